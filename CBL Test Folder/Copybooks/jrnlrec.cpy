      * Record layout for the common master journal (JRNLLOG). One
      * record per change to HISTMST, DISPMST, TICKMST, ALRTMST or
      * RSLTMST: when, which run and program made it, which master,
      * whether the record was ADDED, CHANGED or DELETED, and the
      * record image before and after (spaces where there was none).
      * Images are wide enough for the largest master (RSLTMST); the
      * key is the leading part of each image, as on the master.
       01 JOURNAL-RECORD.
           05 JR-TIMESTAMP            PIC X(19).
           05 JR-RUN-ID               PIC X(14).
           05 JR-PROGRAM-ID           PIC X(30).
           05 JR-MASTER               PIC X(8).
           05 JR-ACTION               PIC X(8).
           05 JR-BEFORE-IMAGE         PIC X(120).
           05 JR-AFTER-IMAGE          PIC X(120).

      * One row archived from a keyed finding master by
      * MasterArchivePurge before it is deleted: the archive date,
      * which master it came from (HISTMST, DISPMST, TICKMST or
      * ALRTMST), the run that archived it, and the record exactly as
      * it stood, so a purged finding can be read back or reloaded.
       01 MASTER-ARCHIVE-RECORD.
           05 MA-ARCHIVE-DATE         PIC X(10).
           05 MA-MASTER               PIC X(8).
           05 MA-RUN-ID               PIC X(14).
           05 MA-IMAGE                PIC X(101).

      * dataset is absent), and once more distinct run-ids than that
      * are on the master the oldest runs' records are deleted --
      * run-ids sort chronologically because the driver builds them
      * from the clock. Every RSLTMST add, change and delete is
      * journaled (before and after image) to JRNLLOG so
      * MasterRecovery can back a bad load out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "rsltsel.cpy".
           COPY "jrnlsel.cpy".
           SELECT SCORECARD-FILE ASSIGN TO "SCORECARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
       COPY "auditrec.cpy".
       FD  RESULTS-REPO-FILE.
       COPY "rsltrec.cpy".
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       FD  SCORECARD-FILE.
       COPY "scorerec.cpy".
       FD  RETAIN-CONTROL-FILE.
       01 RETAIN-CONTROL-RECORD PIC 9(3).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "jrnlws.cpy".
       01 WS-REPO-STATUS     PIC X(2).
       01 WS-SCORE-STATUS    PIC X(2).
       01 WS-CONTROL-STATUS  PIC X(2).
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-PURGE-LIMIT     PIC X(14) VALUE LOW-VALUES.
       01 WS-HOLD-RUN-ID     PIC X(14).
       01 WS-NEW-VERDICT     PIC X(120).
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 100 TIMES.
               10 WS-RUN-ID-HELD  PIC X(14).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ResultsRepositoryLoad" TO WS-JRNL-PROGRAM-ID
           MOVE "RSLTMST" TO WS-JRNL-MASTER
           PERFORM 1000-LOAD-RETENTION
           PERFORM 1500-OPEN-REPOSITORY
           PERFORM 2000-ROLL-IN-SCORECARD
           MOVE SCR-MATCH-FLAG    TO RR-MATCH-FLAG
           MOVE SCR-NOTE          TO RR-NOTE
           MOVE SCR-ENV-ID        TO RR-ENV-ID
      * Read first so an overlay keeps the row it replaces for the
      * journal.
           MOVE RESULTS-REPO-RECORD TO WS-NEW-VERDICT
           READ RESULTS-REPO-FILE
               INVALID KEY
                   MOVE WS-NEW-VERDICT TO RESULTS-REPO-RECORD
                   WRITE RESULTS-REPO-RECORD
                   MOVE "ADDED" TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE
               NOT INVALID KEY
                   MOVE RESULTS-REPO-RECORD TO WS-JRNL-BEFORE
                   MOVE WS-NEW-VERDICT TO RESULTS-REPO-RECORD
                   REWRITE RESULTS-REPO-RECORD
                   MOVE "CHANGED" TO WS-JRNL-ACTION
           END-READ
           MOVE RESULTS-REPO-RECORD TO WS-JRNL-AFTER
           PERFORM 9950-WRITE-JOURNAL
           ADD 1 TO WS-LOADED-COUNT.

       3000-APPLY-RETENTION.
                       MOVE "10" TO WS-REPO-STATUS
                   NOT AT END
                       IF RR-RUN-ID <= WS-PURGE-LIMIT
                           MOVE RESULTS-REPO-RECORD TO WS-JRNL-BEFORE
                           DELETE RESULTS-REPO-FILE RECORD
                           MOVE "DELETED" TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-JRNL-AFTER
                           PERFORM 9950-WRITE-JOURNAL
                           ADD 1 TO WS-PURGED-COUNT
                       END-IF
               END-READ

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9950-WRITE-JOURNAL.
       COPY "jrnlwrt.cpy".

      * rename the SIEM answers under the new rule id (the export
      * ships the rule that actually fired), and mapping it back to
      * the original id keeps the verdict on the key the annotation
      * lookups read. Every DISPMST add and change is journaled
      * (before and after image) to JRNLLOG for MasterRecovery.
      * A chained after-job: it waits on the night's suite run being
      * COMPLETE on CHAINCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "aliassel.cpy".
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "dispsel.cpy".
           COPY "jrnlsel.cpy".
           SELECT FEED-FILE ASSIGN TO "DISPIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  RULE-ALIAS-FILE.
       COPY "aliasrec.cpy".
       FD  DISPOSITION-FILE.
       COPY "disprec.cpy".
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       FD  FEED-FILE.
       01 FEED-RECORD PIC X(120).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       COPY "jrnlws.cpy".
       01 WS-DISP-STATUS     PIC X(2).
       01 WS-FEED-STATUS     PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
           05 WS-ERR-REASON      PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "DISPIMP" TO WS-CHAIN-STEP
           MOVE "SiemDispositionImport" TO WS-CHAIN-PROGRAM-ID
           PERFORM 9800-CHAIN-START
           IF WS-CHAIN-REFUSED = "YES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           MOVE "SiemDispositionImport" TO WS-JRNL-PROGRAM-ID
           MOVE "DISPMST" TO WS-JRNL-MASTER
           PERFORM 1500-LOAD-RULE-ALIASES
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-APPLY-ONE-VERDICT
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-CHAIN-END
           GOBACK.

       1000-OPEN-FILES.
                   MOVE WS-FEED-ANALYST TO DS-ANALYST
                   MOVE WS-FEED-DATE    TO DS-DISP-DATE
                   WRITE DISPOSITION-RECORD
                   MOVE "ADDED" TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE DISPOSITION-RECORD TO WS-JRNL-AFTER
                   PERFORM 9950-WRITE-JOURNAL
                   ADD 1 TO WS-APPLIED-COUNT
               NOT INVALID KEY
      * The feed can replay older extracts; only a verdict dated on
      * or after the one held moves the master, so a stale replay
      * never rolls an analyst's newer call back.
                   IF WS-FEED-DATE >= DS-DISP-DATE
                       MOVE DISPOSITION-RECORD TO WS-JRNL-BEFORE
                       MOVE WS-FEED-DISP    TO DS-DISPOSITION
                       MOVE WS-FEED-ANALYST TO DS-ANALYST
                       MOVE WS-FEED-DATE    TO DS-DISP-DATE
                       REWRITE DISPOSITION-RECORD
                       MOVE "CHANGED" TO WS-JRNL-ACTION
                       MOVE DISPOSITION-RECORD TO WS-JRNL-AFTER
                       PERFORM 9950-WRITE-JOURNAL
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       MOVE "STALE, NEWER VERDICT HELD"
           DISPLAY "DISPOSITION REJECTED LINE " WS-LINE-NO ": "
               WS-ERR-REASON.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9950-WRITE-JOURNAL.
       COPY "jrnlwrt.cpy".

      * threshold age (default 3 days). Ends CC 8 when anything has
      * escalated, so the post-incident "raised eleven nights, seen
      * by nobody" can page someone on night four instead.
      * Every ALRTMST add and change is journaled (before and after
      * image) to JRNLLOG so MasterRecovery can back a bad night out.
      * A chained after-job: it waits on the night's suite run being
      * COMPLETE on CHAINCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "alrtsel.cpy".
           COPY "jrnlsel.cpy".
           SELECT ALERT-FILE ASSIGN TO "OPALERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  ALERT-STATE-FILE.
       COPY "alrtrec.cpy".
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       FD  ALERT-FILE.
       01 ALERT-RECORD.
           05 ALR-PROGRAM-ID          PIC X(30).
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       COPY "jrnlws.cpy".
       01 WS-ALSTATE-STATUS  PIC X(2).
       01 WS-ALERT-STATUS    PIC X(2).
       01 WS-COMMAND-STATUS  PIC X(2).
       01 WS-ESCALATED-COUNT PIC 9(3) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "ALRTUPD" TO WS-CHAIN-STEP
           MOVE "AlertStateUpdate" TO WS-CHAIN-PROGRAM-ID
           PERFORM 9800-CHAIN-START
           IF WS-CHAIN-REFUSED = "YES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
           MOVE "AlertStateUpdate" TO WS-JRNL-PROGRAM-ID
           MOVE "ALRTMST" TO WS-JRNL-MASTER
           PERFORM 1000-OPEN-MASTER
           PERFORM 1200-LOAD-THRESHOLD
           PERFORM 2000-APPLY-ACK-COMMANDS
           IF WS-ESCALATED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9810-CHAIN-END
           GOBACK.

       1000-OPEN-MASTER.
           IF WS-ALSTATE-STATUS NOT = "00"
               DISPLAY "ALRTMST OPEN FAILED: " WS-ALSTATE-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF.

                       DISPLAY "Ack for unknown alert rejected: "
                           ACK-PROGRAM-ID
                   NOT INVALID KEY
                       MOVE ALERT-STATE-RECORD TO WS-JRNL-BEFORE
                       MOVE "Y"       TO AS-ACK-FLAG
                       MOVE ACK-USER  TO AS-ACK-USER
                       MOVE WS-TODAY  TO AS-ACK-DATE
                       REWRITE ALERT-STATE-RECORD
                       PERFORM 3900-JOURNAL-CHANGE
                       ADD 1 TO WS-ACK-APPLIED
               END-READ
           END-IF.
                   MOVE "N" TO AS-ACK-FLAG
                   MOVE SPACES TO AS-ACK-USER AS-ACK-DATE
                   WRITE ALERT-STATE-RECORD
                   MOVE "ADDED" TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE ALERT-STATE-RECORD TO WS-JRNL-AFTER
                   PERFORM 9950-WRITE-JOURNAL
                   ADD 1 TO WS-NEW-COUNT
               NOT INVALID KEY
                   MOVE ALERT-STATE-RECORD TO WS-JRNL-BEFORE
                   IF AS-STATE = "CLEARED "
                       MOVE "ACTIVE  " TO AS-STATE
                       MOVE WS-TODAY TO AS-FIRST-RAISED
                       ADD 1 TO WS-AGED-COUNT
                   END-IF
                   REWRITE ALERT-STATE-RECORD
                   PERFORM 3900-JOURNAL-CHANGE
           END-READ.

       3900-JOURNAL-CHANGE.
      * A rerun of the same night rewrites an unchanged record; only
      * a real change goes to the journal.
           MOVE ALERT-STATE-RECORD TO WS-JRNL-AFTER
           IF WS-JRNL-AFTER NOT = WS-JRNL-BEFORE
               MOVE "CHANGED" TO WS-JRNL-ACTION
               PERFORM 9950-WRITE-JOURNAL
           END-IF.

       4000-MARK-CLEARED.
      * Active master entries not raised tonight have cleared; the
      * record stays so a recurrence is recognized as one.
                   NOT AT END
                       IF AS-STATE = "ACTIVE  "
                           AND AS-LAST-RAISED NOT = WS-TODAY
                           MOVE ALERT-STATE-RECORD TO WS-JRNL-BEFORE
                           MOVE "CLEARED " TO AS-STATE
                           REWRITE ALERT-STATE-RECORD
                           PERFORM 3900-JOURNAL-CHANGE
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
               END-READ
               END-IF
           END-IF.

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

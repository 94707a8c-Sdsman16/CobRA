       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterRecovery.
      * Point-in-time recovery for the keyed finding masters from the
      * JRNLLOG before/after-image journal every updating program
      * writes (jrnlrec.cpy). PARM='function,master,run-id[,from]'
      * with master one of HISTMST, DISPMST, TICKMST, ALRTMST,
      * RSLTMST or ALL:
      *   BACKOUT -- undoes every change the named run made to the
      *   master(s), newest first: an add is deleted, a change gets
      *   its before-image back, a delete is re-added. A record some
      *   later run has changed since is not touched but listed as a
      *   CONFLICT for someone to look at (CC 4).
      *   ROLLFWD -- after the master has been reloaded from a backup
      *   copy, reapplies the after-images of every run from the
      *   optional from run-id (the first run after the backup was
      *   taken; omitted = the whole journal) up to and including
      *   the named run, oldest first. Reapplying an image is
      *   idempotent, so a from run-id taken too early does no harm.
      * RECOVRPT lists every record restored, removed or skipped.
      * The recovery's own changes are journaled like any run's, so
      * a backout can itself be backed out. CC 12 = bad PARM,
      * journal unreadable, too many changes to hold, or a master
      * would not open -- nothing applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "jrnlsel.cpy".
           COPY "findhsel.cpy".
           COPY "dispsel.cpy".
           COPY "ticksel.cpy".
           COPY "alrtsel.cpy".
           COPY "rsltsel.cpy".
           SELECT REPORT-FILE ASSIGN TO "RECOVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       FD  FINDINGS-HISTORY-FILE.
       COPY "findhrec.cpy".
       FD  DISPOSITION-FILE.
       COPY "disprec.cpy".
       FD  TICKET-XREF-FILE.
       COPY "tickrec.cpy".
       FD  ALERT-STATE-FILE.
       COPY "alrtrec.cpy".
       FD  RESULTS-REPO-FILE.
       COPY "rsltrec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "jrnlws.cpy".
       01 WS-HISTORY-STATUS  PIC X(2).
       01 WS-DISP-STATUS     PIC X(2).
       01 WS-TICKET-STATUS   PIC X(2).
       01 WS-ALSTATE-STATUS  PIC X(2).
       01 WS-REPO-STATUS     PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-PARM-VALID      PIC X(3) VALUE "YES".
       01 WS-RCV-FUNCTION    PIC X(8).
       01 WS-RCV-MASTER      PIC X(8).
       01 WS-RCV-RUN-ID      PIC X(14).
       01 WS-RCV-FROM-RUN-ID PIC X(14).
       01 WS-IN-SCOPE        PIC X(3).
       01 WS-CUR-FOUND       PIC X(3).
       01 WS-CUR-IMAGE       PIC X(120).
       01 WS-KEY-IMAGE       PIC X(120).
       01 WS-PUT-IMAGE       PIC X(120).
       01 WS-RESULT          PIC X(9).
       01 WS-RESTORED-COUNT  PIC 9(5) VALUE 0.
       01 WS-REMOVED-COUNT   PIC 9(5) VALUE 0.
       01 WS-CONFLICT-COUNT  PIC 9(5) VALUE 0.
      * In-scope journal entries, held so a backout can walk them
      * newest first.
       01 WS-CHG-COUNT       PIC 9(4) VALUE 0.
       01 WS-CHG-IDX         PIC 9(4) VALUE 0.
       01 WS-CHG-OVERFLOW    PIC X(3) VALUE "NO".
       01 WS-CHANGE-TABLE.
           05 WS-CHG-ENTRY OCCURS 5000 TIMES.
               10 WS-CHG-MASTER      PIC X(8).
               10 WS-CHG-ACTION      PIC X(8).
               10 WS-CHG-BEFORE      PIC X(120).
               10 WS-CHG-AFTER       PIC X(120).
       01 WS-DETAIL-LINE.
           05 WS-DTL-RESULT      PIC X(9).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-MASTER      PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-ACTION      PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-KEY         PIC X(50).
       LINKAGE SECTION.
       01 LS-RECOVERY-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(60).
       PROCEDURE DIVISION USING LS-RECOVERY-PARM.
       0000-MAIN.
           MOVE "MasterRecovery" TO WS-JRNL-PROGRAM-ID
           MOVE "MasterRecovery" TO WS-AUDIT-PROGRAM-ID
           PERFORM 1000-PARSE-PARM
           IF WS-PARM-VALID = "NO"
               DISPLAY "PARM must be BACKOUT or ROLLFWD,master,run-id"
                   "[,from-run-id]"
               MOVE "RECOVER REFUSED BAD PARM" TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-LOAD-JOURNAL
           PERFORM 3000-OPEN-MASTERS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "MASTER RECOVERY  " WS-RCV-FUNCTION " "
               WS-RCV-MASTER " RUN " WS-RCV-RUN-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-RCV-FROM-RUN-ID NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "  REAPPLYING FROM RUN " WS-RCV-FROM-RUN-ID
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RESULT    MASTER   JOURNAL  KEY" TO RPT-LINE
           WRITE RPT-LINE
           IF WS-RCV-FUNCTION = "BACKOUT"
               PERFORM VARYING WS-CHG-IDX FROM WS-CHG-COUNT BY -1
                       UNTIL WS-CHG-IDX < 1
                   PERFORM 4000-BACK-OUT-ONE-CHANGE
               END-PERFORM
           ELSE
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   PERFORM 5000-ROLL-FORWARD-ONE-CHANGE
               END-PERFORM
           END-IF
           PERFORM 3900-CLOSE-MASTERS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "JOURNAL ENTRIES: " WS-CHG-COUNT
               "  RESTORED: " WS-RESTORED-COUNT
               "  REMOVED: " WS-REMOVED-COUNT
               "  CONFLICTS: " WS-CONFLICT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Master recovery: " WS-RCV-FUNCTION
               " restored " WS-RESTORED-COUNT
               " removed " WS-REMOVED-COUNT
               " conflicts " WS-CONFLICT-COUNT
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "RCV " WS-RCV-FUNCTION(1:7)
               " R=" WS-RESTORED-COUNT " C=" WS-CONFLICT-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-CONFLICT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-PARSE-PARM.
           MOVE SPACES TO WS-RCV-FUNCTION WS-RCV-MASTER
               WS-RCV-RUN-ID WS-RCV-FROM-RUN-ID
           IF LS-PARM-LEN < 1
               MOVE "NO" TO WS-PARM-VALID
           ELSE
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN) DELIMITED BY ","
                   INTO WS-RCV-FUNCTION WS-RCV-MASTER
                       WS-RCV-RUN-ID WS-RCV-FROM-RUN-ID
               END-UNSTRING
           END-IF
           IF WS-RCV-FUNCTION NOT = "BACKOUT"
               AND WS-RCV-FUNCTION NOT = "ROLLFWD"
               MOVE "NO" TO WS-PARM-VALID
           END-IF
           IF WS-RCV-MASTER NOT = "HISTMST"
               AND WS-RCV-MASTER NOT = "DISPMST"
               AND WS-RCV-MASTER NOT = "TICKMST"
               AND WS-RCV-MASTER NOT = "ALRTMST"
               AND WS-RCV-MASTER NOT = "RSLTMST"
               AND WS-RCV-MASTER NOT = "ALL"
               MOVE "NO" TO WS-PARM-VALID
           END-IF
           IF WS-RCV-RUN-ID IS NOT NUMERIC
               MOVE "NO" TO WS-PARM-VALID
           END-IF
           IF WS-RCV-FROM-RUN-ID NOT = SPACES
               AND (WS-RCV-FUNCTION = "BACKOUT"
                   OR WS-RCV-FROM-RUN-ID IS NOT NUMERIC
                   OR WS-RCV-FROM-RUN-ID > WS-RCV-RUN-ID)
               MOVE "NO" TO WS-PARM-VALID
           END-IF.

       2000-LOAD-JOURNAL.
      * The whole in-scope set is read before any master is opened,
      * so an unreadable journal or an overflow applies nothing.
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "JRNLLOG OPEN FAILED: " WS-JRNL-STATUS
               MOVE "RECOVER REFUSED NO JOURNAL" TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ JOURNAL-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 2100-SELECT-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           IF WS-CHG-OVERFLOW = "YES"
               DISPLAY "More than 5000 journal entries in scope;"
                   " narrow the master or run range"
               MOVE "RECOVER REFUSED TOO MANY" TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       2100-SELECT-ONE-ENTRY.
           MOVE "NO" TO WS-IN-SCOPE
           IF WS-RCV-MASTER = "ALL" OR JR-MASTER = WS-RCV-MASTER
               IF WS-RCV-FUNCTION = "BACKOUT"
                   IF JR-RUN-ID = WS-RCV-RUN-ID
                       MOVE "YES" TO WS-IN-SCOPE
                   END-IF
               ELSE
                   IF JR-RUN-ID <= WS-RCV-RUN-ID
                       AND JR-RUN-ID >= WS-RCV-FROM-RUN-ID
                       MOVE "YES" TO WS-IN-SCOPE
                   END-IF
               END-IF
           END-IF
           IF WS-IN-SCOPE = "YES"
               IF WS-CHG-COUNT < 5000
                   ADD 1 TO WS-CHG-COUNT
                   MOVE JR-MASTER TO WS-CHG-MASTER(WS-CHG-COUNT)
                   MOVE JR-ACTION TO WS-CHG-ACTION(WS-CHG-COUNT)
                   MOVE JR-BEFORE-IMAGE
                       TO WS-CHG-BEFORE(WS-CHG-COUNT)
                   MOVE JR-AFTER-IMAGE
                       TO WS-CHG-AFTER(WS-CHG-COUNT)
               ELSE
                   MOVE "YES" TO WS-CHG-OVERFLOW
               END-IF
           END-IF.

       3000-OPEN-MASTERS.
      * Only the master(s) named are opened; ALL needs every one.
           MOVE "00" TO WS-HISTORY-STATUS WS-DISP-STATUS
               WS-TICKET-STATUS WS-ALSTATE-STATUS WS-REPO-STATUS
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "HISTMST"
               OPEN I-O FINDINGS-HISTORY-FILE
           END-IF
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "DISPMST"
               OPEN I-O DISPOSITION-FILE
           END-IF
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "TICKMST"
               OPEN I-O TICKET-XREF-FILE
           END-IF
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "ALRTMST"
               OPEN I-O ALERT-STATE-FILE
           END-IF
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "RSLTMST"
               OPEN I-O RESULTS-REPO-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               OR WS-DISP-STATUS NOT = "00"
               OR WS-TICKET-STATUS NOT = "00"
               OR WS-ALSTATE-STATUS NOT = "00"
               OR WS-REPO-STATUS NOT = "00"
               DISPLAY "MASTER OPEN FAILED: HISTMST "
                   WS-HISTORY-STATUS " DISPMST " WS-DISP-STATUS
                   " TICKMST " WS-TICKET-STATUS
                   " ALRTMST " WS-ALSTATE-STATUS
                   " RSLTMST " WS-REPO-STATUS
               MOVE "RECOVER REFUSED MASTER OPEN" TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       3900-CLOSE-MASTERS.
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "HISTMST"
               CLOSE FINDINGS-HISTORY-FILE
           END-IF
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "DISPMST"
               CLOSE DISPOSITION-FILE
           END-IF
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "TICKMST"
               CLOSE TICKET-XREF-FILE
           END-IF
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "ALRTMST"
               CLOSE ALERT-STATE-FILE
           END-IF
           IF WS-RCV-MASTER = "ALL" OR WS-RCV-MASTER = "RSLTMST"
               CLOSE RESULTS-REPO-FILE
           END-IF.

       4000-BACK-OUT-ONE-CHANGE.
      * The master must still hold what the run left behind (its
      * after-image, or no record after a delete); anything else
      * means a later run has moved on and the change is skipped.
           MOVE WS-CHG-MASTER(WS-CHG-IDX) TO WS-JRNL-MASTER
           IF WS-CHG-ACTION(WS-CHG-IDX) = "ADDED"
               MOVE WS-CHG-AFTER(WS-CHG-IDX) TO WS-KEY-IMAGE
           ELSE
               MOVE WS-CHG-BEFORE(WS-CHG-IDX) TO WS-KEY-IMAGE
           END-IF
           PERFORM 7000-READ-CURRENT
           EVALUATE TRUE
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = "DELETED"
                   AND WS-CUR-FOUND = "NO"
                   MOVE WS-CHG-BEFORE(WS-CHG-IDX) TO WS-PUT-IMAGE
                   PERFORM 7100-PUT-IMAGE
                   MOVE "RESTORED" TO WS-RESULT
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = "DELETED"
                   MOVE "CONFLICT" TO WS-RESULT
               WHEN WS-CUR-FOUND = "NO"
                   MOVE "CONFLICT" TO WS-RESULT
               WHEN WS-CUR-IMAGE NOT = WS-CHG-AFTER(WS-CHG-IDX)
                   MOVE "CONFLICT" TO WS-RESULT
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = "ADDED"
                   PERFORM 7200-REMOVE-CURRENT
                   MOVE "REMOVED" TO WS-RESULT
               WHEN OTHER
                   MOVE WS-CHG-BEFORE(WS-CHG-IDX) TO WS-PUT-IMAGE
                   PERFORM 7100-PUT-IMAGE
                   MOVE "RESTORED" TO WS-RESULT
           END-EVALUATE
           PERFORM 6000-WRITE-DETAIL.

       5000-ROLL-FORWARD-ONE-CHANGE.
           MOVE WS-CHG-MASTER(WS-CHG-IDX) TO WS-JRNL-MASTER
           IF WS-CHG-ACTION(WS-CHG-IDX) = "DELETED"
               MOVE WS-CHG-BEFORE(WS-CHG-IDX) TO WS-KEY-IMAGE
           ELSE
               MOVE WS-CHG-AFTER(WS-CHG-IDX) TO WS-KEY-IMAGE
           END-IF
           PERFORM 7000-READ-CURRENT
           EVALUATE TRUE
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = "DELETED"
                   AND WS-CUR-FOUND = "YES"
                   PERFORM 7200-REMOVE-CURRENT
                   MOVE "REMOVED" TO WS-RESULT
               WHEN WS-CHG-ACTION(WS-CHG-IDX) = "DELETED"
                   MOVE "NO CHANGE" TO WS-RESULT
               WHEN WS-CUR-FOUND = "YES"
                   AND WS-CUR-IMAGE = WS-CHG-AFTER(WS-CHG-IDX)
                   MOVE "NO CHANGE" TO WS-RESULT
               WHEN OTHER
                   MOVE WS-CHG-AFTER(WS-CHG-IDX) TO WS-PUT-IMAGE
                   PERFORM 7100-PUT-IMAGE
                   MOVE "RESTORED" TO WS-RESULT
           END-EVALUATE
           PERFORM 6000-WRITE-DETAIL.

       6000-WRITE-DETAIL.
           EVALUATE WS-RESULT
               WHEN "RESTORED"
                   ADD 1 TO WS-RESTORED-COUNT
               WHEN "REMOVED"
                   ADD 1 TO WS-REMOVED-COUNT
               WHEN "CONFLICT"
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY "RECOVERY CONFLICT: "
                       WS-CHG-MASTER(WS-CHG-IDX) " "
                       WS-KEY-IMAGE(1:50)
           END-EVALUATE
           MOVE WS-RESULT                 TO WS-DTL-RESULT
           MOVE WS-CHG-MASTER(WS-CHG-IDX) TO WS-DTL-MASTER
           MOVE WS-CHG-ACTION(WS-CHG-IDX) TO WS-DTL-ACTION
           MOVE WS-KEY-IMAGE(1:50)        TO WS-DTL-KEY
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       7000-READ-CURRENT.
      * The key is the leading part of every master's record, so the
      * journal image itself positions the keyed read.
           MOVE "NO" TO WS-CUR-FOUND
           MOVE SPACES TO WS-CUR-IMAGE
           EVALUATE WS-JRNL-MASTER
               WHEN "HISTMST"
                   MOVE WS-KEY-IMAGE TO FINDINGS-HISTORY-RECORD
                   READ FINDINGS-HISTORY-FILE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-CUR-FOUND
                           MOVE FINDINGS-HISTORY-RECORD
                               TO WS-CUR-IMAGE
                   END-READ
               WHEN "DISPMST"
                   MOVE WS-KEY-IMAGE TO DISPOSITION-RECORD
                   READ DISPOSITION-FILE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-CUR-FOUND
                           MOVE DISPOSITION-RECORD TO WS-CUR-IMAGE
                   END-READ
               WHEN "TICKMST"
                   MOVE WS-KEY-IMAGE TO TICKET-XREF-RECORD
                   READ TICKET-XREF-FILE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-CUR-FOUND
                           MOVE TICKET-XREF-RECORD TO WS-CUR-IMAGE
                   END-READ
               WHEN "ALRTMST"
                   MOVE WS-KEY-IMAGE TO ALERT-STATE-RECORD
                   READ ALERT-STATE-FILE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-CUR-FOUND
                           MOVE ALERT-STATE-RECORD TO WS-CUR-IMAGE
                   END-READ
               WHEN "RSLTMST"
                   MOVE WS-KEY-IMAGE TO RESULTS-REPO-RECORD
                   READ RESULTS-REPO-FILE
                       NOT INVALID KEY
                           MOVE "YES" TO WS-CUR-FOUND
                           MOVE RESULTS-REPO-RECORD TO WS-CUR-IMAGE
                   END-READ
           END-EVALUATE.

       7100-PUT-IMAGE.
      * Writes or rewrites WS-PUT-IMAGE depending on what
      * 7000-READ-CURRENT found, and journals the recovery's change.
           MOVE WS-PUT-IMAGE TO WS-JRNL-AFTER
           IF WS-CUR-FOUND = "YES"
               MOVE "CHANGED" TO WS-JRNL-ACTION
               MOVE WS-CUR-IMAGE TO WS-JRNL-BEFORE
           ELSE
               MOVE "ADDED" TO WS-JRNL-ACTION
               MOVE SPACES TO WS-JRNL-BEFORE
           END-IF
           EVALUATE WS-JRNL-MASTER
               WHEN "HISTMST"
                   MOVE WS-PUT-IMAGE TO FINDINGS-HISTORY-RECORD
                   IF WS-CUR-FOUND = "YES"
                       REWRITE FINDINGS-HISTORY-RECORD
                   ELSE
                       WRITE FINDINGS-HISTORY-RECORD
                   END-IF
               WHEN "DISPMST"
                   MOVE WS-PUT-IMAGE TO DISPOSITION-RECORD
                   IF WS-CUR-FOUND = "YES"
                       REWRITE DISPOSITION-RECORD
                   ELSE
                       WRITE DISPOSITION-RECORD
                   END-IF
               WHEN "TICKMST"
                   MOVE WS-PUT-IMAGE TO TICKET-XREF-RECORD
                   IF WS-CUR-FOUND = "YES"
                       REWRITE TICKET-XREF-RECORD
                   ELSE
                       WRITE TICKET-XREF-RECORD
                   END-IF
               WHEN "ALRTMST"
                   MOVE WS-PUT-IMAGE TO ALERT-STATE-RECORD
                   IF WS-CUR-FOUND = "YES"
                       REWRITE ALERT-STATE-RECORD
                   ELSE
                       WRITE ALERT-STATE-RECORD
                   END-IF
               WHEN "RSLTMST"
                   MOVE WS-PUT-IMAGE TO RESULTS-REPO-RECORD
                   IF WS-CUR-FOUND = "YES"
                       REWRITE RESULTS-REPO-RECORD
                   ELSE
                       WRITE RESULTS-REPO-RECORD
                   END-IF
           END-EVALUATE
           PERFORM 9950-WRITE-JOURNAL.

       7200-REMOVE-CURRENT.
      * Deletes the record 7000-READ-CURRENT just read.
           MOVE "DELETED" TO WS-JRNL-ACTION
           MOVE WS-CUR-IMAGE TO WS-JRNL-BEFORE
           MOVE SPACES TO WS-JRNL-AFTER
           EVALUATE WS-JRNL-MASTER
               WHEN "HISTMST"
                   DELETE FINDINGS-HISTORY-FILE RECORD
               WHEN "DISPMST"
                   DELETE DISPOSITION-FILE RECORD
               WHEN "TICKMST"
                   DELETE TICKET-XREF-FILE RECORD
               WHEN "ALRTMST"
                   DELETE ALERT-STATE-FILE RECORD
               WHEN "RSLTMST"
                   DELETE RESULTS-REPO-FILE RECORD
           END-EVALUATE
           PERFORM 9950-WRITE-JOURNAL.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9950-WRITE-JOURNAL.
       COPY "jrnlwrt.cpy".

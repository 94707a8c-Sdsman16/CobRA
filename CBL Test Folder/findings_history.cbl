      * by one per night), and a master entry the scanner no longer
      * reports is GONE -- the entry is kept so a finding that comes
      * back resumes its history instead of looking brand new.
      * The night a finding first goes GONE its closure is written to
      * the CLOSLDG ledger (first seen, closed, days open, and the
      * ticket, disposition and owning team standing at closure); a
      * closed finding the scanner reports again has the reopen
      * event stamped on its closure. The ledger is what the MTTR
      * report reads; without a CLOSLDG DD the aging runs as before.
      * Every HISTMST add and change is journaled (before and after
      * image) to JRNLLOG so MasterRecovery can back a bad night out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "dispsel.cpy".
           COPY "findhsel.cpy".
           COPY "clossel.cpy".
           COPY "ticksel.cpy".
           COPY "jrnlsel.cpy".
           SELECT ACTUAL-RESULTS-FILE ASSIGN TO "ACTUALRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "RUNCAL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "disprec.cpy".
       FD  FINDINGS-HISTORY-FILE.
       COPY "findhrec.cpy".
       FD  CLOSURE-LEDGER-FILE.
       COPY "closrec.cpy".
       FD  TICKET-XREF-FILE.
       COPY "tickrec.cpy".
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       FD  OWNERSHIP-FILE.
       01 OWNERSHIP-RECORD.
           05 OWN-PROGRAM-ID          PIC X(30).
           05 OWN-TEAM                PIC X(12).
           05 OWN-CONTACT             PIC X(20).
           05 OWN-TIER                PIC 9(1).
       FD  ACTUAL-RESULTS-FILE.
       COPY "actresult.cpy".
       FD  REPORT-FILE.
           05 RC-REASON               PIC X(20).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "jrnlws.cpy".
       01 WS-HISTORY-STATUS  PIC X(2).
       01 WS-DISP-STATUS     PIC X(2).
       01 WS-DISP-AVAILABLE  PIC X(3) VALUE "NO".
       01 WS-ALIAS-STATUS    PIC X(2).
       01 WS-CALENDAR-STATUS PIC X(2).
       01 WS-CLOSURE-STATUS  PIC X(2).
       01 WS-CLOSURE-AVAILABLE PIC X(3) VALUE "NO".
       01 WS-TICKET-STATUS   PIC X(2).
       01 WS-TICKET-AVAILABLE  PIC X(3) VALUE "NO".
       01 WS-OWNER-STATUS    PIC X(2).
       01 WS-OWNER-COUNT     PIC 9(3) VALUE 0.
       01 WS-OWNER-IDX       PIC 9(3) VALUE 0.
       01 WS-OWNER-TABLE.
           05 WS-OWNER-ENTRY OCCURS 200 TIMES.
               10 WS-OWN-PROGRAM  PIC X(30).
               10 WS-OWN-TEAM     PIC X(12).
      * The finding's most recent closure on CLOSLDG, if any.
       01 WS-LATEST-FOUND    PIC X(3) VALUE "NO".
       01 WS-LATEST-KEY      PIC X(60).
       01 WS-LATEST-REOPEN   PIC X(10).
       01 WS-CLOSED-COUNT    PIC 9(4) VALUE 0.
       01 WS-REOPEN-COUNT    PIC 9(4) VALUE 0.
       01 WS-OPENED-YMD      PIC X(8).
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
      * Y today is a scheduled run night, N a freeze or holiday, ?
      * the date is off the calendar entirely. Only a scheduled
      * night may mark master entries GONE: on any other night an
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
           MOVE "FindingsHistoryUpdate" TO WS-JRNL-PROGRAM-ID
           MOVE "HISTMST" TO WS-JRNL-MASTER
           PERFORM 1500-LOAD-RULE-ALIASES
           PERFORM 1700-CHECK-RUN-CALENDAR
           PERFORM 1800-LOAD-OWNERSHIP
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-POST-ONE-FINDING
               UNTIL WS-EOF-SWITCH = "YES"
           IF WS-DISP-AVAILABLE = "YES"
               CLOSE DISPOSITION-FILE
           END-IF
           IF WS-CLOSURE-AVAILABLE = "YES"
               CLOSE CLOSURE-LEDGER-FILE
           END-IF
           IF WS-TICKET-AVAILABLE = "YES"
               CLOSE TICKET-XREF-FILE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "NEW: " WS-NEW-COUNT "  RECURRING: " WS-RECUR-COUNT
               "  GONE: " WS-GONE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CLOSURE-AVAILABLE = "YES"
               MOVE SPACES TO RPT-LINE
               STRING "CLOSED TONIGHT: " WS-CLOSED-COUNT
                   "  REOPENED TONIGHT: " WS-REOPEN-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Findings history: new " WS-NEW-COUNT
               " recurring " WS-RECUR-COUNT " gone " WS-GONE-COUNT
               " closed " WS-CLOSED-COUNT " reopened " WS-REOPEN-COUNT
           MOVE "FindingsHistoryUpdate" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "HIST NEW=" WS-NEW-COUNT " GONE=" WS-GONE-COUNT
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISP-STATUS = "00"
               MOVE "YES" TO WS-DISP-AVAILABLE
           END-IF
      * The closure ledger is created on first use like the history
      * master; TICKMST is read only for the ticket at closure.
           OPEN I-O CLOSURE-LEDGER-FILE
           IF WS-CLOSURE-STATUS = "35"
               OPEN OUTPUT CLOSURE-LEDGER-FILE
               CLOSE CLOSURE-LEDGER-FILE
               OPEN I-O CLOSURE-LEDGER-FILE
           END-IF
           IF WS-CLOSURE-STATUS = "00"
               MOVE "YES" TO WS-CLOSURE-AVAILABLE
           ELSE
               DISPLAY "CLOSLDG not available, closures not recorded: "
                   WS-CLOSURE-STATUS
           END-IF
           OPEN INPUT TICKET-XREF-FILE
           IF WS-TICKET-STATUS = "00"
               MOVE "YES" TO WS-TICKET-AVAILABLE
           END-IF.

       1800-LOAD-OWNERSHIP.
      * Owning team per program from OWNERMST, stamped on each
      * closure so the MTTR report groups by the team that owned the
      * finding when it was fixed, not whoever owns it at report time.
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWNER-STATUS = "00"
               PERFORM UNTIL WS-OWNER-STATUS NOT = "00"
                   READ OWNERSHIP-FILE
                       AT END
                           MOVE "10" TO WS-OWNER-STATUS
                       NOT AT END
                           IF WS-OWNER-COUNT < 200
                               ADD 1 TO WS-OWNER-COUNT
                               MOVE OWN-PROGRAM-ID
                                   TO WS-OWN-PROGRAM(WS-OWNER-COUNT)
                               MOVE OWN-TEAM
                                   TO WS-OWN-TEAM(WS-OWNER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERSHIP-FILE
           END-IF.

       1500-LOAD-RULE-ALIASES.
                   MOVE WS-TODAY TO FH-LAST-SEEN
                   MOVE 1 TO FH-OCCURRENCE-CNT
                   WRITE FINDINGS-HISTORY-RECORD
                   MOVE "ADDED" TO WS-JRNL-ACTION
                   MOVE SPACES TO WS-JRNL-BEFORE
                   MOVE FINDINGS-HISTORY-RECORD TO WS-JRNL-AFTER
                   PERFORM 9950-WRITE-JOURNAL
                   ADD 1 TO WS-NEW-COUNT
                   MOVE "NEW       " TO WS-DTL-TAG
                   PERFORM 2900-WRITE-DETAIL
                   PERFORM 2960-RECORD-REOPEN
               NOT INVALID KEY
                   IF FH-LAST-SEEN NOT = WS-TODAY
                       MOVE FINDINGS-HISTORY-RECORD TO WS-JRNL-BEFORE
                       ADD 1 TO FH-OCCURRENCE-CNT
                       MOVE WS-TODAY TO FH-LAST-SEEN
                       REWRITE FINDINGS-HISTORY-RECORD
                       MOVE "CHANGED" TO WS-JRNL-ACTION
                       MOVE FINDINGS-HISTORY-RECORD TO WS-JRNL-AFTER
                       PERFORM 9950-WRITE-JOURNAL
                       ADD 1 TO WS-RECUR-COUNT
                       MOVE "RECURRING " TO WS-DTL-TAG
                       PERFORM 2900-WRITE-DETAIL
                       PERFORM 2960-RECORD-REOPEN
                   END-IF
           END-READ.

               END-READ
           END-IF.

       2960-RECORD-REOPEN.
      * A finding seen tonight whose latest closure has not yet been
      * reopened has come back: stamp the reopen event on it.
           IF WS-CLOSURE-AVAILABLE = "YES"
               PERFORM 2970-FIND-LATEST-CLOSURE
               IF WS-LATEST-FOUND = "YES"
                   AND WS-LATEST-REOPEN = SPACES
                   MOVE WS-LATEST-KEY TO CL-KEY
                   READ CLOSURE-LEDGER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-TODAY TO CL-REOPEN-DATE
                           REWRITE CLOSURE-RECORD
                           ADD 1 TO WS-REOPEN-COUNT
                           MOVE SPACES TO RPT-LINE
                           STRING "   REOPENED: CLOSED " CL-CLOSED-DATE
                               " AFTER " CL-DAYS-OPEN " DAYS"
                               DELIMITED BY SIZE INTO RPT-LINE
                           WRITE RPT-LINE
                   END-READ
               END-IF
           END-IF.

       2970-FIND-LATEST-CLOSURE.
      * Closures for one finding sit together in closed-date order,
      * so the last one read for the program and rule is the latest.
           MOVE "NO" TO WS-LATEST-FOUND
           MOVE FH-PROGRAM-ID TO CL-PROGRAM-ID
           MOVE FH-RULE-ID    TO CL-RULE-ID
           MOVE LOW-VALUES    TO CL-CLOSED-DATE
           START CLOSURE-LEDGER-FILE KEY NOT < CL-KEY
               INVALID KEY
                   MOVE "10" TO WS-CLOSURE-STATUS
           END-START
           PERFORM UNTIL WS-CLOSURE-STATUS NOT = "00"
               READ CLOSURE-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CLOSURE-STATUS
                   NOT AT END
                       IF CL-PROGRAM-ID = FH-PROGRAM-ID
                           AND CL-RULE-ID = FH-RULE-ID
                           MOVE "YES" TO WS-LATEST-FOUND
                           MOVE CL-KEY TO WS-LATEST-KEY
                           MOVE CL-REOPEN-DATE TO WS-LATEST-REOPEN
                       ELSE
                           MOVE "10" TO WS-CLOSURE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CLOSURE-STATUS.

       3100-RECORD-CLOSURE.
      * Written once per closure: a finding still closed from an
      * earlier night already has its record, and only a finding
      * never closed or since reopened gets a new one. A reclosed
      * finding's clock starts at its reopen date.
           IF WS-CLOSURE-AVAILABLE = "YES"
               PERFORM 2970-FIND-LATEST-CLOSURE
               IF WS-LATEST-FOUND = "NO"
                   OR WS-LATEST-REOPEN NOT = SPACES
                   MOVE FH-PROGRAM-ID  TO CL-PROGRAM-ID
                   MOVE FH-RULE-ID     TO CL-RULE-ID
                   MOVE WS-TODAY       TO CL-CLOSED-DATE
                   MOVE FH-FIRST-SEEN  TO CL-FIRST-SEEN
                   MOVE FH-LAST-SEEN   TO CL-LAST-SEEN
                   IF WS-LATEST-FOUND = "YES"
                       MOVE WS-LATEST-REOPEN TO CL-OPENED-DATE
                   ELSE
                       MOVE FH-FIRST-SEEN    TO CL-OPENED-DATE
                   END-IF
                   MOVE SPACES TO WS-OPENED-YMD
                   STRING CL-OPENED-DATE(1:4) CL-OPENED-DATE(6:2)
                       CL-OPENED-DATE(9:2) DELIMITED BY SIZE
                       INTO WS-OPENED-YMD
                   COMPUTE CL-DAYS-OPEN = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-OPENED-YMD))
                   PERFORM 3200-CAPTURE-CLOSURE-CONTEXT
                   MOVE SPACES          TO CL-REOPEN-DATE
                   MOVE WS-SUITE-RUN-ID TO CL-RUN-ID
                   WRITE CLOSURE-RECORD
                       INVALID KEY
                           DISPLAY "CLOSLDG duplicate closure: "
                               FH-PROGRAM-ID " " FH-RULE-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-CLOSED-COUNT
                           MOVE SPACES TO RPT-LINE
                           STRING "   CLOSED: " CL-DAYS-OPEN
                               " DAYS OPEN, TICKET " CL-TICKET-NO
                               DELIMITED BY SIZE INTO RPT-LINE
                           WRITE RPT-LINE
                   END-WRITE
               END-IF
           END-IF.

       3200-CAPTURE-CLOSURE-CONTEXT.
           MOVE "NONE" TO CL-TICKET-NO
           IF WS-TICKET-AVAILABLE = "YES"
               MOVE FH-PROGRAM-ID TO TK-PROGRAM-ID
               MOVE FH-RULE-ID    TO TK-RULE-ID
               READ TICKET-XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TK-TICKET-NO TO CL-TICKET-NO
               END-READ
           END-IF
           MOVE "NONE" TO CL-DISPOSITION
           IF WS-DISP-AVAILABLE = "YES"
               MOVE FH-PROGRAM-ID TO DS-PROGRAM-ID
               MOVE FH-RULE-ID    TO DS-RULE-ID
               READ DISPOSITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DS-DISPOSITION TO CL-DISPOSITION
               END-READ
           END-IF
           MOVE "UNASSIGNED" TO CL-TEAM
           PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                   UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
               IF WS-OWN-PROGRAM(WS-OWNER-IDX) = FH-PROGRAM-ID
                   MOVE WS-OWN-TEAM(WS-OWNER-IDX) TO CL-TEAM
               END-IF
           END-PERFORM.

       3000-REPORT-GONE-FINDINGS.
      * Master entries not touched tonight are findings the scanner
      * has stopped reporting; they stay on the master so a revival
                           ADD 1 TO WS-GONE-COUNT
                           MOVE "GONE      " TO WS-DTL-TAG
                           PERFORM 2900-WRITE-DETAIL
                           PERFORM 3100-RECORD-CLOSURE
                       END-IF
               END-READ
           END-PERFORM.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9950-WRITE-JOURNAL.
       COPY "jrnlwrt.cpy".

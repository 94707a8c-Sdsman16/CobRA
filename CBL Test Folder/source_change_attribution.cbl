       IDENTIFICATION DIVISION.
       PROGRAM-ID. SourceChangeAttribution.
      * Settles whether a scorecard verdict flip came from an edit to
      * the test program or from the scanner. Walks the RSLTMST
      * results repository in run order and, for each program, finds
      * every run whose verdict differs from the program's previous
      * scored run. Each flip is joined to the SRCCHG source change
      * log (written by SourceInventoryUpdate) and to the BASEAPPR
      * baseline approval log, and labelled on SRCATRPT:
      *   SOURCE-CHANGED  the member was edited between the two runs
      *                   and no new scanner version was approved;
      *   SCANNER-CHANGED the member is unchanged, so the scanner's
      *                   behaviour moved;
      *   BOTH            the member was edited and a baseline with a
      *                   different scanner version was approved in
      *                   the same window;
      *   NO-INVENTORY    the flip predates the member's first
      *                   inventory, so edits cannot be ruled out.
      * SKIPPED, NORUN and DEFERRED rows are not verdicts and are
      * stepped over; WAIVED is a parked MISMATCH and compares as one,
      * so granting or lapsing a waiver is never reported as a flip.
      * Rows beyond the change, scanner or program tables are counted
      * and reported, and end the run CC 4: a flip read against a
      * short table may be mislabelled or missed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "rsltsel.cpy".
           COPY "srcinvsel.cpy".
           SELECT SOURCE-CHANGE-FILE ASSIGN TO "SRCCHG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRCCHG-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "BASEAPPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SRCATRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  RESULTS-REPO-FILE.
       COPY "rsltrec.cpy".
       FD  SOURCE-INVENTORY-FILE.
       COPY "srcinvrec.cpy".
       FD  SOURCE-CHANGE-FILE.
       COPY "srcchgrec.cpy".
       FD  APPROVAL-LOG-FILE.
       01 APPROVAL-RECORD.
           05 APR-VERSION             PIC 9(4).
           05 FILLER                  PIC X(1).
           05 APR-DATE                PIC X(10).
           05 FILLER                  PIC X(1).
           05 APR-APPROVER            PIC X(8).
           05 FILLER                  PIC X(1).
           05 APR-SCANNER-VERSION     PIC X(10).
           05 FILLER                  PIC X(45).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-REPO-STATUS     PIC X(2).
       01 WS-SRCINV-STATUS   PIC X(2).
       01 WS-SRCCHG-STATUS   PIC X(2).
       01 WS-APPROVAL-STATUS PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-INVENTORY-OPEN  PIC X(3) VALUE "NO".
       01 WS-FLIP-COUNT      PIC 9(5) VALUE 0.
       01 WS-SOURCE-COUNT    PIC 9(5) VALUE 0.
       01 WS-SCANNER-COUNT   PIC 9(5) VALUE 0.
       01 WS-BOTH-COUNT      PIC 9(5) VALUE 0.
       01 WS-NOINV-COUNT     PIC 9(5) VALUE 0.
       01 WS-CHG-DROPPED     PIC 9(5) VALUE 0.
       01 WS-SCN-DROPPED     PIC 9(5) VALUE 0.
       01 WS-PROG-DROPPED    PIC 9(5) VALUE 0.
       01 WS-VERDICT         PIC X(8).
       01 WS-LABEL           PIC X(15).
       01 WS-SOURCE-EDITED   PIC X(3).
       01 WS-SCANNER-MOVED   PIC X(3).
       01 WS-WINDOW-FROM     PIC X(14).
       01 WS-WINDOW-TO       PIC X(14).
       01 WS-DATE-FROM       PIC X(8).
       01 WS-DATE-TO         PIC X(8).
       01 WS-PROG-COUNT      PIC 9(3) VALUE 0.
       01 WS-PROG-IDX        PIC 9(3) VALUE 0.
       01 WS-PROG-FOUND      PIC 9(3) VALUE 0.
       01 WS-PROG-TABLE.
           05 WS-PROG-ENTRY OCCURS 200 TIMES.
               10 WS-PRG-PROGRAM  PIC X(30).
               10 WS-PRG-RUN-ID   PIC X(14).
               10 WS-PRG-VERDICT  PIC X(8).
       01 WS-CHG-COUNT       PIC 9(4) VALUE 0.
       01 WS-CHG-IDX         PIC 9(4) VALUE 0.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 2000 TIMES.
               10 WS-CHG-PROGRAM  PIC X(30).
               10 WS-CHG-RUN-ID   PIC X(14).
      * One entry per approved baseline whose scanner version differs
      * from the baseline approved before it, by approval date.
       01 WS-SCN-COUNT       PIC 9(3) VALUE 0.
       01 WS-SCN-IDX         PIC 9(3) VALUE 0.
       01 WS-SCN-LAST        PIC X(10) VALUE SPACES.
       01 WS-SCN-TABLE.
           05 WS-SCN-ENTRY OCCURS 200 TIMES.
               10 WS-SCN-DATE     PIC X(8).
               10 WS-SCN-VERSION  PIC X(10).
       01 WS-DETAIL-LINE.
           05 WS-DTL-PROGRAM-ID  PIC X(24).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-RUN-ID      PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-FROM        PIC X(8).
           05 FILLER             PIC X(2) VALUE "->".
           05 WS-DTL-TO          PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-LABEL       PIC X(15).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-SOURCE-CHANGES
           PERFORM 1500-LOAD-SCANNER-CHANGES
           OPEN INPUT RESULTS-REPO-FILE
           IF WS-REPO-STATUS NOT = "00"
               DISPLAY "RSLTMST OPEN FAILED: " WS-REPO-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SOURCE-INVENTORY-FILE
           IF WS-SRCINV-STATUS = "00"
               MOVE "YES" TO WS-INVENTORY-OPEN
           ELSE
               DISPLAY "SRCINV not readable, status "
                   WS-SRCINV-STATUS "; every flip is NO-INVENTORY"
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "VERDICT FLIP SOURCE ATTRIBUTION" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PROGRAM-ID               RUN ID         FROM      TO"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2000-WALK-REPOSITORY
           CLOSE RESULTS-REPO-FILE
           IF WS-INVENTORY-OPEN = "YES"
               CLOSE SOURCE-INVENTORY-FILE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "FLIPS: " WS-FLIP-COUNT
               "  SOURCE: " WS-SOURCE-COUNT
               "  SCANNER: " WS-SCANNER-COUNT
               "  BOTH: " WS-BOTH-COUNT
               "  NO-INV: " WS-NOINV-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3000-REPORT-OVERFLOW
           CLOSE REPORT-FILE
           DISPLAY "Source attribution: " WS-FLIP-COUNT " flips, "
               WS-SOURCE-COUNT " source, " WS-SCANNER-COUNT
               " scanner, " WS-BOTH-COUNT " both"
           MOVE "SourceChangeAttribution" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "FLIPS=" WS-FLIP-COUNT " SRC=" WS-SOURCE-COUNT
               " SCN=" WS-SCANNER-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-CHG-DROPPED > 0 OR WS-SCN-DROPPED > 0
               OR WS-PROG-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-SOURCE-CHANGES.
      * No change log yet means no edit has ever been detected.
           OPEN INPUT SOURCE-CHANGE-FILE
           IF WS-SRCCHG-STATUS = "00"
               PERFORM UNTIL WS-SRCCHG-STATUS NOT = "00"
                   READ SOURCE-CHANGE-FILE
                       AT END
                           MOVE "10" TO WS-SRCCHG-STATUS
                       NOT AT END
                           IF WS-CHG-COUNT < 2000
                               ADD 1 TO WS-CHG-COUNT
                               MOVE SC-PROGRAM-ID
                                   TO WS-CHG-PROGRAM(WS-CHG-COUNT)
                               MOVE SC-RUN-ID
                                   TO WS-CHG-RUN-ID(WS-CHG-COUNT)
                           ELSE
                               ADD 1 TO WS-CHG-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-CHANGE-FILE
           END-IF.

       1500-LOAD-SCANNER-CHANGES.
      * BASEAPPR is appended in promotion order. The first approval
      * on file has nothing to differ from, so it marks no change.
           OPEN INPUT APPROVAL-LOG-FILE
           IF WS-APPROVAL-STATUS = "00"
               PERFORM UNTIL WS-APPROVAL-STATUS NOT = "00"
                   READ APPROVAL-LOG-FILE
                       AT END
                           MOVE "10" TO WS-APPROVAL-STATUS
                       NOT AT END
                           IF WS-SCN-LAST NOT = SPACES
                               AND APR-SCANNER-VERSION NOT = WS-SCN-LAST
                               IF WS-SCN-COUNT < 200
                                   ADD 1 TO WS-SCN-COUNT
                                   STRING APR-DATE(1:4) APR-DATE(6:2)
                                       APR-DATE(9:2) DELIMITED BY SIZE
                                       INTO WS-SCN-DATE(WS-SCN-COUNT)
                                   MOVE APR-SCANNER-VERSION
                                       TO WS-SCN-VERSION(WS-SCN-COUNT)
                               ELSE
                                   ADD 1 TO WS-SCN-DROPPED
                               END-IF
                           END-IF
                           MOVE APR-SCANNER-VERSION TO WS-SCN-LAST
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-LOG-FILE
           END-IF.

       2000-WALK-REPOSITORY.
      * The key is run-id major, so each program's rows arrive in run
      * order; the table carries each program's last scored verdict.
           MOVE LOW-VALUES TO RR-KEY
           START RESULTS-REPO-FILE KEY NOT < RR-KEY
               INVALID KEY
                   MOVE "10" TO WS-REPO-STATUS
           END-START
           PERFORM UNTIL WS-REPO-STATUS NOT = "00"
               READ RESULTS-REPO-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REPO-STATUS
                   NOT AT END
                       PERFORM 2100-CHECK-ONE-VERDICT
               END-READ
           END-PERFORM.

       2100-CHECK-ONE-VERDICT.
           IF RR-MATCH-FLAG = "SKIPPED" OR RR-MATCH-FLAG = "NORUN"
               OR RR-MATCH-FLAG = "DEFERRED"
               CONTINUE
           ELSE
               IF RR-MATCH-FLAG = "WAIVED"
                   MOVE "MISMATCH" TO WS-VERDICT
               ELSE
                   MOVE RR-MATCH-FLAG TO WS-VERDICT
               END-IF
               MOVE 0 TO WS-PROG-FOUND
               PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                       UNTIL WS-PROG-IDX > WS-PROG-COUNT
                           OR WS-PROG-FOUND > 0
                   IF WS-PRG-PROGRAM(WS-PROG-IDX) = RR-PROGRAM-ID
                       MOVE WS-PROG-IDX TO WS-PROG-FOUND
                   END-IF
               END-PERFORM
               IF WS-PROG-FOUND = 0
                   IF WS-PROG-COUNT < 200
                       ADD 1 TO WS-PROG-COUNT
                       MOVE WS-PROG-COUNT TO WS-PROG-FOUND
                       MOVE RR-PROGRAM-ID
                           TO WS-PRG-PROGRAM(WS-PROG-FOUND)
                       MOVE RR-RUN-ID TO WS-PRG-RUN-ID(WS-PROG-FOUND)
                       MOVE WS-VERDICT TO WS-PRG-VERDICT(WS-PROG-FOUND)
                   ELSE
                       ADD 1 TO WS-PROG-DROPPED
                   END-IF
               ELSE
                   IF WS-VERDICT NOT = WS-PRG-VERDICT(WS-PROG-FOUND)
                       PERFORM 2200-ATTRIBUTE-FLIP
                   END-IF
                   MOVE RR-RUN-ID TO WS-PRG-RUN-ID(WS-PROG-FOUND)
                   MOVE WS-VERDICT TO WS-PRG-VERDICT(WS-PROG-FOUND)
               END-IF
           END-IF.

       2200-ATTRIBUTE-FLIP.
      * The window is after the previous scored run up to and
      * including this one. The inventory step runs ahead of the
      * suite each night, so an edit it caught tonight carries a
      * run-id inside tonight's window.
           ADD 1 TO WS-FLIP-COUNT
           MOVE WS-PRG-RUN-ID(WS-PROG-FOUND) TO WS-WINDOW-FROM
           MOVE RR-RUN-ID TO WS-WINDOW-TO
           MOVE "NO" TO WS-SOURCE-EDITED
           MOVE "NO" TO WS-SCANNER-MOVED
           MOVE SPACES TO SI-FIRST-RUN-ID
           IF WS-INVENTORY-OPEN = "YES"
               MOVE RR-PROGRAM-ID TO SI-PROGRAM-ID
               READ SOURCE-INVENTORY-FILE
                   INVALID KEY
                       MOVE SPACES TO SI-FIRST-RUN-ID
               END-READ
           END-IF
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-PROGRAM(WS-CHG-IDX) = RR-PROGRAM-ID
                   AND WS-CHG-RUN-ID(WS-CHG-IDX) > WS-WINDOW-FROM
                   AND WS-CHG-RUN-ID(WS-CHG-IDX) <= WS-WINDOW-TO
                   MOVE "YES" TO WS-SOURCE-EDITED
               END-IF
           END-PERFORM
      * Approvals carry a date only, so a promotion on either run's
      * day counts as inside the window.
           MOVE WS-WINDOW-FROM(1:8) TO WS-DATE-FROM
           MOVE WS-WINDOW-TO(1:8)   TO WS-DATE-TO
           PERFORM VARYING WS-SCN-IDX FROM 1 BY 1
                   UNTIL WS-SCN-IDX > WS-SCN-COUNT
               IF WS-SCN-DATE(WS-SCN-IDX) >= WS-DATE-FROM
                   AND WS-SCN-DATE(WS-SCN-IDX) <= WS-DATE-TO
                   MOVE "YES" TO WS-SCANNER-MOVED
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SOURCE-EDITED = "YES"
                   AND WS-SCANNER-MOVED = "YES"
                   MOVE "BOTH" TO WS-LABEL
                   ADD 1 TO WS-BOTH-COUNT
               WHEN WS-SOURCE-EDITED = "YES"
                   MOVE "SOURCE-CHANGED" TO WS-LABEL
                   ADD 1 TO WS-SOURCE-COUNT
               WHEN SI-FIRST-RUN-ID = SPACES
                   OR SI-FIRST-RUN-ID > WS-WINDOW-FROM
                   MOVE "NO-INVENTORY" TO WS-LABEL
                   ADD 1 TO WS-NOINV-COUNT
               WHEN OTHER
                   MOVE "SCANNER-CHANGED" TO WS-LABEL
                   ADD 1 TO WS-SCANNER-COUNT
           END-EVALUATE
           MOVE RR-PROGRAM-ID TO WS-DTL-PROGRAM-ID
           MOVE RR-RUN-ID     TO WS-DTL-RUN-ID
           MOVE WS-PRG-VERDICT(WS-PROG-FOUND) TO WS-DTL-FROM
           MOVE WS-VERDICT    TO WS-DTL-TO
           MOVE WS-LABEL      TO WS-DTL-LABEL
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-REPORT-OVERFLOW.
           IF WS-CHG-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "SRCCHG ROWS BEYOND THE TABLE'S 2000 IGNORED: "
                   WS-CHG-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "SRCCHG rows beyond 2000 ignored: "
                   WS-CHG-DROPPED
           END-IF
           IF WS-SCN-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "SCANNER CHANGES BEYOND THE TABLE'S 200 IGNORED: "
                   WS-SCN-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "BASEAPPR scanner changes beyond 200 ignored: "
                   WS-SCN-DROPPED
           END-IF
           IF WS-PROG-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "RSLTMST ROWS NOT CHECKED, PROGRAMS BEYOND 200: "
                   WS-PROG-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "RSLTMST rows past 200 programs unchecked: "
                   WS-PROG-DROPPED
           END-IF.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

      * if the proposal ran tonight. Fixture changes for a new
      * scanner version get reviewed on paper instead of by
      * committing them and reading the wreckage tomorrow.
      * Both fixtures, ACTUALRES and WAIVERS are sorted together on
      * program-id and each program is reconciled in that matched
      * sequence; flips and retired waivers go to the SIMWORK work
      * file and are sorted back into fixture and waiver order to
      * print, so the simulation takes any number of programs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SIMULATION-WORK-FILE ASSIGN TO "SIMWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SIMWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT SIMULATION-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "waiverec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One report line: a verdict flip (SW-SECTION 1, keyed by the
      * program's first fixture row) or a waiver the proposal
      * retires (2, keyed by its WAIVERS row).
       FD  SIMULATION-WORK-FILE.
       01 SIMULATION-WORK-RECORD.
           05 SW-SECTION              PIC 9(1).
           05 SW-SEQ                  PIC 9(9).
           05 SW-PROGRAM-ID           PIC X(30).
           05 SW-CUR-VERDICT          PIC X(8).
           05 SW-PRP-VERDICT          PIC X(8).
           05 SW-RULE-ID              PIC X(20).
      * Match sort record: a current fixture row (SRT-KIND 1), a
      * proposed fixture row (2), a finding (3) or a waiver (4); a
      * program's fixture rows lead its findings, and its waivers
      * follow once both verdicts are known.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-RULE-ID             PIC X(20).
           05 SRT-SEVERITY            PIC X(10).
           05 SRT-EXPIRY              PIC X(10).
       SD  SIMULATION-SORT-FILE.
       01 SIMULATION-SORT-RECORD.
           05 SWS-SECTION             PIC 9(1).
           05 SWS-SEQ                 PIC 9(9).
           05 SWS-PROGRAM-ID          PIC X(30).
           05 SWS-CUR-VERDICT         PIC X(8).
           05 SWS-PRP-VERDICT         PIC X(8).
           05 SWS-RULE-ID             PIC X(20).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-ALIAS-STATUS    PIC X(2).
       01 WS-ACTUAL-STATUS   PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-SIMWORK-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-TODAY           PIC X(10).
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-ALIAS-COUNT     PIC 9(2) VALUE 0.
       01 WS-ALIAS-IDX       PIC 9(2) VALUE 0.
       01 WS-FLIP-COUNT      PIC 9(4) VALUE 0.
       01 WS-FREED-COUNT     PIC 9(4) VALUE 0.
       01 WS-ALERT-COUNT     PIC 9(4) VALUE 0.
       01 WS-EVAL-RULE       PIC X(20).
       01 WS-RULES-EQUIV     PIC X(3).
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 30 TIMES.
               10 WS-ALS-OLD      PIC X(20).
               10 WS-ALS-NEW      PIC X(20).
      * The program being reconciled. A side's verdict starts as
      * MISMATCH when its fixture row arrives, becomes MATCH on a
      * finding that satisfies it and WAIVED on a live waiver that
      * parks the miss; a side with no fixture row stays ABSENT.
       01 WS-PROG-ENTRY.
           05 WS-PRG-FIRST-SEQ    PIC 9(9).
           05 WS-PRG-CUR-RULE     PIC X(20).
           05 WS-PRG-CUR-SEV      PIC X(10).
           05 WS-PRG-CUR-PRESENT  PIC X(3).
           05 WS-PRG-PRP-RULE     PIC X(20).
           05 WS-PRG-PRP-SEV      PIC X(10).
           05 WS-PRG-PRP-PRESENT  PIC X(3).
           05 WS-PRG-CUR-VERDICT  PIC X(8).
           05 WS-PRG-PRP-VERDICT  PIC X(8).
      * The sorted report line read ahead of the printing; section 9
      * once the sort is exhausted.
       01 WS-SIMULATION-AHEAD.
           05 WS-AHEAD-SECTION    PIC 9(1).
           05 WS-AHEAD-SEQ        PIC 9(9).
           05 WS-AHEAD-PROGRAM    PIC X(30).
           05 WS-AHEAD-CUR        PIC X(8).
           05 WS-AHEAD-PRP        PIC X(8).
           05 WS-AHEAD-RULE       PIC X(20).
       01 WS-DELTA-LINE.
           05 WS-DLT-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           PERFORM 1000-LOAD-ALIASES
           OPEN INPUT ACTUAL-RESULTS-FILE
           IF WS-ACTUAL-STATUS NOT = "00"
               DISPLAY "ACTUALRES OPEN FAILED: " WS-ACTUAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CURRENT-FIXTURE-FILE
           IF WS-CURRENT-STATUS NOT = "00"
               DISPLAY "EXPRESULT OPEN FAILED: " WS-CURRENT-STATUS
               CLOSE ACTUAL-RESULTS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PROPOSED-FIXTURE-FILE
           IF WS-PROPOSED-STATUS NOT = "00"
               DISPLAY "EXPPROP OPEN FAILED: " WS-PROPOSED-STATUS
               CLOSE ACTUAL-RESULTS-FILE
               CLOSE CURRENT-FIXTURE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-KIND SRT-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-EVALUATE-BOTH-SIDES
           IF SORT-RETURN = 0
               SORT SIMULATION-SORT-FILE
                   ON ASCENDING KEY SWS-SECTION SWS-SEQ
                   USING SIMULATION-WORK-FILE
                   OUTPUT PROCEDURE IS 3000-PRINT-DELTA-REPORT
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "FixtureSimulation" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "SIM FLIPS=" WS-FLIP-COUNT
               CLOSE RULE-ALIAS-FILE
           END-IF.

       1100-RELEASE-INPUTS.
      * The current fixture is released ahead of the proposal, so a
      * program's first fixture row keeps the order the report has
      * always listed programs in.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ CURRENT-FIXTURE-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE EXP-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 1 TO SRT-KIND
                       MOVE EXP-RULE-ID TO SRT-RULE-ID
                       MOVE EXP-SEVERITY TO SRT-SEVERITY
                       MOVE SPACES TO SRT-EXPIRY
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE CURRENT-FIXTURE-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ PROPOSED-FIXTURE-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE PRP-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 2 TO SRT-KIND
                       MOVE PRP-RULE-ID TO SRT-RULE-ID
                       MOVE PRP-SEVERITY TO SRT-SEVERITY
                       MOVE SPACES TO SRT-EXPIRY
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE PROPOSED-FIXTURE-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ ACTUAL-RESULTS-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE ACT-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 3 TO SRT-KIND
                       MOVE ACT-RULE-ID TO SRT-RULE-ID
                       MOVE ACT-SEVERITY TO SRT-SEVERITY
                       MOVE SPACES TO SRT-EXPIRY
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE ACTUAL-RESULTS-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           PERFORM 1200-RELEASE-WAIVERS.

       1200-RELEASE-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               PERFORM UNTIL WS-WAIVER-STATUS NOT = "00"
                   READ WAIVER-FILE
                       AT END
                           MOVE "10" TO WS-WAIVER-STATUS
                       NOT AT END
                           MOVE WV-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 4 TO SRT-KIND
                           MOVE WV-RULE-ID TO SRT-RULE-ID
                           MOVE SPACES TO SRT-SEVERITY
                           MOVE WV-EXPIRY-DATE TO SRT-EXPIRY
                           PERFORM 1900-RELEASE-ROW
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.

       1900-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD.

       2000-EVALUATE-BOTH-SIDES.
           OPEN OUTPUT SIMULATION-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
                           PERFORM 2500-FINISH-PROGRAM
                           PERFORM 2050-START-PROGRAM
                       END-IF
                       PERFORM 2100-EVALUATE-ONE-ROW
               END-RETURN
           END-PERFORM
           PERFORM 2500-FINISH-PROGRAM
           CLOSE SIMULATION-WORK-FILE.

       2050-START-PROGRAM.
           MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
           MOVE SRT-SEQ TO WS-PRG-FIRST-SEQ
           MOVE SPACES TO WS-PRG-CUR-RULE
           MOVE SPACES TO WS-PRG-CUR-SEV
           MOVE "NO" TO WS-PRG-CUR-PRESENT
           MOVE "ABSENT" TO WS-PRG-CUR-VERDICT
           MOVE SPACES TO WS-PRG-PRP-RULE
           MOVE SPACES TO WS-PRG-PRP-SEV
           MOVE "NO" TO WS-PRG-PRP-PRESENT
           MOVE "ABSENT" TO WS-PRG-PRP-VERDICT.

       2100-EVALUATE-ONE-ROW.
      * Production matcher semantics in miniature: a finding for the
      * program whose rule is equal or alias-equivalent to the
      * expected rule and whose severity agrees is a MATCH; a
      * finding that disagrees or no finding at all is a MISMATCH
      * unless a live waiver parks it (WAIVED).
           EVALUATE SRT-KIND
               WHEN 1
                   MOVE SRT-RULE-ID TO WS-PRG-CUR-RULE
                   MOVE SRT-SEVERITY TO WS-PRG-CUR-SEV
                   MOVE "YES" TO WS-PRG-CUR-PRESENT
                   MOVE "MISMATCH" TO WS-PRG-CUR-VERDICT
               WHEN 2
                   MOVE SRT-RULE-ID TO WS-PRG-PRP-RULE
                   MOVE SRT-SEVERITY TO WS-PRG-PRP-SEV
                   MOVE "YES" TO WS-PRG-PRP-PRESENT
                   MOVE "MISMATCH" TO WS-PRG-PRP-VERDICT
               WHEN 3
                   IF WS-PRG-CUR-PRESENT = "YES"
                       MOVE WS-PRG-CUR-RULE TO WS-EVAL-RULE
                       PERFORM 2200-CHECK-RULE-EQUIV
                       IF WS-RULES-EQUIV = "YES"
                           AND SRT-SEVERITY = WS-PRG-CUR-SEV
                           MOVE "MATCH" TO WS-PRG-CUR-VERDICT
                       END-IF
                   END-IF
                   IF WS-PRG-PRP-PRESENT = "YES"
                       MOVE WS-PRG-PRP-RULE TO WS-EVAL-RULE
                       PERFORM 2200-CHECK-RULE-EQUIV
                       IF WS-RULES-EQUIV = "YES"
                           AND SRT-SEVERITY = WS-PRG-PRP-SEV
                           MOVE "MATCH" TO WS-PRG-PRP-VERDICT
                       END-IF
                   END-IF
               WHEN 4
                   IF SRT-EXPIRY >= WS-TODAY
                       PERFORM 2300-CHECK-WAIVER
                   END-IF
           END-EVALUATE.

       2200-CHECK-RULE-EQUIV.
           IF SRT-RULE-ID = WS-EVAL-RULE
               MOVE "YES" TO WS-RULES-EQUIV
           ELSE
               MOVE "NO" TO WS-RULES-EQUIV
                       UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   IF (WS-ALS-OLD(WS-ALIAS-IDX) = WS-EVAL-RULE
                           AND WS-ALS-NEW(WS-ALIAS-IDX) =
                               SRT-RULE-ID)
                       OR (WS-ALS-NEW(WS-ALIAS-IDX) = WS-EVAL-RULE
                           AND WS-ALS-OLD(WS-ALIAS-IDX) =
                               SRT-RULE-ID)
                       MOVE "YES" TO WS-RULES-EQUIV
                   END-IF
               END-PERFORM
           END-IF.

       2300-CHECK-WAIVER.
      * A live waiver on the expected rule parks a side's miss. A
      * live waiver on a program the proposal reconciles cleanly is
      * a waiver the proposal retires.
           IF WS-PRG-CUR-VERDICT = "MISMATCH"
               AND SRT-RULE-ID = WS-PRG-CUR-RULE
               MOVE "WAIVED" TO WS-PRG-CUR-VERDICT
           END-IF
           IF WS-PRG-PRP-VERDICT = "MISMATCH"
               AND SRT-RULE-ID = WS-PRG-PRP-RULE
               MOVE "WAIVED" TO WS-PRG-PRP-VERDICT
           END-IF
           IF WS-PRG-PRP-VERDICT = "MATCH"
               ADD 1 TO WS-FREED-COUNT
               MOVE 2 TO SW-SECTION
               MOVE SRT-SEQ TO SW-SEQ
               MOVE SRT-PROGRAM-ID TO SW-PROGRAM-ID
               MOVE SPACES TO SW-CUR-VERDICT
               MOVE SPACES TO SW-PRP-VERDICT
               MOVE SRT-RULE-ID TO SW-RULE-ID
               WRITE SIMULATION-WORK-RECORD
           END-IF.

       2500-FINISH-PROGRAM.
      * Findings and waivers for a program neither fixture names
      * take no part in the simulation.
           IF WS-CUR-PROGRAM NOT = LOW-VALUES
               AND (WS-PRG-CUR-PRESENT = "YES"
                   OR WS-PRG-PRP-PRESENT = "YES")
               IF WS-PRG-PRP-VERDICT = "MISMATCH"
                   ADD 1 TO WS-ALERT-COUNT
               END-IF
               IF WS-PRG-CUR-VERDICT NOT = WS-PRG-PRP-VERDICT
                   ADD 1 TO WS-FLIP-COUNT
                   MOVE 1 TO SW-SECTION
                   MOVE WS-PRG-FIRST-SEQ TO SW-SEQ
                   MOVE WS-CUR-PROGRAM TO SW-PROGRAM-ID
                   MOVE WS-PRG-CUR-VERDICT TO SW-CUR-VERDICT
                   MOVE WS-PRG-PRP-VERDICT TO SW-PRP-VERDICT
                   MOVE WS-PRG-PRP-RULE TO SW-RULE-ID
                   WRITE SIMULATION-WORK-RECORD
               END-IF
           END-IF.

       3000-PRINT-DELTA-REPORT.
           OPEN OUTPUT REPORT-FILE
           WRITE RPT-LINE
           MOVE "VERDICT FLIPS:" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 3050-RETURN-AHEAD
           PERFORM UNTIL WS-AHEAD-SECTION NOT = 1
               MOVE WS-AHEAD-PROGRAM TO WS-DLT-PROGRAM-ID
               MOVE WS-AHEAD-CUR TO WS-DLT-CUR
               MOVE WS-AHEAD-PRP TO WS-DLT-PRP
               MOVE WS-AHEAD-RULE TO WS-DLT-RULE
               MOVE WS-DELTA-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 3050-RETURN-AHEAD
           END-PERFORM
           IF WS-FLIP-COUNT = 0
               MOVE "  NONE - PROPOSAL CHANGES NO VERDICT"
           MOVE "WAIVERS THE PROPOSAL MAKES UNNECESSARY:"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM UNTIL WS-AHEAD-SECTION NOT = 2
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-AHEAD-PROGRAM
                   " " WS-AHEAD-RULE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM 3050-RETURN-AHEAD
           END-PERFORM
           IF WS-FREED-COUNT = 0
               MOVE "  NONE" TO RPT-LINE
               " freed " WS-FREED-COUNT
               " alerts " WS-ALERT-COUNT.

       3050-RETURN-AHEAD.
           RETURN SIMULATION-SORT-FILE INTO WS-SIMULATION-AHEAD
               AT END
                   MOVE 9 TO WS-AHEAD-SECTION
           END-RETURN.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

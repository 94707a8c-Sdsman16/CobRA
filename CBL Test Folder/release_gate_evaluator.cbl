      * GATEPOL rows: THRESHOLD-NAME(20) LIMIT(5). Known names:
      *   MAX-UNWAIVED-HIGH, MIN-PRECISION-PCT, MAX-ALERTS,
      *   MAX-UNEXPECTED, MAX-NORUN.
      * A chained after-job: it waits on the night's suite run being
      * COMPLETE on CHAINCTL. A NOGO still completes the step.
      * Expected severities, live waivers and the scorecard's
      * mismatch rows are sorted together on program-id and rule-id
      * and judged in one matched pass, so the gate holds no
      * per-program table and takes any number of programs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           SELECT SCORECARD-FILE ASSIGN TO "SCORECARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT CERT-FILE ASSIGN TO "GATECERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  SCORECARD-FILE.
       COPY "scorerec.cpy".
       FD  ALERT-FILE.
           05 POL-LIMIT               PIC 9(5).
       FD  CERT-FILE.
       01 CERT-RECORD PIC X(80).
      * Sort work record. SRT-CLASS 1 carries a program's expected
      * severity and sorts ahead of its class 2 rows; within class 2
      * a live waiver (SRT-KIND 1) sorts ahead of the mismatches on
      * the same rule (SRT-KIND 2) it parks.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-CLASS               PIC 9(1).
           05 SRT-RULE-ID             PIC X(20).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEVERITY            PIC X(10).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       01 WS-SCORE-STATUS    PIC X(2).
       01 WS-ALERT-STATUS    PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-TODAY           PIC X(10).
       01 WS-HDR-RUN-ID      PIC X(14) VALUE SPACES.
       01 WS-GATE-VERDICT    PIC X(4)  VALUE "GO".
       01 WS-POL-COUNT       PIC 9(2)  VALUE 0.
       01 WS-POL-IDX         PIC 9(2)  VALUE 0.
       01 WS-MATCH-COUNT     PIC 9(5)  VALUE 0.
       01 WS-MISMATCH-COUNT  PIC 9(5)  VALUE 0.
       01 WS-UNWVD-HIGH      PIC 9(5)  VALUE 0.
       01 WS-UNEXPECT-COUNT  PIC 9(5)  VALUE 0.
       01 WS-NORUN-COUNT     PIC 9(5)  VALUE 0.
       01 WS-ALERT-COUNT     PIC 9(5)  VALUE 0.
       01 WS-PRECISION-PCT   PIC 9(3)  VALUE 0.
       01 WS-OBSERVED        PIC 9(5)  VALUE 0.
       01 WS-THRESH-OK       PIC X(4).
       01 WS-WAIVED-SWITCH   PIC X(3).
       01 WS-SEV-LOOKUP      PIC X(10).
       01 WS-SORT-EOF        PIC X(3)  VALUE "NO".
       01 WS-PRIOR-PROGRAM   PIC X(30) VALUE LOW-VALUES.
       01 WS-PRIOR-RULE      PIC X(20) VALUE LOW-VALUES.
       01 WS-POLICY-TABLE.
           05 WS-POL-ENTRY OCCURS 10 TIMES.
               10 WS-POL-NAME     PIC X(20).
               10 WS-POL-LIMIT    PIC 9(5).
       01 WS-CERT-LINE.
           05 WS-CRT-NAME        PIC X(20).
           05 FILLER             PIC X(7) VALUE " LIMIT=".
           05 WS-CRT-VERDICT     PIC X(4).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "RELGATE" TO WS-CHAIN-STEP
           MOVE "ReleaseGateEvaluator" TO WS-CHAIN-PROGRAM-ID
           PERFORM 9800-CHAIN-START
           IF WS-CHAIN-REFUSED = "YES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DISPLAY "No gate policy loaded, certification "
                   "refused"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-CLASS
                                SRT-RULE-ID SRT-KIND
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1100-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-MATCH-PROGRAMS
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           IF WS-MATCH-COUNT + WS-MISMATCH-COUNT > 0
               COMPUTE WS-PRECISION-PCT ROUNDED =
                   WS-MATCH-COUNT * 100
                   / (WS-MATCH-COUNT + WS-MISMATCH-COUNT)
           END-IF
           PERFORM 2500-COUNT-ALERTS
           PERFORM 3000-WRITE-CERTIFICATION
           DISPLAY "Release gate verdict: " WS-GATE-VERDICT
           IF WS-GATE-VERDICT = "NOGO"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9810-CHAIN-END
           GOBACK.

       1000-LOAD-POLICY.
           CLOSE POLICY-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1100-RELEASE-INPUTS.
           PERFORM 1200-RELEASE-EXPECTED
           PERFORM 1400-RELEASE-WAIVERS
           PERFORM 1600-RELEASE-SCORECARD.

       1200-RELEASE-EXPECTED.
      * Expected severities let the gate tell a HIGH mismatch from a
      * LOW one; the scorecard itself does not carry severity. The
      * rule stays out of the key so a program's expected rows keep
      * file order and the last one read still decides.
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "EXPRESULT OPEN FAILED: " WS-EXPECTED-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE EXP-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 1 TO SRT-CLASS
                       MOVE 0 TO SRT-KIND
                       MOVE EXP-SEVERITY TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE EXPECTED-RESULTS-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1400-RELEASE-WAIVERS.
      * Only a waiver still in force can park a mismatch, so a lapsed
      * one never reaches the sort.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               PERFORM UNTIL WS-WAIVER-STATUS NOT = "00"
                       AT END
                           MOVE "10" TO WS-WAIVER-STATUS
                       NOT AT END
                           IF WV-EXPIRY-DATE >= WS-TODAY
                               MOVE SPACES TO SORT-RECORD
                               MOVE WV-PROGRAM-ID TO SRT-PROGRAM-ID
                               MOVE 2 TO SRT-CLASS
                               MOVE WV-RULE-ID TO SRT-RULE-ID
                               MOVE 1 TO SRT-KIND
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.

       1600-RELEASE-SCORECARD.
           OPEN INPUT SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "SCORECARD OPEN FAILED: " WS-SCORE-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1700-TALLY-ONE-SCORE
               END-READ
           END-PERFORM
           CLOSE SCORECARD-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1700-TALLY-ONE-SCORE.
      * Only a mismatch needs its program's severity and waivers, so
      * it is the only scorecard row that goes through the sort.
           IF WS-HDR-RUN-ID = SPACES
               MOVE SCR-RUN-ID TO WS-HDR-RUN-ID
           END-IF
                   ADD 1 TO WS-MATCH-COUNT
               WHEN "MISMATCH"
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE SPACES TO SORT-RECORD
                   MOVE SCR-PROGRAM-ID TO SRT-PROGRAM-ID
                   MOVE 2 TO SRT-CLASS
                   MOVE SCR-RULE-EXPECTED TO SRT-RULE-ID
                   MOVE 2 TO SRT-KIND
                   RELEASE SORT-RECORD
               WHEN "UNEXPECT"
                   ADD 1 TO WS-UNEXPECT-COUNT
               WHEN "NORUN"
                   CONTINUE
           END-EVALUATE.

       2000-MATCH-PROGRAMS.
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2100-MATCH-ONE-ROW
               END-RETURN
           END-PERFORM.

       2100-MATCH-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-PRIOR-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-PRIOR-PROGRAM
               MOVE LOW-VALUES TO WS-PRIOR-RULE
               MOVE SPACES TO WS-SEV-LOOKUP
           END-IF
           IF SRT-CLASS = 2 AND SRT-RULE-ID NOT = WS-PRIOR-RULE
               MOVE SRT-RULE-ID TO WS-PRIOR-RULE
               MOVE "NO" TO WS-WAIVED-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN SRT-CLASS = 1
                   MOVE SRT-SEVERITY TO WS-SEV-LOOKUP
               WHEN SRT-KIND = 1
                   MOVE "YES" TO WS-WAIVED-SWITCH
               WHEN OTHER
                   PERFORM 2200-CHECK-UNWAIVED-HIGH
           END-EVALUATE.

       2200-CHECK-UNWAIVED-HIGH.
           IF WS-SEV-LOOKUP = "HIGH"
               AND WS-WAIVED-SWITCH = "NO"
               ADD 1 TO WS-UNWVD-HIGH
           END-IF.

       2500-COUNT-ALERTS.
           MOVE WS-CERT-LINE TO CERT-RECORD
           WRITE CERT-RECORD.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

      * audit-committee watch list with no coverage at all. The
      * coverage-by-category answer that used to take an afternoon of
      * cross-referencing.
      * CLASSLOG and the scorecard are sorted together on program-id
      * and each program is rolled into its class as its group ends,
      * so no per-program table limits how many programs the rollup
      * takes. Classes still print in the order their first program
      * appears on CLASSLOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "CWERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "scorerec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * Sort work record: a CLASSLOG row (SRT-KIND 1) or a scorecard
      * row (SRT-KIND 2), numbered in the order it was read.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-CWE                 PIC X(10).
           05 SRT-SEVERITY            PIC X(10).
           05 SRT-FLAG                PIC X(8).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-SCORE-STATUS    PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-CWE-COUNT       PIC 9(2) VALUE 0.
       01 WS-CWE-IDX         PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(2) VALUE 0.
       01 WS-GAP-COUNT       PIC 9(2) VALUE 0.
       01 WS-SWAP-SWITCH     PIC X(3) VALUE "NO".
       01 WS-FOUND-SWITCH    PIC X(3) VALUE "NO".
       01 WS-CWE-HOLD        PIC X(40).
      * The program whose sorted group is being read: its first
      * CLASSLOG sequence, last classification, and last scored flag.
       01 WS-CUR-PROGRAM     PIC X(30) VALUE LOW-VALUES.
       01 WS-CUR-CLASSED     PIC X(3)  VALUE "NO".
       01 WS-CUR-FIRST-SEQ   PIC 9(9)  VALUE 0.
       01 WS-CUR-CWE         PIC X(10).
       01 WS-CUR-SEVERITY    PIC X(10).
       01 WS-CUR-FLAG        PIC X(8).
       01 WS-CWE-TABLE.
           05 WS-CWE-ENTRY OCCURS 30 TIMES.
               10 WS-CWE-ID          PIC X(10).
               10 WS-CWE-FIRST-SEQ   PIC 9(9).
               10 WS-CWE-TESTS       PIC 9(3).
               10 WS-CWE-HIGH        PIC 9(3).
               10 WS-CWE-MEDIUM      PIC 9(3).
           05 WS-DTL-ALERTING    PIC 9(3).
       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1000-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-ROLL-UP-BY-CWE
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2900-ORDER-CLASSES
           PERFORM 3000-PRINT-REPORT
           MOVE "CweRollupReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           GOBACK.

       1000-RELEASE-INPUTS.
           PERFORM 1100-RELEASE-CLASSIFICATIONS
           PERFORM 1500-RELEASE-SCORECARD.

       1100-RELEASE-CLASSIFICATIONS.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASSLOG OPEN FAILED: " WS-CLASS-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE SPACES TO SORT-RECORD
                       MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 1 TO SRT-KIND
                       MOVE WS-RELEASE-SEQ TO SRT-SEQ
                       MOVE CLS-CWE-NUMBER TO SRT-CWE
                       MOVE CLS-SEVERITY TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CLASSIFY-LOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1500-RELEASE-SCORECARD.
           OPEN INPUT SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "SCORECARD OPEN FAILED: " WS-SCORE-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF SCR-MATCH-FLAG NOT = "UNEXPECT"
                           ADD 1 TO WS-RELEASE-SEQ
                           MOVE SPACES TO SORT-RECORD
                           MOVE SCR-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 2 TO SRT-KIND
                           MOVE WS-RELEASE-SEQ TO SRT-SEQ
                           MOVE SCR-MATCH-FLAG TO SRT-FLAG
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCORECARD-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       2000-ROLL-UP-BY-CWE.
      * A program's last CLASSLOG row and last scored flag decide how
      * it rolls up; a program never classified is not rolled up.
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2050-POST-SORTED-ROW
               END-RETURN
           END-PERFORM
           IF WS-CUR-CLASSED = "YES"
               PERFORM 2100-ROLL-UP-ONE-PROGRAM
           END-IF.

       2050-POST-SORTED-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               IF WS-CUR-CLASSED = "YES"
                   PERFORM 2100-ROLL-UP-ONE-PROGRAM
               END-IF
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE "NO" TO WS-CUR-CLASSED
               MOVE SPACES TO WS-CUR-FLAG
           END-IF
           IF SRT-KIND = 1
               IF WS-CUR-CLASSED = "NO"
                   MOVE "YES" TO WS-CUR-CLASSED
                   MOVE SRT-SEQ TO WS-CUR-FIRST-SEQ
               END-IF
               MOVE SRT-CWE TO WS-CUR-CWE
               MOVE SRT-SEVERITY TO WS-CUR-SEVERITY
           ELSE
               MOVE SRT-FLAG TO WS-CUR-FLAG
           END-IF.

       2100-ROLL-UP-ONE-PROGRAM.
           MOVE 0 TO WS-CWE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CWE-COUNT
               IF WS-CWE-ID(WS-SCAN-IDX) = WS-CUR-CWE
                   MOVE WS-SCAN-IDX TO WS-CWE-IDX
               END-IF
           END-PERFORM
           IF WS-CWE-IDX = 0 AND WS-CWE-COUNT < 30
               ADD 1 TO WS-CWE-COUNT
               MOVE WS-CWE-COUNT TO WS-CWE-IDX
               MOVE WS-CUR-CWE TO WS-CWE-ID(WS-CWE-IDX)
               MOVE WS-CUR-FIRST-SEQ TO WS-CWE-FIRST-SEQ(WS-CWE-IDX)
               MOVE 0 TO WS-CWE-TESTS(WS-CWE-IDX)
               MOVE 0 TO WS-CWE-HIGH(WS-CWE-IDX)
               MOVE 0 TO WS-CWE-MEDIUM(WS-CWE-IDX)
               MOVE 0 TO WS-CWE-ALERTING(WS-CWE-IDX)
           END-IF
           IF WS-CWE-IDX > 0
               IF WS-CUR-FIRST-SEQ < WS-CWE-FIRST-SEQ(WS-CWE-IDX)
                   MOVE WS-CUR-FIRST-SEQ
                       TO WS-CWE-FIRST-SEQ(WS-CWE-IDX)
               END-IF
               ADD 1 TO WS-CWE-TESTS(WS-CWE-IDX)
               EVALUATE WS-CUR-SEVERITY
                   WHEN "HIGH"
                       ADD 1 TO WS-CWE-HIGH(WS-CWE-IDX)
                   WHEN "MEDIUM"
                   WHEN OTHER
                       ADD 1 TO WS-CWE-NONE(WS-CWE-IDX)
               END-EVALUATE
               EVALUATE WS-CUR-FLAG
                   WHEN "MATCH"
                       ADD 1 TO WS-CWE-MATCHED(WS-CWE-IDX)
                   WHEN "MISMATCH"
               END-EVALUATE
           END-IF.

       2900-ORDER-CLASSES.
      * Puts the classes back in CLASSLOG first-appearance order.
           MOVE "YES" TO WS-SWAP-SWITCH
           PERFORM UNTIL WS-SWAP-SWITCH = "NO"
               MOVE "NO" TO WS-SWAP-SWITCH
               PERFORM VARYING WS-CWE-IDX FROM 1 BY 1
                       UNTIL WS-CWE-IDX >= WS-CWE-COUNT
                   COMPUTE WS-SCAN-IDX = WS-CWE-IDX + 1
                   IF WS-CWE-FIRST-SEQ(WS-CWE-IDX) >
                      WS-CWE-FIRST-SEQ(WS-SCAN-IDX)
                       MOVE WS-CWE-ENTRY(WS-CWE-IDX) TO WS-CWE-HOLD
                       MOVE WS-CWE-ENTRY(WS-SCAN-IDX)
                           TO WS-CWE-ENTRY(WS-CWE-IDX)
                       MOVE WS-CWE-HOLD TO WS-CWE-ENTRY(WS-SCAN-IDX)
                       MOVE "YES" TO WS-SWAP-SWITCH
                   END-IF
               END-PERFORM
           END-PERFORM.

       3000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "COVERAGE ROLLUP BY WEAKNESS CLASS" TO RPT-LINE
               " gaps=" WS-GAP-COUNT.

       3100-CHECK-ONE-WATCH-CLASS.
           MOVE "NO" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CWE-IDX FROM 1 BY 1
                   UNTIL WS-CWE-IDX > WS-CWE-COUNT
               IF WS-CWE-ID(WS-CWE-IDX) = WS-WATCH-CWE(WS-SCAN-IDX)
                   MOVE "YES" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND-SWITCH = "NO"
               ADD 1 TO WS-GAP-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "  " WS-WATCH-CWE(WS-SCAN-IDX)

      *   TRUNCPROG first program-id cut to 10 bytes     1 / 1
      * VERIFY ends CC 0 when the matcher behaved, CC 8 when it did
      * not.
      * MUTATE passes EXPRESULT through a sort on its row number
      * (reversed for REORDER), picking the target row as the rows
      * are released, so a fixture of any size can be mutated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "SELFTRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "scorerec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-ORDER               PIC 9(9).
           05 SRT-ROW-NO              PIC 9(9).
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-RULE-ID             PIC X(20).
           05 SRT-SEVERITY            PIC X(10).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-SCORE-STATUS    PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-MODE            PIC X(6).
       01 WS-KIND            PIC X(10).
       01 WS-ROW-COUNT       PIC 9(5) VALUE 0.
       01 WS-TARGET-IDX      PIC 9(5) VALUE 0.
       01 WS-LAST-VULN-IDX   PIC 9(5) VALUE 0.
       01 WS-FIRST-HIGH-IDX  PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT   PIC 9(5) VALUE 0.
       01 WS-MISMATCH-COUNT  PIC 9(3) VALUE 0.
       01 WS-UNEXPECT-COUNT  PIC 9(3) VALUE 0.
       01 WS-PRED-MISMATCH   PIC 9(3) VALUE 0.
       01 WS-PRED-UNEXPECT   PIC 9(3) VALUE 0.
       01 WS-VERDICT         PIC X(8).
       LINKAGE SECTION.
       01 LS-SELFTEST-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           MOVE LS-PARM-TEXT(8:LS-PARM-LEN - 7) TO WS-KIND
           EVALUATE WS-MODE
               WHEN "MUTATE"
                   PERFORM 2000-WRITE-MUTATED-ACTUALS
               WHEN "VERIFY"
                   PERFORM 3000-VERIFY-SCORECARD
           END-EVALUATE
           GOBACK.

       1000-RELEASE-EXPECTED.
      * The targets are noted as the rows go by: the last vulnerable
      * row and the first HIGH row; DUP and TRUNCPROG take row 1.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ EXPECTED-RESULTS-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       IF EXP-RULE-ID NOT = "NONE"
                           MOVE WS-ROW-COUNT TO WS-LAST-VULN-IDX
                       END-IF
                       IF EXP-SEVERITY = "HIGH"
                           AND WS-FIRST-HIGH-IDX = 0
                           MOVE WS-ROW-COUNT TO WS-FIRST-HIGH-IDX
                       END-IF
                       MOVE WS-ROW-COUNT TO SRT-ROW-NO
                       IF WS-KIND = "REORDER"
                           COMPUTE SRT-ORDER = 999999999 - WS-ROW-COUNT
                       ELSE
                           MOVE WS-ROW-COUNT TO SRT-ORDER
                       END-IF
                       MOVE EXP-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE EXP-RULE-ID    TO SRT-RULE-ID
                       MOVE EXP-SEVERITY   TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE EXPECTED-RESULTS-FILE
      * A faithful copy of the fixture IS the perfect scanner night;
      * each kind injects exactly one defect into it so the verdict
      * the matcher should reach is known in advance.
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "EXPRESULT OPEN FAILED: " WS-EXPECTED-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ORDER
               INPUT PROCEDURE IS 1000-RELEASE-EXPECTED
               OUTPUT PROCEDURE IS 2050-WRITE-SORTED-ROWS
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Mutation " WS-KIND " wrote "
               WS-WRITTEN-COUNT " rows (target row "
               WS-TARGET-IDX ")".

       2050-WRITE-SORTED-ROWS.
           PERFORM 2100-PICK-TARGET-ROW
           OPEN OUTPUT ACTUAL-RESULTS-FILE
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2200-WRITE-ONE-ROW
               END-RETURN
           END-PERFORM
           CLOSE ACTUAL-RESULTS-FILE.

       2100-PICK-TARGET-ROW.
           MOVE 0 TO WS-TARGET-IDX
           EVALUATE WS-KIND
      * ACTUALRES row at all, expected NONE included -- but the
      * vulnerable row is the representative case: a scanner
      * losing a detection is the failure this suite exists for.
                   MOVE WS-LAST-VULN-IDX TO WS-TARGET-IDX
               WHEN "SEVDOWN   "
                   MOVE WS-FIRST-HIGH-IDX TO WS-TARGET-IDX
               WHEN "DUP       "
               WHEN "TRUNCPROG "
                   MOVE 1 TO WS-TARGET-IDX
           END-EVALUATE.

       2200-WRITE-ONE-ROW.
           MOVE SRT-PROGRAM-ID TO ACT-PROGRAM-ID
           MOVE SRT-RULE-ID    TO ACT-RULE-ID
           MOVE SRT-SEVERITY   TO ACT-SEVERITY
           IF SRT-ROW-NO = WS-TARGET-IDX
               EVALUATE WS-KIND
                   WHEN "DROP      "
                       CONTINUE
                       WRITE ACTUAL-RESULT
                       ADD 2 TO WS-WRITTEN-COUNT
                   WHEN "TRUNCPROG "
                       MOVE SRT-PROGRAM-ID(1:10) TO ACT-PROGRAM-ID
                       WRITE ACTUAL-RESULT
                       ADD 1 TO WS-WRITTEN-COUNT
                   WHEN OTHER

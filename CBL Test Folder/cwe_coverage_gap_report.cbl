      * the classes with no active registered test at all -- the
      * demonstrable coverage claim last audit cycle said we could
      * not make. Ends CC 4 when any class is uncovered.
      * CWECAT, TESTREG and CLASSLOG are sorted together on program-id
      * and CWE and matched in that sequence; each catalog row's line
      * goes to the COVWORK work file, sorted back into class and
      * catalog order to print. Only the catalog's CWE classes are
      * held in a table, so the report takes any number of programs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "CWECOV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT COVERAGE-WORK-FILE ASSIGN TO "COVWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COVWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT COVERAGE-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           05 CAT-CVE-REF             PIC X(20).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One catalog row's coverage line, keyed by its CWE class's
      * place in the catalog and its own.
       FD  COVERAGE-WORK-FILE.
       01 COVERAGE-WORK-RECORD.
           05 CV-CWE-IDX              PIC 9(2).
           05 CV-SEQ                  PIC 9(9).
           05 CV-PROGRAM-ID           PIC X(30).
           05 CV-STATE                PIC X(12).
           05 CV-CLASSIFIED           PIC X(3).
      * Match sort record: a TESTREG row (SRT-KIND 0, CWE low-values
      * so it leads its program), a CLASSLOG row (1) or a CWECAT row
      * (2); a program's CLASSLOG rows for a CWE come just ahead of
      * its catalog row for that CWE.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-CWE                 PIC X(10).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-ACTIVE              PIC X(1).
           05 SRT-CWE-IDX             PIC 9(2).
       SD  COVERAGE-SORT-FILE.
       01 COVERAGE-SORT-RECORD.
           05 CVS-CWE-IDX             PIC 9(2).
           05 CVS-SEQ                 PIC 9(9).
           05 CVS-PROGRAM-ID          PIC X(30).
           05 CVS-STATE               PIC X(12).
           05 CVS-CLASSIFIED          PIC X(3).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-CATALOG-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-COVWORK-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-CWE-COUNT       PIC 9(2) VALUE 0.
       01 WS-CWE-IDX         PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(2) VALUE 0.
       01 WS-GAP-COUNT       PIC 9(2) VALUE 0.
       01 WS-REG-STATE       PIC X(12).
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-CWE         PIC X(10).
       01 WS-CUR-CLASSIFIED  PIC X(3).
       01 WS-CWE-TABLE.
           05 WS-CWE-ENTRY OCCURS 30 TIMES.
               10 WS-CWE-ID          PIC X(10).
               10 WS-CWE-ACTIVE      PIC 9(4).
      * The sorted coverage line read ahead of the class printing;
      * class 99 once the sort is exhausted.
       01 WS-COVERAGE-AHEAD.
           05 WS-AHEAD-CWE-IDX   PIC 9(2).
           05 WS-AHEAD-SEQ       PIC 9(9).
           05 WS-AHEAD-PROGRAM   PIC X(30).
           05 WS-AHEAD-STATE     PIC X(12).
           05 WS-AHEAD-CLASSIFIED PIC X(3).
       01 WS-DETAIL-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-PROGRAM-ID  PIC X(30).
           05 WS-DTL-CLASSIFIED  PIC X(14).
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CWECAT OPEN FAILED: " WS-CATALOG-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TEST-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "TESTREG OPEN FAILED: " WS-REGISTRY-STATUS
               CLOSE CATALOG-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-CWE SRT-KIND
                   SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 1500-MATCH-PROGRAMS
           IF SORT-RETURN = 0
               SORT COVERAGE-SORT-FILE
                   ON ASCENDING KEY CVS-CWE-IDX CVS-SEQ
                   USING COVERAGE-WORK-FILE
                   OUTPUT PROCEDURE IS 2000-PRINT-COVERAGE
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "CweCoverageGapReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "COVERAGE CLASSES=" WS-CWE-COUNT
           END-IF
           GOBACK.

       1000-RELEASE-INPUTS.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ CATALOG-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1100-NOTE-CWE
                       MOVE CAT-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE CAT-CWE-NUMBER TO SRT-CWE
                       MOVE 2 TO SRT-KIND
                       MOVE SPACE TO SRT-ACTIVE
                       MOVE WS-CWE-IDX TO SRT-CWE-IDX
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           PERFORM 1200-RELEASE-REGISTRY
           PERFORM 1400-RELEASE-CLASSIFICATIONS.

       1100-NOTE-CWE.
      * Classes print in the order the catalog first names them.
           MOVE 0 TO WS-CWE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CWE-COUNT
               IF WS-CWE-ID(WS-SCAN-IDX) = CAT-CWE-NUMBER
                   MOVE WS-SCAN-IDX TO WS-CWE-IDX
               END-IF
           END-PERFORM
           IF WS-CWE-IDX = 0 AND WS-CWE-COUNT < 30
               ADD 1 TO WS-CWE-COUNT
               MOVE WS-CWE-COUNT TO WS-CWE-IDX
               MOVE CAT-CWE-NUMBER TO WS-CWE-ID(WS-CWE-COUNT)
               MOVE 0 TO WS-CWE-ACTIVE(WS-CWE-COUNT)
           END-IF.

       1200-RELEASE-REGISTRY.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ TEST-REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE TRG-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE LOW-VALUES TO SRT-CWE
                       MOVE 0 TO SRT-KIND
                       MOVE TRG-ACTIVE-FLAG TO SRT-ACTIVE
                       MOVE 0 TO SRT-CWE-IDX
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE TEST-REGISTRY-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1400-RELEASE-CLASSIFICATIONS.
      * A catalog row whose program actually wrote that CWE to
      * CLASSLOG has demonstrated itself, not just claimed coverage.
           OPEN INPUT CLASSIFY-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE CLS-CWE-NUMBER TO SRT-CWE
                           MOVE 1 TO SRT-KIND
                           MOVE SPACE TO SRT-ACTIVE
                           MOVE 0 TO SRT-CWE-IDX
                           PERFORM 1900-RELEASE-ROW
                   END-READ
               END-PERFORM
               CLOSE CLASSIFY-LOG-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH.

       1500-MATCH-PROGRAMS.
           OPEN OUTPUT COVERAGE-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 1600-MATCH-ONE-ROW
               END-RETURN
           END-PERFORM
           CLOSE COVERAGE-WORK-FILE.

       1600-MATCH-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE "UNREGISTERED" TO WS-REG-STATE
               MOVE LOW-VALUES TO WS-CUR-CWE
           END-IF
           IF SRT-CWE NOT = WS-CUR-CWE
               MOVE SRT-CWE TO WS-CUR-CWE
               MOVE "NO" TO WS-CUR-CLASSIFIED
           END-IF
           EVALUATE SRT-KIND
               WHEN 0
                   IF SRT-ACTIVE = "Y"
                       MOVE "ACTIVE      " TO WS-REG-STATE
                   ELSE
                       MOVE "DISABLED    " TO WS-REG-STATE
                   END-IF
               WHEN 1
                   MOVE "YES" TO WS-CUR-CLASSIFIED
               WHEN 2
                   IF SRT-CWE-IDX > 0
                       MOVE SRT-CWE-IDX TO CV-CWE-IDX
                       MOVE SRT-SEQ TO CV-SEQ
                       MOVE SRT-PROGRAM-ID TO CV-PROGRAM-ID
                       MOVE WS-REG-STATE TO CV-STATE
                       MOVE WS-CUR-CLASSIFIED TO CV-CLASSIFIED
                       WRITE COVERAGE-WORK-RECORD
                   END-IF
           END-EVALUATE.

       1900-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD.

       2000-PRINT-COVERAGE.
           OPEN OUTPUT REPORT-FILE
           MOVE "CWE COVERAGE BY CATALOG CLASS" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2050-RETURN-AHEAD
           PERFORM VARYING WS-CWE-IDX FROM 1 BY 1
                   UNTIL WS-CWE-IDX > WS-CWE-COUNT
               PERFORM 2100-PRINT-ONE-CLASS
           DISPLAY "CWE coverage report: " WS-CWE-COUNT
               " classes, " WS-GAP-COUNT " uncovered".

       2050-RETURN-AHEAD.
           RETURN COVERAGE-SORT-FILE INTO WS-COVERAGE-AHEAD
               AT END
                   MOVE 99 TO WS-AHEAD-CWE-IDX
           END-RETURN.

       2100-PRINT-ONE-CLASS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CWE-ID(WS-CWE-IDX) TO RPT-LINE
           WRITE RPT-LINE
           PERFORM UNTIL WS-AHEAD-CWE-IDX NOT = WS-CWE-IDX
               IF WS-AHEAD-STATE = "ACTIVE      "
                   ADD 1 TO WS-CWE-ACTIVE(WS-CWE-IDX)
               END-IF
               MOVE WS-AHEAD-PROGRAM TO WS-DTL-PROGRAM-ID
               MOVE WS-AHEAD-STATE TO WS-DTL-STATE
               IF WS-AHEAD-CLASSIFIED = "YES"
                   MOVE "CLASSIFIED" TO WS-DTL-CLASSIFIED
               ELSE
                   MOVE "NOT CLASSIFIED" TO WS-DTL-CLASSIFIED
               END-IF
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 2050-RETURN-AHEAD
           END-PERFORM.

       9900-WRITE-AUDIT-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemediationMttrReport.
      * Monthly mean-time-to-remediate report for the audit committee,
      * read straight off the CLOSLDG closure ledger that
      * FindingsHistoryUpdate writes instead of rebuilt by hand in a
      * spreadsheet. For every closure dated in the report month it
      * shows, by owning team and then by CWE (the program's current
      * CLASSLOG classification, last row per program wins, as the
      * SLA report does):
      *   CLOSED       closures in the month
      *   MEAN/MEDIAN  days open, first seen (or reopen) to closure
      *   REOPENED     of those closures, how many have since come
      *                back, and that as a percentage -- the reopen
      *                rate that says whether "fixed" stayed fixed
      * The month is PARM='YYYY-MM'; with no PARM the report covers
      * the calendar month before today, the normal first-of-month
      * run. CC 4 when the month has no closures, or when a closure,
      * team, CWE or program outgrew its table (the report ends with
      * how many were left out), CC 12 when the ledger cannot be
      * read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "classsel.cpy".
           COPY "clossel.cpy".
           SELECT REPORT-FILE ASSIGN TO "MTTRRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CLASSIFY-LOG-FILE.
       COPY "classrec.cpy".
       FD  CLOSURE-LEDGER-FILE.
       COPY "closrec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-CLOSURE-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-REPORT-MONTH    PIC X(7).
       01 WS-PRIOR-YYYY      PIC 9(4).
       01 WS-PRIOR-MM        PIC 9(2).
       01 WS-REOPEN-EVENTS   PIC 9(5) VALUE 0.
       01 WS-PROG-DROPPED    PIC 9(5) VALUE 0.
       01 WS-CLS-DROPPED     PIC 9(5) VALUE 0.
       01 WS-GRP-DROPPED     PIC 9(5) VALUE 0.
       01 WS-PROG-COUNT      PIC 9(3) VALUE 0.
       01 WS-PROG-IDX        PIC 9(3) VALUE 0.
       01 WS-PROG-TABLE.
           05 WS-PROG-ENTRY OCCURS 200 TIMES.
               10 WS-PROG-NAME       PIC X(30).
               10 WS-PROG-CWE        PIC X(10).
      * The month's closures, sorted ascending on days open so each
      * group's median can be picked off in one ordered pass.
       01 WS-CLS-COUNT       PIC 9(4) VALUE 0.
       01 WS-CLS-IDX         PIC 9(4) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(4) VALUE 0.
       01 WS-CLS-TABLE.
           05 WS-CLS-ENTRY OCCURS 1000 TIMES.
               10 WS-CLS-TEAM        PIC X(12).
               10 WS-CLS-CWE         PIC X(10).
               10 WS-CLS-DAYS        PIC 9(5).
               10 WS-CLS-REOPENED    PIC X(1).
       01 WS-HOLD-CLOSURE.
           05 WS-HLD-TEAM        PIC X(12).
           05 WS-HLD-CWE         PIC X(10).
           05 WS-HLD-DAYS        PIC 9(5).
           05 WS-HLD-REOPENED    PIC X(1).
      * One row per team (kind T) or CWE (kind C) seen in the month.
       01 WS-GRP-COUNT       PIC 9(3) VALUE 0.
       01 WS-GRP-IDX         PIC 9(3) VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 100 TIMES.
               10 WS-GRP-KIND        PIC X(1).
               10 WS-GRP-NAME        PIC X(12).
               10 WS-GRP-CLOSED      PIC 9(5).
               10 WS-GRP-DAYS-SUM    PIC 9(9).
               10 WS-GRP-REOPENED    PIC 9(5).
       01 WS-FIND-KIND       PIC X(1).
       01 WS-FIND-NAME       PIC X(12).
       01 WS-TOTAL-CLOSED    PIC 9(5) VALUE 0.
       01 WS-TOTAL-DAYS      PIC 9(9) VALUE 0.
       01 WS-TOTAL-REOPENED  PIC 9(5) VALUE 0.
       01 WS-MID-LOW         PIC 9(5) VALUE 0.
       01 WS-MID-HIGH        PIC 9(5) VALUE 0.
       01 WS-MID-SEEN        PIC 9(5) VALUE 0.
       01 WS-MID-LOW-DAYS    PIC 9(5) VALUE 0.
       01 WS-MID-HIGH-DAYS   PIC 9(5) VALUE 0.
       01 WS-CALC-CLOSED     PIC 9(5) VALUE 0.
       01 WS-CALC-DAYS-SUM   PIC 9(9) VALUE 0.
       01 WS-CALC-REOPENED   PIC 9(5) VALUE 0.
       01 WS-CALC-MEAN       PIC 9(5)V9 VALUE 0.
       01 WS-CALC-MEDIAN     PIC 9(5)V9 VALUE 0.
       01 WS-CALC-RATE       PIC 9(3)V9 VALUE 0.
       01 WS-DETAIL-LINE.
           05 WS-DTL-NAME        PIC X(14).
           05 WS-DTL-CLOSED      PIC ZZZZ9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-DTL-MEAN        PIC ZZZZ9.9.
           05 FILLER             PIC X(6) VALUE SPACES.
           05 WS-DTL-MEDIAN      PIC ZZZZ9.9.
           05 FILLER             PIC X(6) VALUE SPACES.
           05 WS-DTL-REOPENED    PIC ZZZZ9.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 WS-DTL-RATE        PIC ZZ9.9.
           05 FILLER             PIC X(1) VALUE "%".
       LINKAGE SECTION.
       01 LS-MTTR-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(7).
       PROCEDURE DIVISION USING LS-MTTR-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           PERFORM 0100-SET-REPORT-MONTH
           PERFORM 1000-LOAD-CLASSIFICATIONS
           PERFORM 2000-LOAD-MONTH-CLOSURES
           PERFORM 3000-SORT-BY-DAYS-OPEN
           PERFORM 3500-ACCUMULATE-GROUPS
           PERFORM 4000-PRINT-REPORT
           MOVE "RemediationMttrReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "MTTR " WS-REPORT-MONTH " CLOSED=" WS-TOTAL-CLOSED
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-CLS-COUNT = 0 OR WS-PROG-DROPPED > 0
               OR WS-CLS-DROPPED > 0 OR WS-GRP-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-SET-REPORT-MONTH.
           IF LS-PARM-LEN >= 7
               MOVE LS-PARM-TEXT(1:7) TO WS-REPORT-MONTH
           ELSE
               MOVE WS-AUDIT-YYYY TO WS-PRIOR-YYYY
               MOVE WS-AUDIT-MM   TO WS-PRIOR-MM
               IF WS-PRIOR-MM = 1
                   MOVE 12 TO WS-PRIOR-MM
                   SUBTRACT 1 FROM WS-PRIOR-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-PRIOR-MM
               END-IF
               MOVE SPACES TO WS-REPORT-MONTH
               STRING WS-PRIOR-YYYY "-" WS-PRIOR-MM
                   DELIMITED BY SIZE INTO WS-REPORT-MONTH
           END-IF.

       1000-LOAD-CLASSIFICATIONS.
      * A program's current CWE is its last CLASSLOG row; a program
      * never classified reports under UNCLASS.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ CLASSIFY-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 1100-POST-CLASSIFICATION
                   END-READ
               END-PERFORM
               CLOSE CLASSIFY-LOG-FILE
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF.

       1100-POST-CLASSIFICATION.
           MOVE 0 TO WS-PROG-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PROG-COUNT
               IF WS-PROG-NAME(WS-SCAN-IDX) = CLS-PROGRAM-ID
                   MOVE WS-SCAN-IDX TO WS-PROG-IDX
               END-IF
           END-PERFORM
           IF WS-PROG-IDX = 0 AND WS-PROG-COUNT < 200
               ADD 1 TO WS-PROG-COUNT
               MOVE WS-PROG-COUNT TO WS-PROG-IDX
               MOVE CLS-PROGRAM-ID TO WS-PROG-NAME(WS-PROG-IDX)
           END-IF
           IF WS-PROG-IDX > 0
               MOVE CLS-CWE-NUMBER TO WS-PROG-CWE(WS-PROG-IDX)
           ELSE
               ADD 1 TO WS-PROG-DROPPED
           END-IF.

       2000-LOAD-MONTH-CLOSURES.
           OPEN INPUT CLOSURE-LEDGER-FILE
           IF WS-CLOSURE-STATUS NOT = "00"
               DISPLAY "CLOSLDG OPEN FAILED: " WS-CLOSURE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ CLOSURE-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 2100-POST-CLOSURE
               END-READ
           END-PERFORM
           CLOSE CLOSURE-LEDGER-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       2100-POST-CLOSURE.
      * Reopen events are counted by the month they happened in,
      * whichever month the closure they undid belongs to.
           IF CL-REOPEN-DATE(1:7) = WS-REPORT-MONTH
               ADD 1 TO WS-REOPEN-EVENTS
           END-IF
           IF CL-CLOSED-DATE(1:7) = WS-REPORT-MONTH
               IF WS-CLS-COUNT < 1000
                   ADD 1 TO WS-CLS-COUNT
                   MOVE CL-TEAM      TO WS-CLS-TEAM(WS-CLS-COUNT)
                   MOVE CL-DAYS-OPEN TO WS-CLS-DAYS(WS-CLS-COUNT)
                   MOVE "UNCLASS"    TO WS-CLS-CWE(WS-CLS-COUNT)
                   PERFORM VARYING WS-PROG-IDX FROM 1 BY 1
                           UNTIL WS-PROG-IDX > WS-PROG-COUNT
                       IF WS-PROG-NAME(WS-PROG-IDX) = CL-PROGRAM-ID
                           MOVE WS-PROG-CWE(WS-PROG-IDX)
                               TO WS-CLS-CWE(WS-CLS-COUNT)
                       END-IF
                   END-PERFORM
                   IF CL-REOPEN-DATE = SPACES
                       MOVE "N" TO WS-CLS-REOPENED(WS-CLS-COUNT)
                   ELSE
                       MOVE "Y" TO WS-CLS-REOPENED(WS-CLS-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-CLS-DROPPED
                   DISPLAY "Closure table full, closure dropped: "
                       CL-PROGRAM-ID " " CL-RULE-ID
               END-IF
           END-IF.

       3000-SORT-BY-DAYS-OPEN.
      * Ascending on days open, the same neighbour-exchange pass the
      * SLA report uses for its breach ordering.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX >= WS-CLS-COUNT
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX >= WS-CLS-COUNT
                   IF WS-CLS-DAYS(WS-SCAN-IDX) >
                           WS-CLS-DAYS(WS-SCAN-IDX + 1)
                       MOVE WS-CLS-ENTRY(WS-SCAN-IDX)
                           TO WS-HOLD-CLOSURE
                       MOVE WS-CLS-ENTRY(WS-SCAN-IDX + 1)
                           TO WS-CLS-ENTRY(WS-SCAN-IDX)
                       MOVE WS-HOLD-CLOSURE
                           TO WS-CLS-ENTRY(WS-SCAN-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3500-ACCUMULATE-GROUPS.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                   UNTIL WS-CLS-IDX > WS-CLS-COUNT
               ADD 1 TO WS-TOTAL-CLOSED
               ADD WS-CLS-DAYS(WS-CLS-IDX) TO WS-TOTAL-DAYS
               IF WS-CLS-REOPENED(WS-CLS-IDX) = "Y"
                   ADD 1 TO WS-TOTAL-REOPENED
               END-IF
               MOVE "T" TO WS-FIND-KIND
               MOVE WS-CLS-TEAM(WS-CLS-IDX) TO WS-FIND-NAME
               PERFORM 3600-POST-GROUP
               MOVE "C" TO WS-FIND-KIND
               MOVE WS-CLS-CWE(WS-CLS-IDX) TO WS-FIND-NAME
               PERFORM 3600-POST-GROUP
           END-PERFORM.

       3600-POST-GROUP.
           MOVE 0 TO WS-GRP-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-GRP-COUNT
               IF WS-GRP-KIND(WS-SCAN-IDX) = WS-FIND-KIND
                   AND WS-GRP-NAME(WS-SCAN-IDX) = WS-FIND-NAME
                   MOVE WS-SCAN-IDX TO WS-GRP-IDX
               END-IF
           END-PERFORM
           IF WS-GRP-IDX = 0 AND WS-GRP-COUNT < 100
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-IDX
               MOVE WS-FIND-KIND TO WS-GRP-KIND(WS-GRP-IDX)
               MOVE WS-FIND-NAME TO WS-GRP-NAME(WS-GRP-IDX)
               MOVE 0 TO WS-GRP-CLOSED(WS-GRP-IDX)
                   WS-GRP-DAYS-SUM(WS-GRP-IDX)
                   WS-GRP-REOPENED(WS-GRP-IDX)
           END-IF
           IF WS-GRP-IDX > 0
               ADD 1 TO WS-GRP-CLOSED(WS-GRP-IDX)
               ADD WS-CLS-DAYS(WS-CLS-IDX)
                   TO WS-GRP-DAYS-SUM(WS-GRP-IDX)
               IF WS-CLS-REOPENED(WS-CLS-IDX) = "Y"
                   ADD 1 TO WS-GRP-REOPENED(WS-GRP-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-GRP-DROPPED
               DISPLAY "Group table full, closure not grouped: "
                   WS-FIND-KIND " " WS-FIND-NAME
           END-IF.

       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "MEAN TIME TO REMEDIATE  MONTH " WS-REPORT-MONTH
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "T" TO WS-FIND-KIND
           MOVE "BY TEAM" TO RPT-LINE
           PERFORM 4100-PRINT-GROUP-SECTION
           MOVE "C" TO WS-FIND-KIND
           MOVE "BY CWE" TO RPT-LINE
           PERFORM 4100-PRINT-GROUP-SECTION
           MOVE SPACES TO WS-FIND-KIND WS-FIND-NAME
           MOVE WS-TOTAL-CLOSED   TO WS-CALC-CLOSED
           MOVE WS-TOTAL-DAYS     TO WS-CALC-DAYS-SUM
           MOVE WS-TOTAL-REOPENED TO WS-CALC-REOPENED
           PERFORM 4300-COMPUTE-MEASURES
           MOVE "ALL FINDINGS" TO WS-DTL-NAME
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "REOPEN EVENTS DURING " WS-REPORT-MONTH ": "
               WS-REOPEN-EVENTS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 4500-PRINT-OVERFLOW
           CLOSE REPORT-FILE.

       4100-PRINT-GROUP-SECTION.
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "             CLOSED  MEAN-DAYS  MEDIAN-DAYS"
               "   REOPENED    REOPEN%"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-KIND(WS-GRP-IDX) = WS-FIND-KIND
                   MOVE WS-GRP-NAME(WS-GRP-IDX) TO WS-FIND-NAME
                   MOVE WS-GRP-CLOSED(WS-GRP-IDX)   TO WS-CALC-CLOSED
                   MOVE WS-GRP-DAYS-SUM(WS-GRP-IDX) TO WS-CALC-DAYS-SUM
                   MOVE WS-GRP-REOPENED(WS-GRP-IDX) TO WS-CALC-REOPENED
                   PERFORM 4300-COMPUTE-MEASURES
                   MOVE WS-FIND-NAME TO WS-DTL-NAME
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       4300-COMPUTE-MEASURES.
      * Median: walk the sorted closures counting this group's
      * members; an even count averages the two middle values. A
      * blank kind means every closure is a member (the total line).
           MOVE 0 TO WS-CALC-MEAN WS-CALC-MEDIAN WS-CALC-RATE
               WS-MID-SEEN WS-MID-LOW-DAYS WS-MID-HIGH-DAYS
           IF WS-CALC-CLOSED > 0
               COMPUTE WS-CALC-MEAN ROUNDED =
                   WS-CALC-DAYS-SUM / WS-CALC-CLOSED
               COMPUTE WS-CALC-RATE ROUNDED =
                   WS-CALC-REOPENED * 100 / WS-CALC-CLOSED
               COMPUTE WS-MID-LOW  = (WS-CALC-CLOSED + 1) / 2
               COMPUTE WS-MID-HIGH = (WS-CALC-CLOSED + 2) / 2
               PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                       UNTIL WS-CLS-IDX > WS-CLS-COUNT
                   IF WS-FIND-KIND = SPACE
                       OR (WS-FIND-KIND = "T"
                           AND WS-CLS-TEAM(WS-CLS-IDX) = WS-FIND-NAME)
                       OR (WS-FIND-KIND = "C"
                           AND WS-CLS-CWE(WS-CLS-IDX) = WS-FIND-NAME)
                       ADD 1 TO WS-MID-SEEN
                       IF WS-MID-SEEN = WS-MID-LOW
                           MOVE WS-CLS-DAYS(WS-CLS-IDX)
                               TO WS-MID-LOW-DAYS
                       END-IF
                       IF WS-MID-SEEN = WS-MID-HIGH
                           MOVE WS-CLS-DAYS(WS-CLS-IDX)
                               TO WS-MID-HIGH-DAYS
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE WS-CALC-MEDIAN ROUNDED =
                   (WS-MID-LOW-DAYS + WS-MID-HIGH-DAYS) / 2
           END-IF
           MOVE WS-CALC-CLOSED   TO WS-DTL-CLOSED
           MOVE WS-CALC-MEAN     TO WS-DTL-MEAN
           MOVE WS-CALC-MEDIAN   TO WS-DTL-MEDIAN
           MOVE WS-CALC-REOPENED TO WS-DTL-REOPENED
           MOVE WS-CALC-RATE     TO WS-DTL-RATE.

       4500-PRINT-OVERFLOW.
      * Whatever did not fit a table is left out of the figures
      * above; the committee is told how much.
           IF WS-CLS-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "CLOSURES BEYOND 1000 LEFT OUT OF EVERY FIGURE: "
                   WS-CLS-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-GRP-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "CLOSURES IN TEAMS/CWES BEYOND 100 NOT LISTED: "
                   WS-GRP-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-PROG-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "CLASSLOG ROWS BEYOND 200 PROGRAMS, UNCLASS: "
                   WS-PROG-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

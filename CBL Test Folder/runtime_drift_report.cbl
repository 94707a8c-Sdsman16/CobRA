      * when its latest run exceeds one-and-a-half times its prior
      * average and is at least two seconds over it, so one-second
      * jitter on sub-second tests never pages anyone.
      * TIMINGS is sorted on program-id (observation order kept within
      * a program) and each program's history summed as its group
      * goes by; the per-program lines go to the DRFTWORK work file,
      * sorted back into first-appearance order to print, so the
      * report takes any number of programs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "RUNDRIFT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DRIFT-WORK-FILE ASSIGN TO "DRFTWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DRFTWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT DRIFT-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "timingrec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One program's summed history, keyed by where the program
      * first appeared on TIMINGS.
       FD  DRIFT-WORK-FILE.
       01 DRIFT-WORK-RECORD.
           05 DW-FIRST-SEQ            PIC 9(9).
           05 DW-PROGRAM-ID           PIC X(30).
           05 DW-HIST-COUNT           PIC 9(4).
           05 DW-HIST-SUM             PIC 9(8).
           05 DW-LAST-ELAPSED         PIC 9(5).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-ELAPSED-SEC         PIC 9(5).
       SD  DRIFT-SORT-FILE.
       01 DRIFT-SORT-RECORD.
           05 DRS-FIRST-SEQ           PIC 9(9).
           05 DRS-PROGRAM-ID          PIC X(30).
           05 DRS-HIST-COUNT          PIC 9(4).
           05 DRS-HIST-SUM            PIC 9(8).
           05 DRS-LAST-ELAPSED        PIC 9(5).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-TIMING-STATUS   PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-DRFTWORK-STATUS PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-DRIFT-COUNT     PIC 9(5) VALUE 0.
       01 WS-PRIOR-AVG       PIC 9(5) VALUE 0.
      * The program group the sorted observations have reached.
       01 WS-CUR-RECORD.
           05 WS-CUR-FIRST-SEQ   PIC 9(9).
           05 WS-CUR-PROGRAM     PIC X(30).
           05 WS-CUR-HIST-COUNT  PIC 9(4).
           05 WS-CUR-HIST-SUM    PIC 9(8).
           05 WS-CUR-LAST        PIC 9(5).
       01 WS-DETAIL-LINE.
           05 WS-DTL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-FLAG        PIC X(6).
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE
           MOVE "PER-TEST RUNTIME DRIFT VS PRIOR AVERAGE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "PROGRAM-ID                      RUNS  AVG-S  LAST-S"
               TO RPT-LINE
           WRITE RPT-LINE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-TIMINGS
               OUTPUT PROCEDURE IS 2000-SUM-PROGRAMS
           IF SORT-RETURN = 0
               SORT DRIFT-SORT-FILE
                   ON ASCENDING KEY DRS-FIRST-SEQ
                   USING DRIFT-WORK-FILE
                   OUTPUT PROCEDURE IS 3000-PRINT-PROGRAMS
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "TESTS DRIFTING: " WS-DRIFT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Runtime drift report written, drifting="
               WS-DRIFT-COUNT
           MOVE "RuntimeDriftReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "RUNTIME DRIFT FLAGS=" WS-DRIFT-COUNT
           PERFORM 9900-WRITE-AUDIT-LOG
           GOBACK.

       1000-RELEASE-TIMINGS.
           OPEN INPUT TIMING-FILE
           IF WS-TIMING-STATUS NOT = "00"
               DISPLAY "TIMINGS OPEN FAILED: " WS-TIMING-STATUS
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE TIM-PROGRAM-ID TO SRT-PROGRAM-ID
                   ADD 1 TO WS-RELEASE-SEQ
                   MOVE WS-RELEASE-SEQ TO SRT-SEQ
                   MOVE TIM-ELAPSED-SEC TO SRT-ELAPSED-SEC
                   RELEASE SORT-RECORD
           END-READ.

       2000-SUM-PROGRAMS.
           OPEN OUTPUT DRIFT-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2100-POST-OBSERVATION
               END-RETURN
           END-PERFORM
           IF WS-CUR-PROGRAM NOT = LOW-VALUES
               WRITE DRIFT-WORK-RECORD FROM WS-CUR-RECORD
           END-IF
           CLOSE DRIFT-WORK-FILE.

       2100-POST-OBSERVATION.
      * TIMINGS is appended chronologically, so whatever observation a
      * program is holding when its group ends is its latest; every
      * earlier one rolls into the prior-history average.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               IF WS-CUR-PROGRAM NOT = LOW-VALUES
                   WRITE DRIFT-WORK-RECORD FROM WS-CUR-RECORD
               END-IF
               MOVE SRT-SEQ TO WS-CUR-FIRST-SEQ
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE 0 TO WS-CUR-HIST-COUNT
               MOVE 0 TO WS-CUR-HIST-SUM
               MOVE SRT-ELAPSED-SEC TO WS-CUR-LAST
           ELSE
               ADD 1 TO WS-CUR-HIST-COUNT
               ADD WS-CUR-LAST TO WS-CUR-HIST-SUM
               MOVE SRT-ELAPSED-SEC TO WS-CUR-LAST
           END-IF.

       3000-PRINT-PROGRAMS.
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN DRIFT-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 3100-PRINT-ONE-PROGRAM
               END-RETURN
           END-PERFORM.

       3100-PRINT-ONE-PROGRAM.
           MOVE DRS-PROGRAM-ID TO WS-DTL-PROGRAM-ID
           COMPUTE WS-DTL-RUNS = DRS-HIST-COUNT + 1
           MOVE DRS-LAST-ELAPSED TO WS-DTL-LAST
           IF DRS-HIST-COUNT = 0
               MOVE 0 TO WS-DTL-PRIOR-AVG
               MOVE "FIRST" TO WS-DTL-FLAG
           ELSE
               COMPUTE WS-PRIOR-AVG ROUNDED =
                   DRS-HIST-SUM / DRS-HIST-COUNT
               MOVE WS-PRIOR-AVG TO WS-DTL-PRIOR-AVG
               IF DRS-LAST-ELAPSED * 2 > WS-PRIOR-AVG * 3
                   AND DRS-LAST-ELAPSED >= WS-PRIOR-AVG + 2
                   MOVE "DRIFT" TO WS-DTL-FLAG
                   ADD 1 TO WS-DRIFT-COUNT
               ELSE

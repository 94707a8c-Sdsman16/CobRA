      * rule actually fired, match/mismatch -- from the SCORECARD-FILE
      * CBLSUITD writes after reconciliation, so a morning
      * glance at SCORERPT shows whether last night's run was clean
      * without digging through the audit log. When LocationReconcile
      * left construct verdicts on LOCSCORE a second section lists
      * each planted construct caught or missed beneath the totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCORECARD-FILE ASSIGN TO "SCORECARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT LOCATION-SCORE-FILE ASSIGN TO "LOCSCORE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCSCORE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       COPY "auditrec.cpy".
       FD  SCORECARD-FILE.
       COPY "scorerec.cpy".
       FD  LOCATION-SCORE-FILE.
       COPY "locscorerec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-MISMATCH-COUNT  PIC 9(2) VALUE 0.
       01 WS-UNEXPECT-COUNT  PIC 9(2) VALUE 0.
       01 WS-WAIVED-COUNT    PIC 9(2) VALUE 0.
       01 WS-LOCSCORE-STATUS PIC X(2).
       01 WS-CONSTRUCT-COUNT PIC 9(5) VALUE 0.
       01 WS-CAUGHT-COUNT    PIC 9(5) VALUE 0.
       01 WS-MISSED-COUNT    PIC 9(5) VALUE 0.
       01 WS-LOC-LINE.
           05 WS-LOC-PROGRAM-ID    PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-LOC-CONSTRUCT     PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-LOC-SOURCE-LINE   PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-LOC-VERDICT       PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-LOC-HIT-LINE      PIC ZZZZ9.
       01 WS-DETAIL-LINE.
           05 WS-DTL-PROGRAM-ID    PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE SCORECARD-FILE
           PERFORM 3000-WRITE-LOCATION-SECTION
           CLOSE REPORT-FILE
           DISPLAY "Scorecard report written, mismatches="
               WS-MISMATCH-COUNT
               STRING "   WAIVED: " SCR-NOTE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
      * A test the driver's pre-flight held back names the DD it was
      * missing, so the fix is a dataset allocation, not a test.
           IF SCR-MATCH-FLAG = "NORUN" AND SCR-NOTE NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "   NOT RUN: " SCR-NOTE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       3000-WRITE-LOCATION-SECTION.
      * No LOCSCORE (a night with no scanner detail dataset) means no
      * section; the program-level scorecard above stands alone.
           OPEN INPUT LOCATION-SCORE-FILE
           IF WS-LOCSCORE-STATUS = "00"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PLANTED CONSTRUCTS" TO RPT-LINE
               WRITE RPT-LINE
               MOVE "PROGRAM-ID                     CONSTRUCT"
                   TO RPT-LINE
               WRITE RPT-LINE
               PERFORM UNTIL WS-LOCSCORE-STATUS NOT = "00"
                   READ LOCATION-SCORE-FILE
                       AT END
                           MOVE "10" TO WS-LOCSCORE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CONSTRUCT-COUNT
                           IF LOC-VERDICT = "CAUGHT"
                               ADD 1 TO WS-CAUGHT-COUNT
                           ELSE
                               ADD 1 TO WS-MISSED-COUNT
                           END-IF
                           MOVE LOC-PROGRAM-ID  TO WS-LOC-PROGRAM-ID
                           MOVE LOC-CONSTRUCT   TO WS-LOC-CONSTRUCT
                           MOVE LOC-SOURCE-LINE TO WS-LOC-SOURCE-LINE
                           MOVE LOC-VERDICT     TO WS-LOC-VERDICT
                           MOVE LOC-HIT-LINE    TO WS-LOC-HIT-LINE
                           MOVE WS-LOC-LINE     TO RPT-LINE
                           WRITE RPT-LINE
                   END-READ
               END-PERFORM
               CLOSE LOCATION-SCORE-FILE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               STRING "CONSTRUCTS: " WS-CONSTRUCT-COUNT
                   "  CAUGHT: " WS-CAUGHT-COUNT
                   "  MISSED: " WS-MISSED-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       9900-WRITE-AUDIT-LOG.

      *   MISMATCHES-ONLY
      * "Show every run where SqlInjectionTest failed to match and
      * what the CWE severity was" is one BY-PROGRAM card.
      * CLASSLOG is first sorted down to a one-row-per-program
      * extract (CLSWORK). Each card's selected repository rows are
      * then sorted with that extract on program-id to pick up their
      * classification in matched sequence, and sorted back into
      * repository key order (through ANSWORK) to print, so no
      * program table limits the inquiry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "INQRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CLASS-WORK-FILE ASSIGN TO "CLSWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLSWORK-STATUS.
           SELECT ANSWER-WORK-FILE ASSIGN TO "ANSWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT ANSWER-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           05 INQ-ARG2                PIC X(30).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(132).
      * A program's current classification: the last CLASSLOG row
      * written for it.
       FD  CLASS-WORK-FILE.
       01 CLASS-WORK-RECORD.
           05 CW-PROGRAM-ID           PIC X(30).
           05 CW-CWE-NUMBER           PIC X(10).
           05 CW-SEVERITY             PIC X(10).
       FD  ANSWER-WORK-FILE.
       01 ANSWER-WORK-RECORD          PIC X(119).
      * Join sort record. A CLASSLOG row or classification (SRT-KIND
      * 1) sorts ahead of the same program's repository rows (2).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-RUN-ID              PIC X(14).
           05 SRT-CWE                 PIC X(10).
           05 SRT-SEVERITY            PIC X(10).
           05 SRT-RULE-EXPECTED       PIC X(20).
           05 SRT-RULE-ACTUAL         PIC X(20).
           05 SRT-MATCH-FLAG          PIC X(8).
      * Answer sort record: a finished detail line, put back in
      * repository (run-id, program-id) order for printing.
       SD  ANSWER-SORT-FILE.
       01 ANSWER-SORT-RECORD.
           05 ANS-RUN-ID              PIC X(14).
           05 FILLER                  PIC X(2).
           05 ANS-PROGRAM-ID          PIC X(30).
           05 FILLER                  PIC X(73).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-TICKET-AVAILABLE PIC X(3) VALUE "NO".
       01 WS-TICKET-SHOWN    PIC X(12).
       01 WS-CARD-STATUS     PIC X(2).
       01 WS-CLSWORK-STATUS  PIC X(2).
       01 WS-ANSWORK-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-CARD-COUNT      PIC 9(3) VALUE 0.
       01 WS-ANSWER-COUNT    PIC 9(4) VALUE 0.
       01 WS-SELECTED        PIC X(3).
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-FROM-YMD        PIC X(8).
       01 WS-TO-YMD          PIC X(8).
      * The program whose sorted group is being read and the
      * classification that goes with it.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-CWE         PIC X(10).
       01 WS-CUR-SEVERITY    PIC X(10).
       01 WS-DETAIL-LINE.
           05 WS-DTL-RUN-ID      PIC X(14).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-SEVERITY    PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1000-RELEASE-CLASSIFICATIONS
               OUTPUT PROCEDURE IS 1100-WRITE-CLASS-EXTRACT
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT REQUEST-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "INQCARDS OPEN FAILED: " WS-CARD-STATUS
           PERFORM 9900-WRITE-AUDIT-LOG
           GOBACK.

       1000-RELEASE-CLASSIFICATIONS.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASSLOG OPEN FAILED: " WS-CLASS-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 1 TO SRT-KIND
                       MOVE CLS-CWE-NUMBER TO SRT-CWE
                       MOVE CLS-SEVERITY TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CLASSIFY-LOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1100-WRITE-CLASS-EXTRACT.
      * Duplicates keep CLASSLOG order, so the row held when a
      * program's group ends is the last one written for it.
           OPEN OUTPUT CLASS-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
                           AND WS-CUR-PROGRAM NOT = LOW-VALUES
                           WRITE CLASS-WORK-RECORD
                       END-IF
                       MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
                       MOVE SRT-PROGRAM-ID TO CW-PROGRAM-ID
                       MOVE SRT-CWE TO CW-CWE-NUMBER
                       MOVE SRT-SEVERITY TO CW-SEVERITY
               END-RETURN
           END-PERFORM
           IF WS-CUR-PROGRAM NOT = LOW-VALUES
               WRITE CLASS-WORK-RECORD
           END-IF
           CLOSE CLASS-WORK-FILE.

       2000-ANSWER-ONE-REQUEST.
           MOVE 0 TO WS-ANSWER-COUNT
               WHEN "BY-RULE"
               WHEN "BY-RUN"
               WHEN "MISMATCHES-ONLY"
                   PERFORM 2800-ANSWER-FROM-REPOSITORY
               WHEN "BY-DATE-RANGE"
                   PERFORM 2500-PREPARE-DATE-RANGE
                   PERFORM 2800-ANSWER-FROM-REPOSITORY
               WHEN OTHER
                   MOVE "  UNKNOWN REQUEST ACTION" TO RPT-LINE
                   WRITE RPT-LINE
           STRING INQ-ARG2(1:4) INQ-ARG2(6:2) INQ-ARG2(9:2)
               DELIMITED BY SIZE INTO WS-TO-YMD.

       2800-ANSWER-FROM-REPOSITORY.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-KIND
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 3000-SCAN-REPOSITORY
               OUTPUT PROCEDURE IS 3300-JOIN-CLASSIFICATIONS
           IF SORT-RETURN = 0
               SORT ANSWER-SORT-FILE
                   ON ASCENDING KEY ANS-RUN-ID ANS-PROGRAM-ID
                   USING ANSWER-WORK-FILE
                   OUTPUT PROCEDURE IS 3500-PRINT-ANSWERS
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE "  ANSWER SORT FAILED" TO RPT-LINE
               WRITE RPT-LINE
               MOVE 12 TO RETURN-CODE
           END-IF.

       3000-SCAN-REPOSITORY.
           OPEN INPUT CLASS-WORK-FILE
           IF WS-CLSWORK-STATUS = "00"
               PERFORM UNTIL WS-CLSWORK-STATUS NOT = "00"
                   READ CLASS-WORK-FILE
                       AT END
                           MOVE "10" TO WS-CLSWORK-STATUS
                       NOT AT END
                           MOVE SPACES TO SORT-RECORD
                           MOVE CW-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 1 TO SRT-KIND
                           MOVE CW-CWE-NUMBER TO SRT-CWE
                           MOVE CW-SEVERITY TO SRT-SEVERITY
                           RELEASE SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CLASS-WORK-FILE
           END-IF
           OPEN INPUT RESULTS-REPO-FILE
           IF WS-REPO-STATUS NOT = "00"
               DISPLAY "RSLTMST OPEN FAILED: " WS-REPO-STATUS
                   END-IF
           END-EVALUATE
           IF WS-SELECTED = "YES"
               MOVE SPACES TO SORT-RECORD
               MOVE RR-PROGRAM-ID    TO SRT-PROGRAM-ID
               MOVE 2 TO SRT-KIND
               MOVE RR-RUN-ID        TO SRT-RUN-ID
               MOVE RR-RULE-EXPECTED TO SRT-RULE-EXPECTED
               MOVE RR-RULE-ACTUAL   TO SRT-RULE-ACTUAL
               MOVE RR-MATCH-FLAG    TO SRT-MATCH-FLAG
               RELEASE SORT-RECORD
           END-IF.

       3300-JOIN-CLASSIFICATIONS.
           OPEN OUTPUT ANSWER-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 3400-JOIN-ONE-ROW
               END-RETURN
           END-PERFORM
           CLOSE ANSWER-WORK-FILE.

       3400-JOIN-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE SPACES TO WS-CUR-CWE WS-CUR-SEVERITY
           END-IF
           IF SRT-KIND = 1
               MOVE SRT-CWE      TO WS-CUR-CWE
               MOVE SRT-SEVERITY TO WS-CUR-SEVERITY
           ELSE
               MOVE SRT-RUN-ID        TO WS-DTL-RUN-ID
               MOVE SRT-PROGRAM-ID    TO WS-DTL-PROGRAM-ID
               MOVE SRT-RULE-EXPECTED TO WS-DTL-EXPECTED
               MOVE SRT-RULE-ACTUAL   TO WS-DTL-ACTUAL
               MOVE SRT-MATCH-FLAG    TO WS-DTL-FLAG
               MOVE WS-CUR-CWE        TO WS-DTL-CWE
               MOVE WS-CUR-SEVERITY   TO WS-DTL-SEVERITY
               MOVE WS-DETAIL-LINE TO ANSWER-WORK-RECORD
               WRITE ANSWER-WORK-RECORD
           END-IF.

       3500-PRINT-ANSWERS.
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN ANSWER-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-ANSWER-COUNT
                       MOVE ANSWER-SORT-RECORD TO RPT-LINE
                       WRITE RPT-LINE
               END-RETURN
           END-PERFORM.

       4000-APPEND-HISTORY-LINES.
      * BY-PROGRAM answers close with the program's HISTMST aging:

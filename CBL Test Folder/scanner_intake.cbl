       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScannerIntake.
      * Intake of the scanner's native findings export, replacing the
      * hand reformat into the fixed-width ACTUAL-RESULT layout that
      * kept shifting columns and truncating program ids. SCANRAW is
      * the export as the scanner writes it, one comma-delimited hit
      * per line: source name,rule,severity,line,paragraph (fields
      * may be quoted; lines starting # and the column-heading line
      * are skipped). The scanner's source name is mapped to the
      * TESTREG PROGRAM-ID through the SCANMAP name table (a name
      * already equal to a PROGRAM-ID needs no entry), and severity
      * spellings are folded onto the HIGH/MEDIUM/LOW set EXPRESULT
      * uses. ACTUALRES gets one row per distinct program and rule
      * (the highest severity reported wins) plus the NONE row a
      * registered program with no hits is expected to carry;
      * FINDDTL gets every hit with its line and paragraph for the
      * planted-construct reconciliation. Unparseable rows, unknown
      * programs and off-list severities go to the SCANRJCT report
      * with a count per reason, and any reject ends the step CC 12
      * so the night stops on a malformed export instead of raising
      * a regression alert for every program it garbled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "testregsel.cpy".
           COPY "finddtlsel.cpy".
           SELECT NATIVE-FILE ASSIGN TO "SCANRAW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NATIVE-STATUS.
           SELECT NAME-MAP-FILE ASSIGN TO "SCANMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT ACTUAL-RESULTS-FILE ASSIGN TO "ACTUALRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SCANRJCT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  TEST-REGISTRY-FILE.
       COPY "testregrec.cpy".
       FD  FINDING-DETAIL-FILE.
       COPY "finddtlrec.cpy".
       FD  NATIVE-FILE.
       01 NATIVE-RECORD PIC X(200).
       FD  NAME-MAP-FILE.
       01 NAME-MAP-RECORD.
           05 MAP-SCANNER-NAME        PIC X(40).
           05 MAP-PROGRAM-ID          PIC X(30).
       FD  ACTUAL-RESULTS-FILE.
       COPY "actresult.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-DETAIL-STATUS   PIC X(2).
       01 WS-NATIVE-STATUS   PIC X(2).
       01 WS-MAP-STATUS      PIC X(2).
       01 WS-ACTUAL-STATUS   PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-ROW-OK          PIC X(3).
       01 WS-LINE-NO         PIC 9(5) VALUE 0.
       01 WS-HIT-COUNT       PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(5) VALUE 0.
       01 WS-BAD-ROW-COUNT   PIC 9(5) VALUE 0.
       01 WS-BAD-PROG-COUNT  PIC 9(5) VALUE 0.
       01 WS-BAD-SEV-COUNT   PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT   PIC 9(5) VALUE 0.
       01 WS-NONE-COUNT      PIC 9(5) VALUE 0.
       01 WS-FIELD-COUNT     PIC 9(2) VALUE 0.
       01 WS-RAW-NAME        PIC X(60).
       01 WS-RAW-RULE        PIC X(30).
       01 WS-RAW-SEVERITY    PIC X(20).
       01 WS-RAW-LINE        PIC X(10).
       01 WS-RAW-PARAGRAPH   PIC X(40).
       01 WS-UPPER-NAME      PIC X(60).
       01 WS-LINE-TEXT       PIC X(5) JUSTIFIED RIGHT.
       01 WS-LINE-NUM REDEFINES WS-LINE-TEXT PIC 9(5).
       01 WS-PROGRAM-ID      PIC X(30).
       01 WS-SEVERITY        PIC X(10).
       01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-MAP-IDX         PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 500 TIMES.
               10 WS-MAP-NAME     PIC X(40).
               10 WS-MAP-PROGRAM  PIC X(30).
      * Distinct program/rule pairs found, in first-seen order; the
      * ACTUALRES rows are written from here after the export is read.
       01 WS-PAIR-COUNT      PIC 9(4) VALUE 0.
       01 WS-PAIR-IDX        PIC 9(4) VALUE 0.
       01 WS-PAIR-FOUND      PIC 9(4) VALUE 0.
       01 WS-PAIR-OVERFLOW   PIC X(3) VALUE "NO".
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 5000 TIMES.
               10 WS-PAIR-PROGRAM PIC X(30).
               10 WS-PAIR-RULE    PIC X(20).
               10 WS-PAIR-SEV     PIC X(10).
       01 WS-ERROR-LINE.
           05 FILLER             PIC X(5)  VALUE "LINE ".
           05 WS-ERR-LINE-NO     PIC 9(5).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-ERR-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-ERR-REASON      PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-LOAD-NAME-MAP
           PERFORM 2000-TAKE-ONE-ROW
               UNTIL WS-EOF-SWITCH = "YES"
           CLOSE NATIVE-FILE
           CLOSE FINDING-DETAIL-FILE
           PERFORM 3000-WRITE-ACTUAL-RESULTS
           CLOSE ACTUAL-RESULTS-FILE
           CLOSE TEST-REGISTRY-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "ROWS: " WS-LINE-NO
               "  HITS: " WS-HIT-COUNT
               "  SKIPPED: " WS-SKIPPED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "UNPARSEABLE: " WS-BAD-ROW-COUNT
               "  UNKNOWN PROGRAM: " WS-BAD-PROG-COUNT
               "  SEVERITY OFF LIST: " WS-BAD-SEV-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACTUALRES ROWS: " WS-WRITTEN-COUNT
               "  NO-FINDING ROWS: " WS-NONE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-REJECTED-COUNT = 0
               MOVE "EXPORT CLEAN" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Scanner intake: " WS-HIT-COUNT " hits, "
               WS-WRITTEN-COUNT " ACTUALRES rows, "
               WS-REJECTED-COUNT " rejected"
           MOVE "ScannerIntake" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "INTAKE HITS=" WS-HIT-COUNT
               " REJ=" WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-REJECTED-COUNT > 0 OR WS-PAIR-OVERFLOW = "YES"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT TEST-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "TESTREG OPEN FAILED: " WS-REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT NATIVE-FILE
           IF WS-NATIVE-STATUS NOT = "00"
               DISPLAY "SCANRAW OPEN FAILED: " WS-NATIVE-STATUS
               CLOSE TEST-REGISTRY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ACTUAL-RESULTS-FILE
           OPEN OUTPUT FINDING-DETAIL-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "SCANNER EXPORT INTAKE REJECTS" TO RPT-LINE
           WRITE RPT-LINE.

       1500-LOAD-NAME-MAP.
      * Scanner source names are held upper-cased so the lookup does
      * not depend on how the scanner happens to case a file name.
      * No SCANMAP means every name must already be a PROGRAM-ID.
           OPEN INPUT NAME-MAP-FILE
           IF WS-MAP-STATUS = "00"
               PERFORM UNTIL WS-MAP-STATUS NOT = "00"
                   READ NAME-MAP-FILE
                       AT END
                           MOVE "10" TO WS-MAP-STATUS
                       NOT AT END
                           IF MAP-SCANNER-NAME NOT = SPACES
                               AND WS-MAP-COUNT < 500
                               ADD 1 TO WS-MAP-COUNT
                               MOVE FUNCTION UPPER-CASE
                                   (MAP-SCANNER-NAME)
                                   TO WS-MAP-NAME(WS-MAP-COUNT)
                               MOVE MAP-PROGRAM-ID
                                   TO WS-MAP-PROGRAM(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NAME-MAP-FILE
           END-IF.

       2000-TAKE-ONE-ROW.
           READ NATIVE-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   IF NATIVE-RECORD = SPACES
                       OR NATIVE-RECORD(1:1) = "#"
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM 2100-PARSE-ROW
                   END-IF
           END-READ.

       2100-PARSE-ROW.
           MOVE SPACES TO WS-RAW-NAME WS-RAW-RULE WS-RAW-SEVERITY
               WS-RAW-LINE WS-RAW-PARAGRAPH WS-PROGRAM-ID
           MOVE 0 TO WS-FIELD-COUNT
           INSPECT NATIVE-RECORD REPLACING ALL QUOTE BY SPACE
           UNSTRING NATIVE-RECORD DELIMITED BY ","
               INTO WS-RAW-NAME WS-RAW-RULE WS-RAW-SEVERITY
                   WS-RAW-LINE WS-RAW-PARAGRAPH
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-RAW-NAME) TO WS-RAW-NAME
           MOVE FUNCTION TRIM(WS-RAW-RULE) TO WS-RAW-RULE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RAW-SEVERITY))
               TO WS-RAW-SEVERITY
           MOVE FUNCTION TRIM(WS-RAW-PARAGRAPH) TO WS-RAW-PARAGRAPH
           MOVE FUNCTION UPPER-CASE(WS-RAW-NAME) TO WS-UPPER-NAME
      * The heading line the export tool writes first is not a hit.
           IF WS-LINE-NO = 1 AND FUNCTION UPPER-CASE(WS-RAW-RULE)
                   = "RULE"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE "YES" TO WS-ROW-OK
               PERFORM 2200-EDIT-FIELDS
               IF WS-ROW-OK = "YES"
                   PERFORM 2300-MAP-PROGRAM
               END-IF
               IF WS-ROW-OK = "YES"
                   PERFORM 2400-NORMALIZE-SEVERITY
               END-IF
               IF WS-ROW-OK = "YES"
                   PERFORM 2500-ACCEPT-HIT
               END-IF
           END-IF.

       2200-EDIT-FIELDS.
      * A rule id longer than the twenty bytes ACTUALRES carries
      * would be truncated into a different id, so it is a reject,
      * not a silent cut. The line number may be absent (0: the hit
      * is placed by paragraph only) but never non-numeric.
           IF WS-FIELD-COUNT < 3 OR WS-RAW-NAME = SPACES
               OR WS-RAW-RULE = SPACES
               MOVE "UNPARSEABLE ROW" TO WS-ERR-REASON
               ADD 1 TO WS-BAD-ROW-COUNT
               PERFORM 2900-WRITE-REJECT
           ELSE
               IF WS-RAW-RULE(21:10) NOT = SPACES
                   MOVE "RULE ID OVER 20 BYTES" TO WS-ERR-REASON
                   ADD 1 TO WS-BAD-ROW-COUNT
                   PERFORM 2900-WRITE-REJECT
               ELSE
                   MOVE FUNCTION TRIM(WS-RAW-LINE) TO WS-RAW-LINE
                   IF WS-RAW-LINE(6:5) NOT = SPACES
                       MOVE "LINE NUMBER NOT NUMERIC" TO WS-ERR-REASON
                       ADD 1 TO WS-BAD-ROW-COUNT
                       PERFORM 2900-WRITE-REJECT
                   ELSE
                       MOVE FUNCTION TRIM(WS-RAW-LINE) TO WS-LINE-TEXT
                       INSPECT WS-LINE-TEXT
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-LINE-NUM NOT NUMERIC
                           MOVE "LINE NUMBER NOT NUMERIC"
                               TO WS-ERR-REASON
                           ADD 1 TO WS-BAD-ROW-COUNT
                           PERFORM 2900-WRITE-REJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-MAP-PROGRAM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                       OR WS-PROGRAM-ID NOT = SPACES
               IF WS-MAP-NAME(WS-MAP-IDX) = WS-UPPER-NAME
                   MOVE WS-MAP-PROGRAM(WS-MAP-IDX) TO WS-PROGRAM-ID
               END-IF
           END-PERFORM
           IF WS-PROGRAM-ID = SPACES
               MOVE WS-RAW-NAME TO WS-PROGRAM-ID
           END-IF
           MOVE WS-PROGRAM-ID TO TRG-PROGRAM-ID
           READ TEST-REGISTRY-FILE
               INVALID KEY
                   MOVE "UNKNOWN PROGRAM" TO WS-ERR-REASON
                   ADD 1 TO WS-BAD-PROG-COUNT
                   PERFORM 2900-WRITE-REJECT
           END-READ.

       2400-NORMALIZE-SEVERITY.
           EVALUATE WS-RAW-SEVERITY
               WHEN "HIGH"
               WHEN "H"
               WHEN "CRITICAL"
               WHEN "CRIT"
               WHEN "SEVERE"
               WHEN "ERROR"
                   MOVE "HIGH" TO WS-SEVERITY
               WHEN "MEDIUM"
               WHEN "MED"
               WHEN "M"
               WHEN "MODERATE"
               WHEN "WARNING"
               WHEN "WARN"
                   MOVE "MEDIUM" TO WS-SEVERITY
               WHEN "LOW"
               WHEN "L"
               WHEN "MINOR"
               WHEN "INFO"
               WHEN "INFORMATIONAL"
                   MOVE "LOW" TO WS-SEVERITY
               WHEN OTHER
                   MOVE "SEVERITY OFF LIST" TO WS-ERR-REASON
                   ADD 1 TO WS-BAD-SEV-COUNT
                   PERFORM 2900-WRITE-REJECT
           END-EVALUATE.

       2500-ACCEPT-HIT.
           ADD 1 TO WS-HIT-COUNT
      * The scanner leaves the paragraph empty for statements ahead
      * of the first paragraph name.
           IF WS-RAW-PARAGRAPH = SPACES
               MOVE "(MAINLINE)" TO WS-RAW-PARAGRAPH
           END-IF
           MOVE WS-PROGRAM-ID    TO FDT-PROGRAM-ID
           MOVE WS-RAW-RULE      TO FDT-RULE-ID
           MOVE WS-SEVERITY      TO FDT-SEVERITY
           MOVE WS-LINE-NUM      TO FDT-SOURCE-LINE
           MOVE WS-RAW-PARAGRAPH TO FDT-PARAGRAPH
           WRITE FINDING-DETAIL-RECORD
           MOVE 0 TO WS-PAIR-FOUND
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                       OR WS-PAIR-FOUND > 0
               IF WS-PAIR-PROGRAM(WS-PAIR-IDX) = WS-PROGRAM-ID
                   AND WS-PAIR-RULE(WS-PAIR-IDX) = WS-RAW-RULE
                   MOVE WS-PAIR-IDX TO WS-PAIR-FOUND
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND = 0
               IF WS-PAIR-COUNT < 5000
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PROGRAM-ID TO WS-PAIR-PROGRAM(WS-PAIR-COUNT)
                   MOVE WS-RAW-RULE   TO WS-PAIR-RULE(WS-PAIR-COUNT)
                   MOVE WS-SEVERITY   TO WS-PAIR-SEV(WS-PAIR-COUNT)
               ELSE
                   MOVE "YES" TO WS-PAIR-OVERFLOW
               END-IF
           ELSE
      * Two hits of one rule at different severities: the finding is
      * as serious as its worst hit.
               IF WS-SEVERITY = "HIGH"
                   OR (WS-SEVERITY = "MEDIUM"
                       AND WS-PAIR-SEV(WS-PAIR-FOUND) = "LOW")
                   MOVE WS-SEVERITY TO WS-PAIR-SEV(WS-PAIR-FOUND)
               END-IF
           END-IF.

       2900-WRITE-REJECT.
           MOVE "NO" TO WS-ROW-OK
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-LINE-NO TO WS-ERR-LINE-NO
           MOVE WS-RAW-NAME TO WS-ERR-PROGRAM-ID
           MOVE WS-ERROR-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "SCANNER EXPORT REJECTED LINE " WS-LINE-NO ": "
               WS-ERR-REASON.

       3000-WRITE-ACTUAL-RESULTS.
           IF WS-PAIR-OVERFLOW = "YES"
               DISPLAY "Export exceeds the in-storage pair table; "
                   "ACTUALRES is incomplete"
               MOVE "PAIR TABLE FULL, ROWS DROPPED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               MOVE WS-PAIR-PROGRAM(WS-PAIR-IDX) TO ACT-PROGRAM-ID
               MOVE WS-PAIR-RULE(WS-PAIR-IDX)    TO ACT-RULE-ID
               MOVE WS-PAIR-SEV(WS-PAIR-IDX)     TO ACT-SEVERITY
               WRITE ACTUAL-RESULT
               ADD 1 TO WS-WRITTEN-COUNT
           END-PERFORM
      * A registered program the scanner found nothing in carries the
      * NONE row its clean expectation reconciles against.
           MOVE LOW-VALUES TO TRG-PROGRAM-ID
           START TEST-REGISTRY-FILE KEY NOT < TRG-PROGRAM-ID
               INVALID KEY
                   MOVE "10" TO WS-REGISTRY-STATUS
           END-START
           PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
               READ TEST-REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REGISTRY-STATUS
                   NOT AT END
                       MOVE 0 TO WS-PAIR-FOUND
                       PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                                   OR WS-PAIR-FOUND > 0
                           IF WS-PAIR-PROGRAM(WS-PAIR-IDX) =
                                   TRG-PROGRAM-ID
                               MOVE WS-PAIR-IDX TO WS-PAIR-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-PAIR-FOUND = 0
                           MOVE TRG-PROGRAM-ID TO ACT-PROGRAM-ID
                           MOVE "NONE" TO ACT-RULE-ID
                           MOVE "NONE" TO ACT-SEVERITY
                           WRITE ACTUAL-RESULT
                           ADD 1 TO WS-WRITTEN-COUNT
                           ADD 1 TO WS-NONE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

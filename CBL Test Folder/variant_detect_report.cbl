       IDENTIFICATION DIVISION.
       PROGRAM-ID. VariantDetectionReport.
      * After a scan that included the VARIANTS profile, shows for
      * each vulnerable original and each rewrite VariantGenerator
      * applied to it (VARMAP) whether the scanner still fired the
      * expected rule on the variant (ACTUALRES). A rule that fires on
      * the original but not on a variant is an evasion case: the
      * scanner matched the text, not the construct. Verdicts:
      *   DETECTED     original and variant both fired
      *   EVADED       original fired, variant did not
      *   BASE MISSED  the original itself did not fire, so the
      *                variant proves nothing either way
      *   NOT SCANNED  no finding row at all for the variant (not in
      *                the scan, or the scanner skipped it)
      * The per-type summary and the closing EVASION CASES list are
      * what goes to the vendor. Ends CC 4 when any variant evaded,
      * CC 12 when VARMAP or ACTUALRES cannot be opened.
      * Each VARMAP row looks up its original and its variant: both
      * lookups are sorted with ACTUALRES on program-id and rule and
      * matched in that sequence, the answers go to the VDWORK work
      * file and are sorted back into VARMAP order to judge and
      * print, so no table limits how many findings or variants the
      * report takes. Evasion lines wait on EVADWORK for the closing
      * list.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           SELECT VARIANT-MAP-FILE ASSIGN TO "VARMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VARMAP-STATUS.
           SELECT ACTUAL-RESULTS-FILE ASSIGN TO "ACTUALRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VARDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LOOKUP-WORK-FILE ASSIGN TO "VDWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VDWORK-STATUS.
           SELECT EVASION-WORK-FILE ASSIGN TO "EVADWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EVADWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT LOOKUP-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  VARIANT-MAP-FILE.
       COPY "varmaprec.cpy".
       FD  ACTUAL-RESULTS-FILE.
       COPY "actresult.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * The answer to one lookup: VW-ROLE B for the VARMAP row's
      * original, V for its variant, with the VARMAP row itself.
       FD  LOOKUP-WORK-FILE.
       01 LOOKUP-WORK-RECORD.
           05 VW-MAP-SEQ              PIC 9(9).
           05 VW-ROLE                 PIC X(1).
           05 VW-ANY-ROW              PIC X(3).
           05 VW-RULE-FIRED           PIC X(3).
           05 VW-MAP-RECORD           PIC X(91).
       FD  EVASION-WORK-FILE.
       01 EVASION-WORK-RECORD         PIC X(80).
      * Match sort record: a program-has-findings marker (SRT-KIND 0,
      * rule low-values so it leads the program), an ACTUALRES row
      * (1) or a VARMAP lookup (2); a program's findings for a rule
      * come just ahead of the lookups asking about that rule.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-RULE-ID             PIC X(20).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-MAP-SEQ             PIC 9(9).
           05 SRT-ROLE                PIC X(1).
           05 SRT-MAP-RECORD          PIC X(91).
       SD  LOOKUP-SORT-FILE.
       01 LOOKUP-SORT-RECORD.
           05 LKS-MAP-SEQ             PIC 9(9).
           05 LKS-ROLE                PIC X(1).
           05 LKS-ANY-ROW             PIC X(3).
           05 LKS-RULE-FIRED          PIC X(3).
           05 LKS-MAP-RECORD          PIC X(91).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-VARMAP-STATUS   PIC X(2).
       01 WS-ACTUAL-STATUS   PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-VDWORK-STATUS   PIC X(2).
       01 WS-EVADWORK-STATUS PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-VAR-COUNT       PIC 9(5) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-TYPE-IDX        PIC 9(1) VALUE 0.
      * The program and rule whose sorted group is being read.
       01 WS-CUR-PROGRAM     PIC X(30) VALUE LOW-VALUES.
       01 WS-CUR-RULE        PIC X(20) VALUE LOW-VALUES.
       01 WS-ANY-ROW         PIC X(3) VALUE "NO".
       01 WS-RULE-FIRED      PIC X(3) VALUE "NO".
       01 WS-BASE-FIRED      PIC X(3) VALUE "NO".
       01 WS-VAR-VERDICT     PIC X(11).
       01 WS-EVADED-TOTAL    PIC 9(5) VALUE 0.
      * Per rewrite type: how many variants, and their verdicts
       01 WS-TYPE-VALUES.
           05 FILLER PIC X(8) VALUE "RENAME".
           05 FILLER PIC X(8) VALUE "SPLIT".
           05 FILLER PIC X(8) VALUE "PERFORM".
           05 FILLER PIC X(8) VALUE "CASE".
       01 WS-TYPE-NAMES REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-NAME OCCURS 4 TIMES PIC X(8).
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
               10 WS-TYPE-TOTAL      PIC 9(5).
               10 WS-TYPE-DETECTED   PIC 9(5).
               10 WS-TYPE-EVADED     PIC 9(5).
               10 WS-TYPE-BASE-MISS  PIC 9(5).
               10 WS-TYPE-NOT-SCAN   PIC 9(5).
       01 WS-HEADER-LINE.
           05 FILLER PIC X(29) VALUE "ORIGINAL".
           05 FILLER PIC X(9)  VALUE "TYPE".
           05 FILLER PIC X(31) VALUE "VARIANT".
           05 FILLER PIC X(11) VALUE "VERDICT".
       01 WS-DETAIL-LINE.
           05 WS-DTL-ORIGINAL    PIC X(28).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-DTL-TYPE        PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-DTL-VARIANT     PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-DTL-VERDICT     PIC X(11).
       01 WS-SUMMARY-HEADER.
           05 FILLER PIC X(10) VALUE "TYPE".
           05 FILLER PIC X(10) VALUE "VARIANTS".
           05 FILLER PIC X(10) VALUE "DETECTED".
           05 FILLER PIC X(8)  VALUE "EVADED".
           05 FILLER PIC X(13) VALUE "BASE MISSED".
           05 FILLER PIC X(11) VALUE "NOT SCANNED".
       01 WS-SUMMARY-LINE.
           05 WS-SUM-TYPE        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SUM-TOTAL       PIC ZZZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 WS-SUM-DETECTED    PIC ZZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-SUM-EVADED      PIC ZZZZ9.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 WS-SUM-BASE-MISS   PIC ZZZZ9.
           05 FILLER             PIC X(8)  VALUE SPACES.
           05 WS-SUM-NOT-SCAN    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           INITIALIZE WS-TYPE-TABLE
           OPEN INPUT ACTUAL-RESULTS-FILE
           IF WS-ACTUAL-STATUS NOT = "00"
               DISPLAY "ACTUALRES OPEN FAILED: " WS-ACTUAL-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT VARIANT-MAP-FILE
           IF WS-VARMAP-STATUS NOT = "00"
               DISPLAY "VARMAP OPEN FAILED: " WS-VARMAP-STATUS
               CLOSE ACTUAL-RESULTS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-RULE-ID SRT-KIND
                   SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 1500-ANSWER-LOOKUPS
           IF SORT-RETURN = 0
               SORT LOOKUP-SORT-FILE
                   ON ASCENDING KEY LKS-MAP-SEQ LKS-ROLE
                   USING LOOKUP-WORK-FILE
                   OUTPUT PROCEDURE IS 2000-JUDGE-VARIANTS
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 3000-PRINT-SUMMARY
           DISPLAY "Variant detection report: " WS-VAR-COUNT
               " variants, " WS-EVADED-TOTAL " evaded"
           MOVE "VariantDetectionReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "VARIANTS=" WS-VAR-COUNT " EVADED=" WS-EVADED-TOTAL
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-EVADED-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-RELEASE-INPUTS.
           PERFORM UNTIL WS-ACTUAL-STATUS NOT = "00"
               READ ACTUAL-RESULTS-FILE
                   AT END
                       MOVE "10" TO WS-ACTUAL-STATUS
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE ACT-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE LOW-VALUES TO SRT-RULE-ID
                       MOVE 0 TO SRT-KIND
                       MOVE 0 TO SRT-MAP-SEQ
                       PERFORM 1900-RELEASE-ROW
                       MOVE ACT-RULE-ID TO SRT-RULE-ID
                       MOVE 1 TO SRT-KIND
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE ACTUAL-RESULTS-FILE
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ VARIANT-MAP-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-VAR-COUNT
                       MOVE SPACES TO SORT-RECORD
                       MOVE VM-RULE-ID TO SRT-RULE-ID
                       MOVE 2 TO SRT-KIND
                       MOVE WS-VAR-COUNT TO SRT-MAP-SEQ
                       MOVE VARIANT-MAP-RECORD TO SRT-MAP-RECORD
                       MOVE VM-ORIGINAL-ID TO SRT-PROGRAM-ID
                       MOVE "B" TO SRT-ROLE
                       PERFORM 1900-RELEASE-ROW
                       MOVE VM-VARIANT-ID TO SRT-PROGRAM-ID
                       MOVE "V" TO SRT-ROLE
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE VARIANT-MAP-FILE.

       1500-ANSWER-LOOKUPS.
           OPEN OUTPUT LOOKUP-WORK-FILE
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 1600-ANSWER-ONE-ROW
               END-RETURN
           END-PERFORM
           CLOSE LOOKUP-WORK-FILE.

       1600-ANSWER-ONE-ROW.
      * Any finding row for the program means it was scanned (a clean
      * scan still writes a NONE row); the expected rule among them
      * means the scanner fired.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE "NO" TO WS-ANY-ROW
               MOVE LOW-VALUES TO WS-CUR-RULE
           END-IF
           IF SRT-RULE-ID NOT = WS-CUR-RULE
               MOVE SRT-RULE-ID TO WS-CUR-RULE
               MOVE "NO" TO WS-RULE-FIRED
           END-IF
           EVALUATE SRT-KIND
               WHEN 0
                   MOVE "YES" TO WS-ANY-ROW
               WHEN 1
                   MOVE "YES" TO WS-RULE-FIRED
               WHEN 2
                   MOVE SRT-MAP-SEQ TO VW-MAP-SEQ
                   MOVE SRT-ROLE TO VW-ROLE
                   MOVE WS-ANY-ROW TO VW-ANY-ROW
                   MOVE WS-RULE-FIRED TO VW-RULE-FIRED
                   MOVE SRT-MAP-RECORD TO VW-MAP-RECORD
                   WRITE LOOKUP-WORK-RECORD
           END-EVALUATE.

       1900-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD.

       2000-JUDGE-VARIANTS.
      * The original's answer (B) comes back just ahead of its
      * variant's (V); the verdict is given on the variant's.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EVASION-WORK-FILE
           MOVE "SCANNER DETECTION OF REWRITTEN VULNERABLE PROGRAMS"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN LOOKUP-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       IF LKS-ROLE = "B"
                           MOVE LKS-RULE-FIRED TO WS-BASE-FIRED
                       ELSE
                           PERFORM 2100-JUDGE-ONE-VARIANT
                       END-IF
               END-RETURN
           END-PERFORM
           CLOSE EVASION-WORK-FILE.

       2100-JUDGE-ONE-VARIANT.
           MOVE LKS-MAP-RECORD TO VARIANT-MAP-RECORD
           EVALUATE TRUE
               WHEN LKS-ANY-ROW = "NO"
                   MOVE "NOT SCANNED" TO WS-VAR-VERDICT
               WHEN WS-BASE-FIRED = "NO"
                   MOVE "BASE MISSED" TO WS-VAR-VERDICT
               WHEN LKS-RULE-FIRED = "YES"
                   MOVE "DETECTED" TO WS-VAR-VERDICT
               WHEN OTHER
                   MOVE "EVADED" TO WS-VAR-VERDICT
                   ADD 1 TO WS-EVADED-TOTAL
                   MOVE SPACES TO EVASION-WORK-RECORD
                   STRING "  " FUNCTION TRIM(VM-RULE-ID) " "
                       FUNCTION TRIM(VM-VARIANT-TYPE) ": "
                       FUNCTION TRIM(VM-ORIGINAL-ID)
                       " -> "
                       FUNCTION TRIM(VM-VARIANT-ID)
                       DELIMITED BY SIZE INTO EVASION-WORK-RECORD
                   WRITE EVASION-WORK-RECORD
           END-EVALUATE
           MOVE 0 TO WS-TYPE-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 4
               IF WS-TYPE-NAME(WS-SCAN-IDX) = VM-VARIANT-TYPE
                   MOVE WS-SCAN-IDX TO WS-TYPE-IDX
               END-IF
           END-PERFORM
           IF WS-TYPE-IDX > 0
               ADD 1 TO WS-TYPE-TOTAL(WS-TYPE-IDX)
               EVALUATE WS-VAR-VERDICT
                   WHEN "DETECTED"
                       ADD 1 TO WS-TYPE-DETECTED(WS-TYPE-IDX)
                   WHEN "EVADED"
                       ADD 1 TO WS-TYPE-EVADED(WS-TYPE-IDX)
                   WHEN "BASE MISSED"
                       ADD 1 TO WS-TYPE-BASE-MISS(WS-TYPE-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-TYPE-NOT-SCAN(WS-TYPE-IDX)
               END-EVALUATE
           END-IF
           MOVE VM-ORIGINAL-ID  TO WS-DTL-ORIGINAL
           MOVE VM-VARIANT-TYPE TO WS-DTL-TYPE
           MOVE VM-VARIANT-ID   TO WS-DTL-VARIANT
           MOVE WS-VAR-VERDICT  TO WS-DTL-VERDICT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "SUMMARY BY REWRITE TYPE" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-HEADER TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE WS-TYPE-NAME(WS-TYPE-IDX)      TO WS-SUM-TYPE
               MOVE WS-TYPE-TOTAL(WS-TYPE-IDX)     TO WS-SUM-TOTAL
               MOVE WS-TYPE-DETECTED(WS-TYPE-IDX)  TO WS-SUM-DETECTED
               MOVE WS-TYPE-EVADED(WS-TYPE-IDX)    TO WS-SUM-EVADED
               MOVE WS-TYPE-BASE-MISS(WS-TYPE-IDX) TO WS-SUM-BASE-MISS
               MOVE WS-TYPE-NOT-SCAN(WS-TYPE-IDX)  TO WS-SUM-NOT-SCAN
               MOVE WS-SUMMARY-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "EVASION CASES FOR VENDOR" TO RPT-LINE
           WRITE RPT-LINE
           IF WS-EVADED-TOTAL = 0
               MOVE "  NONE -- EVERY SCANNED VARIANT STILL DETECTED"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           OPEN INPUT EVASION-WORK-FILE
           PERFORM UNTIL WS-EVADWORK-STATUS NOT = "00"
               READ EVASION-WORK-FILE
                   AT END
                       MOVE "10" TO WS-EVADWORK-STATUS
                   NOT AT END
                       MOVE EVASION-WORK-RECORD TO RPT-LINE
                       WRITE RPT-LINE
               END-READ
           END-PERFORM
           CLOSE EVASION-WORK-FILE
           CLOSE REPORT-FILE.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

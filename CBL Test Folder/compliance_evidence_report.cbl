       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplianceEvidenceReport.
      * Quarterly evidence package for the internal auditors: one
      * paginated 132-column report for a from/to date range, pulled
      * straight from the control datasets instead of retyped from
      * six of them by hand. Each section starts on a new page and
      * closes with its own control totals:
      *   1 RELEASE GATE CERTIFICATIONS  every GATECERT GO/NOGO set
      *     dated in the range, with each threshold's limit,
      *     observed value and pass/fail
      *   2 BASELINE PROMOTIONS  every BASEAPPR approval dated in
      *     the range: version, approver, scanner version, evidence
      *   3 WAIVERS IN FORCE  every WAIVLDG waiver approved on or
      *     before the range end and expiring on or after its start
      *     (APPROVED, or REVOKED during the range), with approver
      *     and expiry -- WAIVERS itself only holds today's set
      *   4 DISPOSITION CHANGES  every DISPMST add and change
      *     journaled to JRNLLOG in the range, before and after
      *   5 CLASSIFICATION DRIFT CHECKS  every CATDRIFT result set
      *     dated in the range, drift lines verbatim
      *   6 UNACKNOWLEDGED ALERTS  every ALRTMST alert raised within
      *     the range that nobody has acknowledged
      * then a summary page of all control totals. The range is
      * PARM='YYYY-MM-DD,YYYY-MM-DD'; with no PARM the report covers
      * the calendar quarter before today, the normal quarter-end
      * run. CC 12 on a malformed or reversed range (nothing
      * printed), CC 8 when any source dataset could not be read --
      * the package is then incomplete and says so on the section
      * and the summary -- otherwise CC 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "alrtsel.cpy".
           COPY "auditsel.cpy".
           COPY "jrnlsel.cpy".
           COPY "waivlsel.cpy".
           SELECT CERT-FILE ASSIGN TO "GATECERT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "BASEAPPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT DRIFT-FILE ASSIGN TO "CATDRIFT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DRIFT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "EVIDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-STATE-FILE.
       COPY "alrtrec.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       FD  WAIVER-LEDGER-FILE.
       COPY "waivlrec.cpy".
       FD  CERT-FILE.
       01 CERT-RECORD PIC X(80).
      * BASEAPPR is BaselinePromotion's WS-APPROVAL-LINE image.
       FD  APPROVAL-LOG-FILE.
       01 APPROVAL-RECORD.
           05 BAP-VERSION             PIC X(4).
           05 FILLER                  PIC X(1).
           05 BAP-DATE                PIC X(10).
           05 FILLER                  PIC X(1).
           05 BAP-APPROVER            PIC X(8).
           05 FILLER                  PIC X(1).
           05 BAP-SCANNER-VERSION     PIC X(10).
           05 FILLER                  PIC X(1).
           05 BAP-COMPARE-REF         PIC X(20).
           05 FILLER                  PIC X(1).
           05 BAP-RECORD-COUNT        PIC X(5).
           05 BAP-RECORD-COUNT-N REDEFINES BAP-RECORD-COUNT
                                      PIC 9(5).
           05 FILLER                  PIC X(18).
       FD  DRIFT-FILE.
       01 DRIFT-LINE PIC X(80).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "jrnlws.cpy".
      * Journal images of DISPMST records, before and after.
       COPY "disprec.cpy".
       COPY "disprec.cpy"
           REPLACING DISPOSITION-RECORD BY BEFORE-DISPOSITION
               DS-KEY BY BEF-KEY
               DS-PROGRAM-ID BY BEF-PROGRAM-ID
               DS-RULE-ID BY BEF-RULE-ID
               DS-DISPOSITION BY BEF-DISPOSITION
               DS-ANALYST BY BEF-ANALYST
               DS-DISP-DATE BY BEF-DISP-DATE.
       01 WS-ALSTATE-STATUS  PIC X(2).
       01 WS-LEDGER-STATUS   PIC X(2).
       01 WS-CERT-STATUS     PIC X(2).
       01 WS-APPROVAL-STATUS PIC X(2).
       01 WS-DRIFT-STATUS    PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-RANGE-OK        PIC X(3) VALUE "YES".
       01 WS-IN-RANGE        PIC X(3) VALUE "NO".
       01 WS-AWAIT-DATE      PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-FROM-DATE       PIC X(10).
       01 WS-TO-DATE         PIC X(10).
       01 WS-CHECK-DATE      PIC X(10).
       01 WS-SET-DATE        PIC X(10).
       01 WS-SET-RUN-ID      PIC X(14).
       01 WS-PRIOR-YYYY      PIC 9(4).
       01 WS-QTR-IDX         PIC 9(1).
       01 WS-QTR-FIRST-MM    PIC 9(2).
       01 WS-QTR-LAST-MM     PIC 9(2).
       01 WS-QTR-LAST-DD     PIC 9(2).
       01 WS-SOURCE-MISSING  PIC 9(1) VALUE 0.
       01 WS-LINE-COUNT      PIC 9(2)  VALUE 99.
       01 WS-PAGE-COUNT      PIC 9(3)  VALUE 0.
       01 WS-HOLD-LINE       PIC X(132).
       01 WS-CERT-COUNT      PIC 9(5) VALUE 0.
       01 WS-CERT-GO         PIC 9(5) VALUE 0.
       01 WS-CERT-NOGO       PIC 9(5) VALUE 0.
       01 WS-THRESH-COUNT    PIC 9(5) VALUE 0.
       01 WS-THRESH-FAIL     PIC 9(5) VALUE 0.
       01 WS-PROMO-COUNT     PIC 9(5) VALUE 0.
       01 WS-PROMO-RECORDS   PIC 9(7) VALUE 0.
       01 WS-WAIVER-COUNT    PIC 9(5) VALUE 0.
       01 WS-WAIVER-REVOKED  PIC 9(5) VALUE 0.
       01 WS-WAIVER-EXPIRED  PIC 9(5) VALUE 0.
       01 WS-WAIVER-RENEW    PIC 9(5) VALUE 0.
       01 WS-DISP-COUNT      PIC 9(5) VALUE 0.
       01 WS-DISP-ADDED      PIC 9(5) VALUE 0.
       01 WS-DISP-CHANGED    PIC 9(5) VALUE 0.
       01 WS-DISP-DELETED    PIC 9(5) VALUE 0.
       01 WS-CHECK-COUNT     PIC 9(5) VALUE 0.
       01 WS-CHECK-CLEAN     PIC 9(5) VALUE 0.
       01 WS-DRIFT-COUNT     PIC 9(5) VALUE 0.
       01 WS-DRIFT-OTHER     PIC 9(5) VALUE 0.
       01 WS-DRIFT-UNDATED   PIC 9(5) VALUE 0.
       01 WS-UNACK-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNACK-ACTIVE    PIC 9(5) VALUE 0.
       01 WS-ACK-COUNT       PIC 9(5) VALUE 0.
       01 WS-HEADING-LINE.
           05 FILLER             PIC X(37)
               VALUE "CBL SUITE COMPLIANCE EVIDENCE PACKAGE".
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(8) VALUE "PERIOD: ".
           05 WS-HDG-FROM        PIC X(10).
           05 FILLER             PIC X(4) VALUE " TO ".
           05 WS-HDG-TO          PIC X(10).
           05 FILLER             PIC X(11) VALUE "  PRINTED: ".
           05 WS-HDG-TODAY       PIC X(10).
           05 FILLER             PIC X(29) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE "PAGE ".
           05 WS-HDG-PAGE        PIC ZZ9.
       01 WS-WAIVER-LINE.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-WVL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-WVL-RULE-ID     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-WVL-STATUS      PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-WVL-APPROVER    PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-WVL-APPROVED    PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-WVL-EXPIRY      PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-WVL-REASON      PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-WVL-NOTE        PIC X(16).
       01 WS-DISP-LINE.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-DSL-DATE        PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DSL-ACTION      PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DSL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DSL-RULE-ID     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DSL-BEFORE      PIC X(14).
           05 FILLER             PIC X(4) VALUE " -> ".
           05 WS-DSL-AFTER       PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DSL-ANALYST     PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DSL-PROGRAM     PIC X(14).
       01 WS-ALERT-LINE.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-ALL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ALL-RULE-ID     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ALL-STATE       PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ALL-FIRST       PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ALL-LAST        PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ALL-NIGHTS      PIC ZZZ9.
       LINKAGE SECTION.
       01 LS-EVID-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(21).
       PROCEDURE DIVISION USING LS-EVID-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           PERFORM 0100-SET-DATE-RANGE
           PERFORM 0200-EDIT-DATE-RANGE
           IF WS-RANGE-OK = "NO"
               DISPLAY "Evidence package refused, bad date range: "
                   WS-FROM-DATE " TO " WS-TO-DATE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM 1000-SECTION-CERTIFICATIONS
           PERFORM 2000-SECTION-PROMOTIONS
           PERFORM 3000-SECTION-WAIVERS
           PERFORM 4000-SECTION-DISPOSITIONS
           PERFORM 5000-SECTION-DRIFT-CHECKS
           PERFORM 6000-SECTION-ALERTS
           PERFORM 7000-SECTION-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Evidence package " WS-FROM-DATE " TO " WS-TO-DATE
               ": " WS-PAGE-COUNT " pages, " WS-SOURCE-MISSING
               " sources unavailable"
           MOVE "ComplianceEvidenceReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "EVID " WS-FROM-DATE(3:8) "-" WS-TO-DATE(3:8)
               " MISS=" WS-SOURCE-MISSING
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-SOURCE-MISSING > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-SET-DATE-RANGE.
      * No PARM: the whole calendar quarter before this one.
           IF LS-PARM-LEN >= 21
               MOVE LS-PARM-TEXT(1:10)  TO WS-FROM-DATE
               MOVE LS-PARM-TEXT(12:10) TO WS-TO-DATE
           ELSE
               MOVE WS-AUDIT-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-QTR-IDX = (WS-AUDIT-MM - 1) / 3
               IF WS-QTR-IDX = 0
                   MOVE 3 TO WS-QTR-IDX
                   SUBTRACT 1 FROM WS-PRIOR-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-QTR-IDX
               END-IF
               COMPUTE WS-QTR-FIRST-MM = WS-QTR-IDX * 3 + 1
               COMPUTE WS-QTR-LAST-MM = WS-QTR-IDX * 3 + 3
               IF WS-QTR-LAST-MM = 6 OR WS-QTR-LAST-MM = 9
                   MOVE 30 TO WS-QTR-LAST-DD
               ELSE
                   MOVE 31 TO WS-QTR-LAST-DD
               END-IF
               MOVE SPACES TO WS-FROM-DATE WS-TO-DATE
               STRING WS-PRIOR-YYYY "-" WS-QTR-FIRST-MM "-01"
                   DELIMITED BY SIZE INTO WS-FROM-DATE
               STRING WS-PRIOR-YYYY "-" WS-QTR-LAST-MM "-"
                   WS-QTR-LAST-DD
                   DELIMITED BY SIZE INTO WS-TO-DATE
           END-IF.

       0200-EDIT-DATE-RANGE.
      * Every control dataset carries ISO dates, so once both ends
      * are well formed the range test is a plain compare.
           MOVE WS-FROM-DATE TO WS-CHECK-DATE
           PERFORM 0210-EDIT-ONE-DATE
           MOVE WS-TO-DATE TO WS-CHECK-DATE
           PERFORM 0210-EDIT-ONE-DATE
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE "NO" TO WS-RANGE-OK
           END-IF.

       0210-EDIT-ONE-DATE.
           IF WS-CHECK-DATE(1:4) IS NOT NUMERIC
               OR WS-CHECK-DATE(5:1) NOT = "-"
               OR WS-CHECK-DATE(6:2) IS NOT NUMERIC
               OR WS-CHECK-DATE(8:1) NOT = "-"
               OR WS-CHECK-DATE(9:2) IS NOT NUMERIC
               OR WS-CHECK-DATE(6:2) < "01"
               OR WS-CHECK-DATE(6:2) > "12"
               OR WS-CHECK-DATE(9:2) < "01"
               OR WS-CHECK-DATE(9:2) > "31"
               MOVE "NO" TO WS-RANGE-OK
           END-IF.

       1000-SECTION-CERTIFICATIONS.
           PERFORM 7900-NEW-SECTION
           MOVE "** SECTION 1 - RELEASE GATE CERTIFICATIONS **"
               TO RPT-LINE
           PERFORM 8100-WRITE-LINE
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "GATECERT OPEN FAILED: " WS-CERT-STATUS
               PERFORM 8200-SOURCE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-IN-RANGE
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ CERT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 1100-POST-CERT-LINE
                   END-READ
               END-PERFORM
               CLOSE CERT-FILE
               MOVE "NO" TO WS-EOF-SWITCH
               IF WS-CERT-COUNT = 0
                   MOVE "   NONE IN PERIOD" TO RPT-LINE
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-IF
           PERFORM 8000-SECTION-BREAK
           MOVE SPACES TO RPT-LINE
           STRING "   CONTROL TOTALS: CERTIFICATIONS " WS-CERT-COUNT
               "  GO " WS-CERT-GO
               "  NOGO " WS-CERT-NOGO
               "  THRESHOLDS JUDGED " WS-THRESH-COUNT
               "  FAILED " WS-THRESH-FAIL
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       1100-POST-CERT-LINE.
      * GATECERT holds one set per evaluation: the title, a RUN ID /
      * DATE line, one line per threshold (verdict at column 50), a
      * blank, and the VERDICT line. The date line decides whether
      * the rest of the set belongs to the period.
           EVALUATE TRUE
               WHEN CERT-RECORD(1:26) = "RELEASE GATE CERTIFICATION"
                   MOVE "NO" TO WS-IN-RANGE
               WHEN CERT-RECORD(1:8) = "RUN ID: "
                   MOVE CERT-RECORD(9:14)  TO WS-SET-RUN-ID
                   MOVE CERT-RECORD(31:10) TO WS-SET-DATE
                   IF WS-SET-DATE >= WS-FROM-DATE
                       AND WS-SET-DATE <= WS-TO-DATE
                       MOVE "YES" TO WS-IN-RANGE
                       ADD 1 TO WS-CERT-COUNT
                       PERFORM 8000-SECTION-BREAK
                       MOVE SPACES TO RPT-LINE
                       STRING "   CERTIFICATION  DATE " WS-SET-DATE
                           "  RUN ID " WS-SET-RUN-ID
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM 8100-WRITE-LINE
                   ELSE
                       MOVE "NO" TO WS-IN-RANGE
                   END-IF
               WHEN WS-IN-RANGE = "NO"
                   CONTINUE
               WHEN CERT-RECORD = SPACES
                   CONTINUE
               WHEN CERT-RECORD(1:9) = "VERDICT: "
                   IF CERT-RECORD(10:4) = "NOGO"
                       ADD 1 TO WS-CERT-NOGO
                   ELSE
                       ADD 1 TO WS-CERT-GO
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING "      " CERT-RECORD
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 8100-WRITE-LINE
               WHEN OTHER
                   ADD 1 TO WS-THRESH-COUNT
                   IF CERT-RECORD(50:4) = "FAIL"
                       ADD 1 TO WS-THRESH-FAIL
                   END-IF
                   MOVE SPACES TO RPT-LINE
                   STRING "      " CERT-RECORD
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 8100-WRITE-LINE
           END-EVALUATE.

       2000-SECTION-PROMOTIONS.
           PERFORM 7900-NEW-SECTION
           MOVE "** SECTION 2 - BASELINE PROMOTIONS **" TO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   VER  APPROVED   APPROVER SCANNER    "
               "EVIDENCE REVIEWED    RECORDS"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           OPEN INPUT APPROVAL-LOG-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               DISPLAY "BASEAPPR OPEN FAILED: " WS-APPROVAL-STATUS
               PERFORM 8200-SOURCE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ APPROVAL-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF BAP-DATE >= WS-FROM-DATE
                               AND BAP-DATE <= WS-TO-DATE
                               PERFORM 2100-PRINT-PROMOTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-LOG-FILE
               MOVE "NO" TO WS-EOF-SWITCH
               IF WS-PROMO-COUNT = 0
                   MOVE "   NONE IN PERIOD" TO RPT-LINE
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-IF
           PERFORM 8000-SECTION-BREAK
           MOVE SPACES TO RPT-LINE
           STRING "   CONTROL TOTALS: PROMOTIONS " WS-PROMO-COUNT
               "  RECORDS PROMOTED " WS-PROMO-RECORDS
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       2100-PRINT-PROMOTION.
           ADD 1 TO WS-PROMO-COUNT
           IF BAP-RECORD-COUNT IS NUMERIC
               ADD BAP-RECORD-COUNT-N TO WS-PROMO-RECORDS
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "   " BAP-VERSION " " BAP-DATE " "
               BAP-APPROVER " " BAP-SCANNER-VERSION " "
               BAP-COMPARE-REF " " BAP-RECORD-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       3000-SECTION-WAIVERS.
           PERFORM 7900-NEW-SECTION
           MOVE "** SECTION 3 - WAIVERS IN FORCE **" TO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   PROGRAM-ID                     RULE-ID       "
               "       STATUS   APPROVER APPROVED   EXPIRES    "
               "REASON"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           OPEN INPUT WAIVER-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WAIVLDG OPEN FAILED: " WS-LEDGER-STATUS
               PERFORM 8200-SOURCE-UNAVAILABLE
           ELSE
               MOVE LOW-VALUES TO WL-KEY
               START WAIVER-LEDGER-FILE KEY NOT < WL-KEY
                   INVALID KEY
                       MOVE "10" TO WS-LEDGER-STATUS
               END-START
               PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                   READ WAIVER-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-LEDGER-STATUS
                       NOT AT END
                           PERFORM 3100-JUDGE-ONE-WAIVER
                   END-READ
               END-PERFORM
               CLOSE WAIVER-LEDGER-FILE
               IF WS-WAIVER-COUNT = 0
                   MOVE "   NONE IN FORCE DURING PERIOD" TO RPT-LINE
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-IF
           PERFORM 8000-SECTION-BREAK
           MOVE SPACES TO RPT-LINE
           STRING "   CONTROL TOTALS: IN FORCE " WS-WAIVER-COUNT
               "  REVOKED IN PERIOD " WS-WAIVER-REVOKED
               "  EXPIRED IN PERIOD " WS-WAIVER-EXPIRED
               "  RENEWAL PENDING " WS-WAIVER-RENEW
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       3100-JUDGE-ONE-WAIVER.
      * In force at some point in the period: approved no later than
      * its end, expiring no earlier than its start, and either still
      * approved or revoked only once the period had begun. PENDING
      * and REJECTED requests were never in force.
           IF WL-APPROVED-DATE NOT = SPACES
               AND WL-APPROVED-DATE <= WS-TO-DATE
               AND WL-EXPIRY-DATE >= WS-FROM-DATE
               AND (WL-STATUS = "APPROVED"
                   OR (WL-STATUS = "REVOKED"
                       AND WL-LAST-ACTION-DATE >= WS-FROM-DATE))
               ADD 1 TO WS-WAIVER-COUNT
               MOVE SPACES TO WS-WVL-NOTE
               IF WL-EXPIRY-DATE <= WS-TO-DATE
                   ADD 1 TO WS-WAIVER-EXPIRED
                   MOVE "EXPIRED" TO WS-WVL-NOTE
               END-IF
               IF WL-PENDING-ACTION = "RENEW"
                   ADD 1 TO WS-WAIVER-RENEW
                   MOVE "RENEWAL PENDING" TO WS-WVL-NOTE
               END-IF
               IF WL-STATUS = "REVOKED"
                   ADD 1 TO WS-WAIVER-REVOKED
                   MOVE SPACES TO WS-WVL-NOTE
                   STRING "REV " WL-LAST-ACTION-DATE
                       DELIMITED BY SIZE INTO WS-WVL-NOTE
               END-IF
               MOVE WL-PROGRAM-ID    TO WS-WVL-PROGRAM-ID
               MOVE WL-RULE-ID       TO WS-WVL-RULE-ID
               MOVE WL-STATUS        TO WS-WVL-STATUS
               MOVE WL-APPROVER      TO WS-WVL-APPROVER
               MOVE WL-APPROVED-DATE TO WS-WVL-APPROVED
               MOVE WL-EXPIRY-DATE   TO WS-WVL-EXPIRY
               MOVE WL-REASON        TO WS-WVL-REASON
               MOVE WS-WAIVER-LINE   TO RPT-LINE
               PERFORM 8100-WRITE-LINE
           END-IF.

       4000-SECTION-DISPOSITIONS.
           PERFORM 7900-NEW-SECTION
           MOVE "** SECTION 4 - DISPOSITION CHANGES **" TO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   DATE       ACTION   PROGRAM-ID                 "
               "    RULE-ID              BEFORE             AFTER"
               "          ANALYST  CHANGED BY"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           OPEN INPUT JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "JRNLLOG OPEN FAILED: " WS-JRNL-STATUS
               PERFORM 8200-SOURCE-UNAVAILABLE
           ELSE
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF JR-MASTER = "DISPMST"
                               AND JR-TIMESTAMP(1:10) >= WS-FROM-DATE
                               AND JR-TIMESTAMP(1:10) <= WS-TO-DATE
                               PERFORM 4100-PRINT-DISP-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "NO" TO WS-EOF-SWITCH
               IF WS-DISP-COUNT = 0
                   MOVE "   NONE IN PERIOD" TO RPT-LINE
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-IF
           PERFORM 8000-SECTION-BREAK
           MOVE SPACES TO RPT-LINE
           STRING "   CONTROL TOTALS: CHANGES " WS-DISP-COUNT
               "  ADDED " WS-DISP-ADDED
               "  CHANGED " WS-DISP-CHANGED
               "  DELETED " WS-DISP-DELETED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       4100-PRINT-DISP-CHANGE.
      * A DELETED entry (purge) has no after image; show the verdict
      * that went away and leave AFTER blank.
           ADD 1 TO WS-DISP-COUNT
           EVALUATE JR-ACTION
               WHEN "ADDED"
                   ADD 1 TO WS-DISP-ADDED
               WHEN "DELETED"
                   ADD 1 TO WS-DISP-DELETED
               WHEN OTHER
                   ADD 1 TO WS-DISP-CHANGED
           END-EVALUATE
           MOVE JR-BEFORE-IMAGE TO BEFORE-DISPOSITION
           MOVE JR-AFTER-IMAGE  TO DISPOSITION-RECORD
           MOVE JR-TIMESTAMP(1:10) TO WS-DSL-DATE
           MOVE JR-ACTION          TO WS-DSL-ACTION
           IF JR-ACTION = "DELETED"
               MOVE BEF-PROGRAM-ID TO WS-DSL-PROGRAM-ID
               MOVE BEF-RULE-ID    TO WS-DSL-RULE-ID
               MOVE BEF-ANALYST    TO WS-DSL-ANALYST
           ELSE
               MOVE DS-PROGRAM-ID  TO WS-DSL-PROGRAM-ID
               MOVE DS-RULE-ID     TO WS-DSL-RULE-ID
               MOVE DS-ANALYST     TO WS-DSL-ANALYST
           END-IF
           MOVE BEF-DISPOSITION TO WS-DSL-BEFORE
           MOVE DS-DISPOSITION  TO WS-DSL-AFTER
           MOVE JR-PROGRAM-ID   TO WS-DSL-PROGRAM
           MOVE WS-DISP-LINE    TO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       5000-SECTION-DRIFT-CHECKS.
           PERFORM 7900-NEW-SECTION
           MOVE "** SECTION 5 - CLASSIFICATION DRIFT CHECKS **"
               TO RPT-LINE
           PERFORM 8100-WRITE-LINE
           OPEN INPUT DRIFT-FILE
           IF WS-DRIFT-STATUS NOT = "00"
               DISPLAY "CATDRIFT OPEN FAILED: " WS-DRIFT-STATUS
               PERFORM 8200-SOURCE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-IN-RANGE
               MOVE "NO" TO WS-AWAIT-DATE
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ DRIFT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 5100-POST-DRIFT-LINE
                   END-READ
               END-PERFORM
               CLOSE DRIFT-FILE
               MOVE "NO" TO WS-EOF-SWITCH
               IF WS-CHECK-COUNT = 0
                   MOVE "   NONE IN PERIOD" TO RPT-LINE
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-IF
           PERFORM 8000-SECTION-BREAK
           MOVE SPACES TO RPT-LINE
           STRING "   CONTROL TOTALS: CHECKS " WS-CHECK-COUNT
               "  CLEAN " WS-CHECK-CLEAN
               "  DRIFT LINES " WS-DRIFT-COUNT
               "  OTHER EXCEPTIONS " WS-DRIFT-OTHER
               "  UNDATED SETS SKIPPED " WS-DRIFT-UNDATED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       5100-POST-DRIFT-LINE.
      * Each CweCatalogCheck run appends a set opening with its title
      * and a RUN ID / DATE line; sets written before that line was
      * added cannot be dated and are counted, not guessed at. A
      * drift line carries " -> " at column 50 (catalog -> current).
           IF WS-AWAIT-DATE = "YES"
               MOVE "NO" TO WS-AWAIT-DATE
               IF DRIFT-LINE(1:8) = "RUN ID: "
                   MOVE DRIFT-LINE(9:14)  TO WS-SET-RUN-ID
                   MOVE DRIFT-LINE(31:10) TO WS-SET-DATE
                   IF WS-SET-DATE >= WS-FROM-DATE
                       AND WS-SET-DATE <= WS-TO-DATE
                       MOVE "YES" TO WS-IN-RANGE
                       ADD 1 TO WS-CHECK-COUNT
                       PERFORM 8000-SECTION-BREAK
                       MOVE SPACES TO RPT-LINE
                       STRING "   DRIFT CHECK  DATE " WS-SET-DATE
                           "  RUN ID " WS-SET-RUN-ID
                           DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM 8100-WRITE-LINE
                   END-IF
               ELSE
                   ADD 1 TO WS-DRIFT-UNDATED
               END-IF
           ELSE
               IF DRIFT-LINE(1:40) =
                   "CLASSIFICATION DRIFT VS APPROVED CATALOG"
                   MOVE "NO" TO WS-IN-RANGE
                   MOVE "YES" TO WS-AWAIT-DATE
               ELSE
                   IF WS-IN-RANGE = "YES"
                       PERFORM 5200-PRINT-DRIFT-RESULT
                   END-IF
               END-IF
           END-IF.

       5200-PRINT-DRIFT-RESULT.
           EVALUATE TRUE
               WHEN DRIFT-LINE(1:23) = "NO CLASSIFICATION DRIFT"
                   ADD 1 TO WS-CHECK-CLEAN
               WHEN DRIFT-LINE(50:4) = " -> "
                   ADD 1 TO WS-DRIFT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DRIFT-OTHER
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING "      " DRIFT-LINE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       6000-SECTION-ALERTS.
           PERFORM 7900-NEW-SECTION
           MOVE "** SECTION 6 - UNACKNOWLEDGED ALERTS **" TO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   PROGRAM-ID                     RULE-ID       "
               "       STATE    FIRST      LAST       NIGHTS"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           OPEN INPUT ALERT-STATE-FILE
           IF WS-ALSTATE-STATUS NOT = "00"
               DISPLAY "ALRTMST OPEN FAILED: " WS-ALSTATE-STATUS
               PERFORM 8200-SOURCE-UNAVAILABLE
           ELSE
               MOVE LOW-VALUES TO AS-KEY
               START ALERT-STATE-FILE KEY NOT < AS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-ALSTATE-STATUS
               END-START
               PERFORM UNTIL WS-ALSTATE-STATUS NOT = "00"
                   READ ALERT-STATE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-ALSTATE-STATUS
                       NOT AT END
                           PERFORM 6100-JUDGE-ONE-ALERT
                   END-READ
               END-PERFORM
               CLOSE ALERT-STATE-FILE
               IF WS-UNACK-COUNT = 0
                   MOVE "   NONE IN PERIOD" TO RPT-LINE
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-IF
           PERFORM 8000-SECTION-BREAK
           MOVE SPACES TO RPT-LINE
           STRING "   CONTROL TOTALS: UNACKNOWLEDGED " WS-UNACK-COUNT
               "  STILL ACTIVE " WS-UNACK-ACTIVE
               "  ACKNOWLEDGED IN PERIOD " WS-ACK-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       6100-JUDGE-ONE-ALERT.
      * Raised within the period: first raised by its end and still
      * being raised after its start.
           IF AS-FIRST-RAISED <= WS-TO-DATE
               AND AS-LAST-RAISED >= WS-FROM-DATE
               IF AS-ACK-FLAG = "Y"
                   IF AS-ACK-DATE >= WS-FROM-DATE
                       AND AS-ACK-DATE <= WS-TO-DATE
                       ADD 1 TO WS-ACK-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-UNACK-COUNT
                   IF AS-STATE = "ACTIVE  "
                       ADD 1 TO WS-UNACK-ACTIVE
                   END-IF
                   MOVE AS-PROGRAM-ID   TO WS-ALL-PROGRAM-ID
                   MOVE AS-RULE-ID      TO WS-ALL-RULE-ID
                   MOVE AS-STATE        TO WS-ALL-STATE
                   MOVE AS-FIRST-RAISED TO WS-ALL-FIRST
                   MOVE AS-LAST-RAISED  TO WS-ALL-LAST
                   MOVE AS-RAISE-COUNT  TO WS-ALL-NIGHTS
                   MOVE WS-ALERT-LINE   TO RPT-LINE
                   PERFORM 8100-WRITE-LINE
               END-IF
           END-IF.

       7000-SECTION-SUMMARY.
           PERFORM 7900-NEW-SECTION
           MOVE "** EVIDENCE PACKAGE CONTROL TOTALS **" TO RPT-LINE
           PERFORM 8100-WRITE-LINE
           PERFORM 8000-SECTION-BREAK
           MOVE SPACES TO RPT-LINE
           STRING "   1 RELEASE GATE CERTIFICATIONS    "
               WS-CERT-COUNT "   GO " WS-CERT-GO
               "  NOGO " WS-CERT-NOGO
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   2 BASELINE PROMOTIONS            "
               WS-PROMO-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   3 WAIVERS IN FORCE               "
               WS-WAIVER-COUNT "   REVOKED " WS-WAIVER-REVOKED
               "  EXPIRED " WS-WAIVER-EXPIRED
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   4 DISPOSITION CHANGES            "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   5 CLASSIFICATION DRIFT CHECKS    "
               WS-CHECK-COUNT "   DRIFT LINES " WS-DRIFT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           MOVE SPACES TO RPT-LINE
           STRING "   6 UNACKNOWLEDGED ALERTS          "
               WS-UNACK-COUNT "   STILL ACTIVE " WS-UNACK-ACTIVE
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE
           PERFORM 8000-SECTION-BREAK
           IF WS-SOURCE-MISSING > 0
               MOVE SPACES TO RPT-LINE
               STRING "   *** " WS-SOURCE-MISSING
                   " SOURCE DATASET(S) UNAVAILABLE - PACKAGE IS "
                   "INCOMPLETE, SEE THE SECTIONS MARKED ABOVE ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 8100-WRITE-LINE
           ELSE
               MOVE "   ALL SOURCE DATASETS READ" TO RPT-LINE
               PERFORM 8100-WRITE-LINE
           END-IF
           PERFORM 8000-SECTION-BREAK
           MOVE "   *** END OF EVIDENCE PACKAGE ***" TO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       7900-NEW-SECTION.
      * Every section opens a fresh page so the auditors can file
      * each one with its own control totals.
           MOVE 99 TO WS-LINE-COUNT.

       8000-SECTION-BREAK.
           MOVE SPACES TO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       8100-WRITE-LINE.
           MOVE RPT-LINE TO WS-HOLD-LINE
           IF WS-LINE-COUNT >= 60
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-FROM-DATE TO WS-HDG-FROM
               MOVE WS-TO-DATE TO WS-HDG-TO
               MOVE WS-TODAY TO WS-HDG-TODAY
               MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
               MOVE WS-HEADING-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 2 TO WS-LINE-COUNT
           END-IF
           MOVE WS-HOLD-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       8200-SOURCE-UNAVAILABLE.
           ADD 1 TO WS-SOURCE-MISSING
           MOVE SPACES TO RPT-LINE
           STRING "   *** SOURCE DATASET UNAVAILABLE - SECTION "
               "INCOMPLETE ***"
               DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 8100-WRITE-LINE.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

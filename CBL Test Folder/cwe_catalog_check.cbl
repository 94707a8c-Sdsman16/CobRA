      * severity in the MOVEs before 9800-WRITE-CLASSIFICATION, and a
      * wrong maintenance edit there flows silently into every report
      * and the risk register. CWECAT is the approved reference
      * catalog (CWE, severity, CVE reference per program-id, one row
      * per CWE where a program classifies several constructs); this
      * step compares the night's current CLASSLOG rows against it and
      * raises a drift alert on any mismatch, the same way
      * reconciliation already alerts on rule drift. Ends CC 8 when
      * anything drifted so the scheduler can page on it. CATDRIFT
      * accumulates, so each night's result set opens with a RUN ID /
      * DATE line (the same shape GATECERT uses) that lets the
      * quarterly evidence package pick out the checks in its range.
      * CWECAT and CLASSLOG are sorted together on program-id and CWE
      * and matched in that sequence, so no table limits how many
      * catalog rows the check takes. Each result line goes to the
      * CHKWORK work file and is sorted back into the report's
      * order: unlisted classifications as CLASSLOG wrote them, then
      * drift and unclassified entries in catalog order.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "CATDRIFT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CHECK-WORK-FILE ASSIGN TO "CHKWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHKWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT CHECK-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           05 CAT-CVE-REF             PIC X(20).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One result line: CK-SECTION 1 an unlisted classification, 2 a
      * drifted catalog entry, 3 an entry nothing classified under,
      * keyed within its section by the row's read sequence.
       FD  CHECK-WORK-FILE.
       01 CHECK-WORK-RECORD.
           05 CK-SECTION              PIC 9(1).
           05 CK-SEQ                  PIC 9(9).
           05 CK-LINE                 PIC X(80).
      * Match sort record: a program-has-catalog marker (SRT-KIND 0,
      * CWE low-values so it leads the program), a CWECAT row (1) or
      * a CLASSLOG row (2); a program's catalog row for a CWE comes
      * just ahead of its CLASSLOG rows for that CWE. Catalog rows
      * are released first, so their sequences sort below CLASSLOG's.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-CWE                 PIC X(10).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-SEVERITY            PIC X(10).
       SD  CHECK-SORT-FILE.
       01 CHECK-SORT-RECORD.
           05 CKS-SECTION             PIC 9(1).
           05 CKS-SEQ                 PIC 9(9).
           05 CKS-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-CATALOG-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-CHKWORK-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-DRIFT-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNLISTED-COUNT  PIC 9(5) VALUE 0.
      * The program whose sorted group is being read: whether the
      * catalog lists it at all, and the sequence of its last catalog
      * row, which takes any classification under a CWE the catalog
      * does not list for it.
       01 WS-CUR-PROGRAM     PIC X(30) VALUE LOW-VALUES.
       01 WS-CUR-CWE         PIC X(10) VALUE LOW-VALUES.
       01 WS-PRG-CATALOGUED  PIC X(3)  VALUE "NO".
       01 WS-PRG-LAST-SEQ    PIC 9(9)  VALUE 0.
      * The catalog entry of the CWE group being read, and what the
      * program last classified under that CWE.
       01 WS-ENTRY-HELD      PIC X(3)  VALUE "NO".
       01 WS-ENTRY.
           05 WS-ENT-SEQ         PIC 9(9).
           05 WS-ENT-CWE         PIC X(10).
           05 WS-ENT-SEV         PIC X(10).
           05 WS-ENT-SEEN        PIC X(3).
           05 WS-ENT-CUR-SEQ     PIC 9(9).
           05 WS-ENT-CUR-CWE     PIC X(10).
           05 WS-ENT-CUR-SEV     PIC X(10).
      * The program's last catalog entry, held to the end of the
      * program for the classifications no other entry takes.
       01 WS-LAST-HELD       PIC X(3)  VALUE "NO".
       01 WS-LAST-ENTRY      PIC X(61).
      * The latest classification under a CWE the program has no
      * catalog row for.
       01 WS-UNM-SEEN        PIC X(3)  VALUE "NO".
       01 WS-UNM-SEQ         PIC 9(9)  VALUE 0.
       01 WS-UNM-CWE         PIC X(10).
       01 WS-UNM-SEV         PIC X(10).
       01 WS-DRIFT-LINE.
           05 WS-DRF-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DRF-CUR-SEV     PIC X(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIME
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
      * Run standalone, the shared run id is seeded here rather than
      * at the audit write, so the report and the audit record agree.
           IF WS-SUITE-RUN-ID = SPACES OR WS-SUITE-RUN-ID = LOW-VALUES
               MOVE WS-AUDIT-TIMESTAMP TO WS-SUITE-RUN-ID
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-CWE SRT-KIND
                   SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-MATCH-CLASSLOG
           IF SORT-RETURN = 0
               SORT CHECK-SORT-FILE
                   ON ASCENDING KEY CKS-SECTION CKS-SEQ
                   USING CHECK-WORK-FILE
                   OUTPUT PROCEDURE IS 3000-PRINT-REPORT
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Catalog check: drift " WS-DRIFT-COUNT
               " unlisted " WS-UNLISTED-COUNT
           MOVE "CweCatalogCheck" TO WS-AUDIT-PROGRAM-ID
           END-IF
           GOBACK.

       1000-RELEASE-INPUTS.
           PERFORM 1100-RELEASE-CATALOG
           PERFORM 1200-RELEASE-CLASSIFICATIONS.

       1100-RELEASE-CATALOG.
      * Each catalog row also releases a marker that leads its
      * program, so the program's last catalog row is known before
      * any of its CWE groups is read.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CWECAT OPEN FAILED: " WS-CATALOG-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE CAT-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE LOW-VALUES TO SRT-CWE
                       MOVE 0 TO SRT-KIND
                       MOVE WS-RELEASE-SEQ TO SRT-SEQ
                       MOVE SPACES TO SRT-SEVERITY
                       RELEASE SORT-RECORD
                       MOVE CAT-CWE-NUMBER TO SRT-CWE
                       MOVE 1 TO SRT-KIND
                       MOVE CAT-SEVERITY TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1200-RELEASE-CLASSIFICATIONS.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASSLOG OPEN FAILED: " WS-CLASS-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE CLS-CWE-NUMBER TO SRT-CWE
                       MOVE 2 TO SRT-KIND
                       MOVE WS-RELEASE-SEQ TO SRT-SEQ
                       MOVE CLS-SEVERITY TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CLASSIFY-LOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       2000-MATCH-CLASSLOG.
           OPEN OUTPUT CHECK-WORK-FILE
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2100-MATCH-ONE-ROW
               END-RETURN
           END-PERFORM
           PERFORM 2400-END-CWE-GROUP
           PERFORM 2500-END-PROGRAM
           CLOSE CHECK-WORK-FILE.

       2100-MATCH-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               PERFORM 2400-END-CWE-GROUP
               PERFORM 2500-END-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE LOW-VALUES TO WS-CUR-CWE
               MOVE "NO" TO WS-PRG-CATALOGUED
               MOVE 0 TO WS-PRG-LAST-SEQ
               MOVE "NO" TO WS-UNM-SEEN
               MOVE 0 TO WS-UNM-SEQ
           END-IF
           IF SRT-CWE NOT = WS-CUR-CWE
               PERFORM 2400-END-CWE-GROUP
               MOVE SRT-CWE TO WS-CUR-CWE
           END-IF
           EVALUATE SRT-KIND
               WHEN 0
                   MOVE "YES" TO WS-PRG-CATALOGUED
                   MOVE SRT-SEQ TO WS-PRG-LAST-SEQ
               WHEN 1
      * A repeated catalog row for the same CWE takes the program's
      * classifications from here on; the earlier one is settled
      * with none.
                   PERFORM 2400-END-CWE-GROUP
                   MOVE "YES" TO WS-ENTRY-HELD
                   MOVE SRT-SEQ TO WS-ENT-SEQ
                   MOVE SRT-CWE TO WS-ENT-CWE
                   MOVE SRT-SEVERITY TO WS-ENT-SEV
                   MOVE "NO" TO WS-ENT-SEEN
                   MOVE 0 TO WS-ENT-CUR-SEQ
                   MOVE SPACES TO WS-ENT-CUR-CWE WS-ENT-CUR-SEV
               WHEN 2
                   PERFORM 2200-POST-CLASSIFICATION
           END-EVALUATE.

       2200-POST-CLASSIFICATION.
      * The catalog row for this exact CWE takes the classification;
      * when the program has none for it, the program's last row is
      * held against it, which is the drift case. A program the
      * catalog does not list at all is reported as unlisted.
           EVALUATE TRUE
               WHEN WS-ENTRY-HELD = "YES"
                   MOVE "YES" TO WS-ENT-SEEN
                   MOVE SRT-SEQ TO WS-ENT-CUR-SEQ
                   MOVE SRT-CWE TO WS-ENT-CUR-CWE
                   MOVE SRT-SEVERITY TO WS-ENT-CUR-SEV
               WHEN WS-PRG-CATALOGUED = "YES"
                   IF SRT-SEQ > WS-UNM-SEQ
                       MOVE "YES" TO WS-UNM-SEEN
                       MOVE SRT-SEQ TO WS-UNM-SEQ
                       MOVE SRT-CWE TO WS-UNM-CWE
                       MOVE SRT-SEVERITY TO WS-UNM-SEV
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-UNLISTED-COUNT
                   MOVE 1 TO CK-SECTION
                   MOVE SRT-SEQ TO CK-SEQ
                   MOVE SPACES TO CK-LINE
                   STRING "NOT IN CATALOG: " SRT-PROGRAM-ID
                       DELIMITED BY SIZE INTO CK-LINE
                   WRITE CHECK-WORK-RECORD
           END-EVALUATE.

       2400-END-CWE-GROUP.
      * The program's last catalog entry waits for the end of the
      * program; any other is settled now.
           IF WS-ENTRY-HELD = "YES"
               MOVE "NO" TO WS-ENTRY-HELD
               IF WS-ENT-SEQ = WS-PRG-LAST-SEQ
                   MOVE "YES" TO WS-LAST-HELD
                   MOVE WS-ENTRY TO WS-LAST-ENTRY
               ELSE
                   PERFORM 2600-SETTLE-ENTRY
               END-IF
           END-IF.

       2500-END-PROGRAM.
      * A classification under an unlisted CWE overlays the last
      * entry's own if it was written later.
           IF WS-LAST-HELD = "YES"
               MOVE "NO" TO WS-LAST-HELD
               MOVE WS-LAST-ENTRY TO WS-ENTRY
               IF WS-UNM-SEEN = "YES"
                   AND WS-UNM-SEQ > WS-ENT-CUR-SEQ
                   MOVE "YES" TO WS-ENT-SEEN
                   MOVE WS-UNM-CWE TO WS-ENT-CUR-CWE
                   MOVE WS-UNM-SEV TO WS-ENT-CUR-SEV
               END-IF
               PERFORM 2600-SETTLE-ENTRY
           END-IF.

       2600-SETTLE-ENTRY.
      * Catalog entries with no classification tonight are not drift,
      * but the committee should still see which approved classes had
      * nothing reporting under them.
           MOVE WS-ENT-SEQ TO CK-SEQ
           MOVE SPACES TO CK-LINE
           IF WS-ENT-SEEN = "YES"
               IF WS-ENT-CUR-CWE NOT = WS-ENT-CWE
                   OR WS-ENT-CUR-SEV NOT = WS-ENT-SEV
                   ADD 1 TO WS-DRIFT-COUNT
                   MOVE WS-CUR-PROGRAM TO WS-DRF-PROGRAM-ID
                   MOVE WS-ENT-CWE TO WS-DRF-CAT-CWE
                   MOVE WS-ENT-SEV TO WS-DRF-CAT-SEV
                   MOVE WS-ENT-CUR-CWE TO WS-DRF-CUR-CWE
                   MOVE WS-ENT-CUR-SEV TO WS-DRF-CUR-SEV
                   MOVE 2 TO CK-SECTION
                   MOVE WS-DRIFT-LINE TO CK-LINE
                   WRITE CHECK-WORK-RECORD
               END-IF
           ELSE
               MOVE 3 TO CK-SECTION
               STRING "NOT CLASSIFIED TONIGHT: " WS-CUR-PROGRAM
                   DELIMITED BY SIZE INTO CK-LINE
               WRITE CHECK-WORK-RECORD
           END-IF.

       3000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "CLASSIFICATION DRIFT VS APPROVED CATALOG"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RUN ID: " WS-SUITE-RUN-ID "  DATE: " WS-TODAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN CHECK-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       MOVE CKS-LINE TO RPT-LINE
                       WRITE RPT-LINE
                       IF CKS-SECTION = 2
                           DISPLAY "CLASSIFICATION DRIFT ALERT: "
                               CKS-LINE(1:30)
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-DRIFT-COUNT = 0 AND WS-UNLISTED-COUNT = 0
               MOVE "NO CLASSIFICATION DRIFT" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE REPORT-FILE.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

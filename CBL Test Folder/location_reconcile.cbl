       IDENTIFICATION DIVISION.
       PROGRAM-ID. LocationReconcile.
      * Location-level pass behind the driver's rule-level
      * reconciliation. 4100-RECONCILE-ONE-TEST scores a program
      * MATCH as soon as its rule fires once, so a scanner that
      * catches one of BufferOverflowTest's four planted overruns
      * grades the same as one that catches all four. This pass
      * reads the scanner's finding-detail dataset (FINDDTL: one row
      * per hit with source line and paragraph) against the EXPLOC
      * expected-locations fixture naming every planted construct,
      * and judges each construct CAUGHT or MISSED. A construct is
      * caught by a hit on the same program, an equivalent rule (the
      * RULEALIA renames count, as they do for the driver), and the
      * same source line -- or anywhere in the named paragraph when
      * the fixture line is zero. Every verdict goes to LOCSCORE for
      * the scorecard report and to the LOCRPT listing, which also
      * lists hits that answer no planted construct. GOBACK grades
      * for the caller, the LoginOutcomeReconcile convention: 0
      * every construct caught, 8 at least one missed, 4 nothing to
      * reconcile (no detail dataset or no fixture).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "aliassel.cpy".
           COPY "auditsel.cpy".
           COPY "finddtlsel.cpy".
           SELECT EXPECTED-LOCATION-FILE ASSIGN TO "EXPLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPLOC-STATUS.
           SELECT LOCATION-SCORE-FILE ASSIGN TO "LOCSCORE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCSCORE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "LOCRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-ALIAS-FILE.
       COPY "aliasrec.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  FINDING-DETAIL-FILE.
       COPY "finddtlrec.cpy".
       FD  EXPECTED-LOCATION-FILE.
       COPY "explocrec.cpy".
       FD  LOCATION-SCORE-FILE.
       COPY "locscorerec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-ALIAS-STATUS    PIC X(2).
       01 WS-DETAIL-STATUS   PIC X(2).
       01 WS-EXPLOC-STATUS   PIC X(2).
       01 WS-LOCSCORE-STATUS PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-PLANTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-CAUGHT-COUNT    PIC 9(5) VALUE 0.
       01 WS-MISSED-COUNT    PIC 9(5) VALUE 0.
       01 WS-UNPLANTED-COUNT PIC 9(5) VALUE 0.
       01 WS-PROG-PLANTED    PIC 9(5) VALUE 0.
       01 WS-PROG-CAUGHT     PIC 9(5) VALUE 0.
       01 WS-BREAK-PROGRAM   PIC X(30) VALUE SPACES.
       01 WS-HIT-COUNT       PIC 9(4) VALUE 0.
       01 WS-HIT-IDX         PIC 9(4) VALUE 0.
       01 WS-HIT-OVERFLOW    PIC X(3) VALUE "NO".
       01 WS-DETAIL-LOADED   PIC X(3) VALUE "NO".
       01 WS-MATCH-IDX       PIC 9(4) VALUE 0.
       01 WS-ALIAS-COUNT     PIC 9(2) VALUE 0.
       01 WS-ALIAS-IDX       PIC 9(2) VALUE 0.
       01 WS-RULES-EQUIV     PIC X(3) VALUE "NO".
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 30 TIMES.
               10 WS-ALS-OLD      PIC X(20).
               10 WS-ALS-NEW      PIC X(20).
      * The night's scanner hits, read once; WS-HIT-USED marks a hit
      * that answered some planted construct so the leftovers can be
      * listed as unplanted at the end.
       01 WS-HIT-TABLE.
           05 WS-HIT-ENTRY OCCURS 2000 TIMES.
               10 WS-HIT-PROGRAM  PIC X(30).
               10 WS-HIT-RULE     PIC X(20).
               10 WS-HIT-LINE     PIC 9(5).
               10 WS-HIT-PARA     PIC X(40).
               10 WS-HIT-USED     PIC X(1).
       01 WS-DETAIL-LINE.
           05 WS-DTL-PROGRAM-ID  PIC X(24).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-CONSTRUCT   PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-LINE        PIC ZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-VERDICT     PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-PARAGRAPH   PIC X(21).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           PERFORM 1500-LOAD-RULE-ALIASES
           PERFORM 1000-LOAD-DETAIL-HITS
           IF WS-DETAIL-LOADED = "NO"
               DISPLAY "FINDDTL not readable, status "
                   WS-DETAIL-STATUS "; nothing to reconcile"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EXPECTED-LOCATION-FILE
           IF WS-EXPLOC-STATUS NOT = "00"
               DISPLAY "EXPLOC not readable, status "
                   WS-EXPLOC-STATUS "; nothing to reconcile"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT LOCATION-SCORE-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "PLANTED-CONSTRUCT LOCATION RECONCILIATION" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RUN ID: " WS-SUITE-RUN-ID "  DATE: " WS-TODAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "PROGRAM-ID               CONSTRUCT             LINE"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2000-JUDGE-ONE-CONSTRUCT
               UNTIL WS-EOF-SWITCH = "YES"
           IF WS-BREAK-PROGRAM NOT = SPACES
               PERFORM 2900-WRITE-PROGRAM-TOTAL
           END-IF
           CLOSE EXPECTED-LOCATION-FILE
           CLOSE LOCATION-SCORE-FILE
           PERFORM 3000-LIST-UNPLANTED-HITS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "PLANTED: " WS-PLANTED-COUNT
               "  CAUGHT: " WS-CAUGHT-COUNT
               "  MISSED: " WS-MISSED-COUNT
               "  UNPLANTED HITS: " WS-UNPLANTED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Location reconcile: " WS-PLANTED-COUNT
               " planted, " WS-MISSED-COUNT " missed"
           MOVE "LocationReconcile" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "LOC CAUGHT=" WS-CAUGHT-COUNT
               " MISSED=" WS-MISSED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           EVALUATE TRUE
               WHEN WS-PLANTED-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MISSED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-LOAD-DETAIL-HITS.
      * WS-DETAIL-LOADED stays NO when the dataset could not be
      * opened; an empty dataset still loads (no hits, every
      * construct missed).
           OPEN INPUT FINDING-DETAIL-FILE
           IF WS-DETAIL-STATUS = "00"
               MOVE "YES" TO WS-DETAIL-LOADED
               PERFORM UNTIL WS-DETAIL-STATUS NOT = "00"
                   READ FINDING-DETAIL-FILE
                       AT END
                           MOVE "10" TO WS-DETAIL-STATUS
                       NOT AT END
                           IF WS-HIT-COUNT < 2000
                               ADD 1 TO WS-HIT-COUNT
                               MOVE FDT-PROGRAM-ID
                                   TO WS-HIT-PROGRAM(WS-HIT-COUNT)
                               MOVE FDT-RULE-ID
                                   TO WS-HIT-RULE(WS-HIT-COUNT)
                               MOVE FDT-SOURCE-LINE
                                   TO WS-HIT-LINE(WS-HIT-COUNT)
                               MOVE FDT-PARAGRAPH
                                   TO WS-HIT-PARA(WS-HIT-COUNT)
                               MOVE "N" TO WS-HIT-USED(WS-HIT-COUNT)
                           ELSE
                               MOVE "YES" TO WS-HIT-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINDING-DETAIL-FILE
               IF WS-HIT-OVERFLOW = "YES"
                   DISPLAY "Finding-detail table full, hits past "
                       WS-HIT-COUNT " not judged"
               END-IF
           END-IF.

       1500-LOAD-RULE-ALIASES.
      * Renames in effect from RULEALIA, the same dataset the
      * driver's rule-level reconciliation consults; a missing
      * dataset means no renames are known.
           OPEN INPUT RULE-ALIAS-FILE
           IF WS-ALIAS-STATUS = "00"
               PERFORM UNTIL WS-ALIAS-STATUS NOT = "00"
                   READ RULE-ALIAS-FILE
                       AT END
                           MOVE "10" TO WS-ALIAS-STATUS
                       NOT AT END
                           IF RA-EFFECTIVE-DATE <= WS-TODAY
                               AND WS-ALIAS-COUNT < 30
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE RA-OLD-RULE-ID
                                   TO WS-ALS-OLD(WS-ALIAS-COUNT)
                               MOVE RA-NEW-RULE-ID
                                   TO WS-ALS-NEW(WS-ALIAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-ALIAS-FILE
           END-IF.

       2000-JUDGE-ONE-CONSTRUCT.
           READ EXPECTED-LOCATION-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   IF EL-PROGRAM-ID NOT = WS-BREAK-PROGRAM
                       IF WS-BREAK-PROGRAM NOT = SPACES
                           PERFORM 2900-WRITE-PROGRAM-TOTAL
                       END-IF
                       MOVE EL-PROGRAM-ID TO WS-BREAK-PROGRAM
                       MOVE 0 TO WS-PROG-PLANTED WS-PROG-CAUGHT
                   END-IF
                   ADD 1 TO WS-PLANTED-COUNT
                   ADD 1 TO WS-PROG-PLANTED
                   PERFORM 2100-FIND-MATCHING-HIT
                   PERFORM 2500-WRITE-VERDICT
           END-READ.

       2100-FIND-MATCHING-HIT.
      * First hit on the construct's program and rule that lands on
      * its line (or in its paragraph, for a line-zero construct)
      * answers it; WS-MATCH-IDX stays 0 when none does. A hit that
      * already answered one construct cannot answer a second.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
                       OR WS-MATCH-IDX > 0
               IF WS-HIT-PROGRAM(WS-HIT-IDX) = EL-PROGRAM-ID
                   AND WS-HIT-USED(WS-HIT-IDX) NOT = "Y"
                   PERFORM 2200-CHECK-RULE-EQUIV
                   IF WS-RULES-EQUIV = "YES"
                       IF (EL-SOURCE-LINE > 0
                               AND WS-HIT-LINE(WS-HIT-IDX) =
                                   EL-SOURCE-LINE)
                           OR (EL-SOURCE-LINE = 0
                               AND WS-HIT-PARA(WS-HIT-IDX) =
                                   EL-PARAGRAPH)
                           MOVE WS-HIT-IDX TO WS-MATCH-IDX
                           MOVE "Y" TO WS-HIT-USED(WS-HIT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       2200-CHECK-RULE-EQUIV.
      * Equal rule ids match, and so does an alias pair in either
      * direction, exactly as 4300-CHECK-RULE-EQUIV judges it in the
      * driver.
           IF WS-HIT-RULE(WS-HIT-IDX) = EL-RULE-ID
               MOVE "YES" TO WS-RULES-EQUIV
           ELSE
               MOVE "NO" TO WS-RULES-EQUIV
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   IF (WS-ALS-OLD(WS-ALIAS-IDX) = EL-RULE-ID
                           AND WS-ALS-NEW(WS-ALIAS-IDX) =
                               WS-HIT-RULE(WS-HIT-IDX))
                       OR (WS-ALS-NEW(WS-ALIAS-IDX) = EL-RULE-ID
                           AND WS-ALS-OLD(WS-ALIAS-IDX) =
                               WS-HIT-RULE(WS-HIT-IDX))
                       MOVE "YES" TO WS-RULES-EQUIV
                   END-IF
               END-PERFORM
           END-IF.

       2500-WRITE-VERDICT.
           MOVE EL-PROGRAM-ID   TO LOC-PROGRAM-ID
           MOVE EL-RULE-ID      TO LOC-RULE-ID
           MOVE EL-CONSTRUCT    TO LOC-CONSTRUCT
           MOVE EL-PARAGRAPH    TO LOC-PARAGRAPH
           MOVE EL-SOURCE-LINE  TO LOC-SOURCE-LINE
           MOVE WS-SUITE-RUN-ID TO LOC-RUN-ID
           MOVE WS-SUITE-ENV-ID TO LOC-ENV-ID
           IF WS-MATCH-IDX > 0
               MOVE "CAUGHT" TO LOC-VERDICT
               MOVE WS-HIT-LINE(WS-MATCH-IDX) TO LOC-HIT-LINE
               ADD 1 TO WS-CAUGHT-COUNT
               ADD 1 TO WS-PROG-CAUGHT
           ELSE
               MOVE "MISSED" TO LOC-VERDICT
               MOVE 0 TO LOC-HIT-LINE
               ADD 1 TO WS-MISSED-COUNT
               DISPLAY "PLANTED CONSTRUCT MISSED: " EL-PROGRAM-ID
                   " " EL-CONSTRUCT
           END-IF
           WRITE LOCATION-SCORE-RECORD
           MOVE EL-PROGRAM-ID  TO WS-DTL-PROGRAM-ID
           MOVE EL-CONSTRUCT   TO WS-DTL-CONSTRUCT
           MOVE EL-SOURCE-LINE TO WS-DTL-LINE
           MOVE LOC-VERDICT    TO WS-DTL-VERDICT
           MOVE EL-PARAGRAPH   TO WS-DTL-PARAGRAPH
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2900-WRITE-PROGRAM-TOTAL.
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-BREAK-PROGRAM DELIMITED BY SPACE
               " CAUGHT " DELIMITED BY SIZE
               WS-PROG-CAUGHT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-PROG-PLANTED DELIMITED BY SIZE
               INTO RPT-LINE
           WRITE RPT-LINE.

       3000-LIST-UNPLANTED-HITS.
      * A hit that answered no planted construct is either a real
      * finding the fixture never named or a scanner misplacing a
      * line; either way somebody should look, so list it.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               IF WS-HIT-USED(WS-HIT-IDX) = "N"
                   IF WS-UNPLANTED-COUNT = 0
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE "HITS MATCHING NO PLANTED CONSTRUCT"
                           TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   ADD 1 TO WS-UNPLANTED-COUNT
                   MOVE WS-HIT-PROGRAM(WS-HIT-IDX)
                       TO WS-DTL-PROGRAM-ID
                   MOVE WS-HIT-RULE(WS-HIT-IDX) TO WS-DTL-CONSTRUCT
                   MOVE WS-HIT-LINE(WS-HIT-IDX) TO WS-DTL-LINE
                   MOVE "HIT" TO WS-DTL-VERDICT
                   MOVE WS-HIT-PARA(WS-HIT-IDX) TO WS-DTL-PARAGRAPH
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

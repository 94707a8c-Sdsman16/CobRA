       IDENTIFICATION DIVISION.
       PROGRAM-ID. RuleCoverageReport.
      * Rule-level companion to CweCoverageGapReport: walks the
      * RULECAT scanner rule catalog master and lists every rule the
      * scanner still ships (ACTIVE or DEPRECATED) that no EXPRESULT
      * row expects -- rules the suite never tests, so a vendor
      * change that quietly breaks one could never raise an alert. A
      * rule counts as tested when an expected row names it or names
      * the other side of a RULEALIA rename. RETIRED rules are not
      * listed. Ends CC 4 when any shipped rule is untested.
      * EXPRESULT is held as its distinct rule-ids. More distinct
      * rule-ids than the table holds ends CC 12, since a rule could
      * then be listed untested when it is not; more RULEALIA rows
      * than the alias table holds is reported and ends CC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "aliassel.cpy".
           COPY "auditsel.cpy".
           COPY "rulecatsel.cpy".
           SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPRESULT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RULECOV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-ALIAS-FILE.
       COPY "aliasrec.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  RULE-CATALOG-FILE.
       COPY "rulecatrec.cpy".
       FD  EXPECTED-RESULTS-FILE.
       COPY "expresult.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "rulecatws.cpy".
       01 WS-ALIAS-STATUS    PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-HIT-SWITCH      PIC X(3) VALUE "NO".
       01 WS-EXP-COUNT       PIC 9(3) VALUE 0.
       01 WS-ALIAS-COUNT     PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-ALIAS-IDX       PIC 9(2) VALUE 0.
       01 WS-RULE-COUNT      PIC 9(4) VALUE 0.
       01 WS-RETIRED-COUNT   PIC 9(4) VALUE 0.
       01 WS-UNTESTED-COUNT  PIC 9(4) VALUE 0.
       01 WS-EXP-DROPPED     PIC 9(5) VALUE 0.
       01 WS-ALIAS-DROPPED   PIC 9(5) VALUE 0.
       01 WS-EXP-TABLE.
           05 WS-EXP-RULE OCCURS 200 TIMES PIC X(20).
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 30 TIMES.
               10 WS-ALS-OLD      PIC X(20).
               10 WS-ALS-NEW      PIC X(20).
       01 WS-DETAIL-LINE.
           05 WS-DTL-RULE-ID     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-SEVERITY    PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-CWE         PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-STATUS      PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-DESCRIPTION PIC X(32).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-EXPECTED
           PERFORM 1200-LOAD-ALIASES
           OPEN INPUT RULE-CATALOG-FILE
           IF WS-RULECAT-STATUS NOT = "00"
               DISPLAY "RULECAT OPEN FAILED: " WS-RULECAT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "SCANNER RULES WITH NO EXPECTED ROW (NEVER TESTED)"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RULE-ID              SEV    CWE      STATUS     DESC"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ RULE-CATALOG-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 2000-CHECK-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE RULE-CATALOG-FILE
           IF WS-UNTESTED-COUNT = 0
               MOVE "  NONE - EVERY SHIPPED RULE HAS AN EXPECTED ROW"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "CATALOG RULES: " WS-RULE-COUNT
               "  RETIRED: " WS-RETIRED-COUNT
               "  UNTESTED: " WS-UNTESTED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-EXP-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "EXPRESULT ROWS PAST 200 RULE-IDS: "
                   WS-EXP-DROPPED " -- UNTESTED LIST UNRELIABLE"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-ALIAS-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "RULEALIA ROWS BEYOND 30 IGNORED: "
                   WS-ALIAS-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "Rule coverage report: " WS-RULE-COUNT
               " rules, " WS-UNTESTED-COUNT " untested"
           MOVE "RuleCoverageReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "RULES=" WS-RULE-COUNT
               " UNTESTED=" WS-UNTESTED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           EVALUATE TRUE
               WHEN WS-EXP-DROPPED > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-UNTESTED-COUNT > 0 OR WS-ALIAS-DROPPED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-LOAD-EXPECTED.
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "EXPRESULT OPEN FAILED: " WS-EXPECTED-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ EXPECTED-RESULTS-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1100-ADD-EXPECTED-RULE
               END-READ
           END-PERFORM
           CLOSE EXPECTED-RESULTS-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           IF WS-EXP-DROPPED > 0
               DISPLAY "EXPRESULT rows past 200 rule-ids not loaded: "
                   WS-EXP-DROPPED
           END-IF.

       1100-ADD-EXPECTED-RULE.
      * Many expected rows name the same rule; it is held once.
           MOVE EXP-RULE-ID TO WS-RULE-CHECK-ID
           PERFORM 2100-FIND-EXPECTED
           IF WS-HIT-SWITCH = "NO"
               IF WS-EXP-COUNT < 200
                   ADD 1 TO WS-EXP-COUNT
                   MOVE EXP-RULE-ID TO WS-EXP-RULE(WS-EXP-COUNT)
               ELSE
                   ADD 1 TO WS-EXP-DROPPED
               END-IF
           END-IF.

       1200-LOAD-ALIASES.
      * A missing RULEALIA simply means no renames are known.
           OPEN INPUT RULE-ALIAS-FILE
           IF WS-ALIAS-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ RULE-ALIAS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-ALIAS-COUNT < 30
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE RA-OLD-RULE-ID
                                   TO WS-ALS-OLD(WS-ALIAS-COUNT)
                               MOVE RA-NEW-RULE-ID
                                   TO WS-ALS-NEW(WS-ALIAS-COUNT)
                           ELSE
                               ADD 1 TO WS-ALIAS-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-ALIAS-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH
           IF WS-ALIAS-DROPPED > 0
               DISPLAY "RULEALIA rows beyond 30 ignored: "
                   WS-ALIAS-DROPPED
           END-IF.

       2000-CHECK-ONE-RULE.
           ADD 1 TO WS-RULE-COUNT
           IF RC-STATUS = "RETIRED"
               ADD 1 TO WS-RETIRED-COUNT
           ELSE
               MOVE RC-RULE-ID TO WS-RULE-CHECK-ID
               PERFORM 2100-FIND-EXPECTED
               IF WS-HIT-SWITCH = "NO"
                   PERFORM 2200-FIND-VIA-ALIAS
               END-IF
               IF WS-HIT-SWITCH = "NO"
                   ADD 1 TO WS-UNTESTED-COUNT
                   MOVE RC-RULE-ID TO WS-DTL-RULE-ID
                   MOVE RC-DEFAULT-SEVERITY TO WS-DTL-SEVERITY
                   MOVE RC-CWE-NUMBER TO WS-DTL-CWE
                   MOVE RC-STATUS TO WS-DTL-STATUS
                   MOVE RC-DESCRIPTION TO WS-DTL-DESCRIPTION
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       2100-FIND-EXPECTED.
           MOVE "NO" TO WS-HIT-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EXP-COUNT
               IF WS-EXP-RULE(WS-SCAN-IDX) = WS-RULE-CHECK-ID
                   MOVE "YES" TO WS-HIT-SWITCH
               END-IF
           END-PERFORM.

       2200-FIND-VIA-ALIAS.
      * An expected row still written against a renamed rule's other
      * id tests this rule all the same.
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                       OR WS-HIT-SWITCH = "YES"
               IF WS-ALS-OLD(WS-ALIAS-IDX) = RC-RULE-ID
                   MOVE WS-ALS-NEW(WS-ALIAS-IDX) TO WS-RULE-CHECK-ID
                   PERFORM 2100-FIND-EXPECTED
               END-IF
               IF WS-HIT-SWITCH = "NO"
                   AND WS-ALS-NEW(WS-ALIAS-IDX) = RC-RULE-ID
                   MOVE WS-ALS-OLD(WS-ALIAS-IDX) TO WS-RULE-CHECK-ID
                   PERFORM 2100-FIND-EXPECTED
               END-IF
           END-PERFORM.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

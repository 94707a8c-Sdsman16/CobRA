      * cross-reference error ends CC 12 so the scheduler fails the
      * night before CBLSUITD runs; see CTLAUDIT for the line-by-line
      * report.
      * Rule-ids are cross-checked against the RULECAT rule catalog
      * master the same way: an EXPRESULT or RULEALIA rule-id that is
      * not catalogued (or, for an expected rule or a rename target,
      * is RETIRED) is an error; a DEPRECATED expected rule, and any
      * uncatalogued or retired rule the scanner reported in
      * ACTUALRES, is a warning -- scanner output is flagged for the
      * catalog's owner, not allowed to stop the night.
      * TESTREG and the program-keyed control rows are sorted together
      * on program-id and matched a program at a time; every error and
      * warning goes to the XREFWORK work file, sorted back into
      * dataset and row order to print, so the audit takes any number
      * of registered programs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "testregsel.cpy".
           COPY "scriptsel.cpy".
           COPY "aliassel.cpy".
           COPY "rulecatsel.cpy".
           SELECT PROFILE-FILE ASSIGN TO "PROFILES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPRESULT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT ACTUAL-RESULTS-FILE ASSIGN TO "ACTUALRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "CWECAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CTLAUDIT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT MESSAGE-WORK-FILE ASSIGN TO "XREFWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREFWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MESSAGE-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "waiverec.cpy".
       FD  EXPECTED-RESULTS-FILE.
       COPY "expresult.cpy".
       FD  RULE-ALIAS-FILE.
       COPY "aliasrec.cpy".
       FD  RULE-CATALOG-FILE.
       COPY "rulecatrec.cpy".
       FD  ACTUAL-RESULTS-FILE.
       COPY "actresult.cpy".
       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-PROGRAM-ID          PIC X(30).
           05 CAT-CVE-REF             PIC X(20).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One report line, keyed by the dataset section it prints under
      * (MW-SECTION), the row it was raised against and its place
      * among that row's lines; MW-TYPE E is an error, W a warning
      * echoed to SYSOUT, Q a warning that only prints.
       FD  MESSAGE-WORK-FILE.
       01 MESSAGE-WORK-RECORD.
           05 MW-SECTION              PIC 9(2).
           05 MW-SEQ                  PIC 9(9).
           05 MW-SUB                  PIC 9(2).
           05 MW-TYPE                 PIC X(1).
           05 MW-LINE                 PIC X(80).
      * Match sort record: a TESTREG row (SRT-KIND 0), a PROFILES row
      * (1), a SCRIPTIN row (2), a WAIVERS row (3), an EXPRESULT row
      * (4) or a CWECAT row (5).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-ACTIVE              PIC X(1).
           05 SRT-SEQUENCE            PIC 9(2).
       SD  MESSAGE-SORT-FILE.
       01 MESSAGE-SORT-RECORD.
           05 MS-SECTION              PIC 9(2).
           05 MS-SEQ                  PIC 9(9).
           05 MS-SUB                  PIC 9(2).
           05 MS-TYPE                 PIC X(1).
           05 MS-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "rulecatws.cpy".
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-SCRIPT-STATUS   PIC X(2).
       01 WS-PROFILE-STATUS  PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-CATALOG-STATUS  PIC X(2).
       01 WS-ALIAS-STATUS    PIC X(2).
       01 WS-ACTUAL-STATUS   PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-XREFWORK-STATUS PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-ERROR-COUNT     PIC 9(4) VALUE 0.
       01 WS-WARN-COUNT      PIC 9(4) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(2) VALUE 0.
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-MSG-SECTION     PIC 9(2) VALUE 0.
       01 WS-MSG-SEQ         PIC 9(9) VALUE 0.
       01 WS-MSG-SUB         PIC 9(2) VALUE 0.
       01 WS-MSG-TYPE        PIC X(1).
      * The program the match has reached and what the control rows
      * have said about it so far.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-REGISTERED  PIC X(3).
       01 WS-CUR-REG-SEQ     PIC 9(9).
       01 WS-CUR-ACTIVE      PIC X(1).
       01 WS-CUR-IN-CATALOG  PIC X(3).
       01 WS-CUR-HAS-EXPECT  PIC X(3).
      * Scripted-input coverage: the highest sequence seen and a bit
      * map of sequences 1-20, so gaps surface.
       01 WS-CUR-SCRIPT-MAX  PIC 9(2).
       01 WS-CUR-SCRIPT-MAP.
           05 WS-CUR-SCRIPT-SEEN PIC X(1) OCCURS 20 TIMES.
       01 WS-ERROR-LINE.
           05 WS-ERR-FILE        PIC X(9).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ERR-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-ERR-REASON      PIC X(39).
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT TEST-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "TESTREG OPEN FAILED: " WS-REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MESSAGE-WORK-FILE
           PERFORM 1200-OPEN-RULE-CATALOG
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-KIND SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-CONTROLS
               OUTPUT PROCEDURE IS 7000-MATCH-PROGRAMS
           IF WS-RULECAT-OPEN = "YES"
               CLOSE RULE-CATALOG-FILE
           END-IF
           CLOSE MESSAGE-WORK-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "CONTROL-DATASET CROSS-REFERENCE AUDIT" TO RPT-LINE
           WRITE RPT-LINE
           IF SORT-RETURN = 0
               SORT MESSAGE-SORT-FILE
                   ON ASCENDING KEY MS-SECTION MS-SEQ MS-SUB
                   USING MESSAGE-WORK-FILE
                   OUTPUT PROCEDURE IS 8500-PRINT-MESSAGES
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ERROR-COUNT = 0
               MOVE "CROSS-REFERENCES CLEAN" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           GOBACK.

       1000-RELEASE-CONTROLS.
      * The report prints dataset by dataset in this order: RULECAT
      * (1), PROFILES (2), SCRIPTIN rows (3) then gaps (4), WAIVERS
      * (5), EXPRESULT (6), CWECAT (7), RULEALIA (8), ACTUALRES (9)
      * and the registry's own gaps (10).
           PERFORM 1100-RELEASE-REGISTRY
           PERFORM 2000-RELEASE-PROFILES
           PERFORM 3000-RELEASE-SCRIPT-INPUT
           PERFORM 4000-RELEASE-WAIVERS
           PERFORM 5000-RELEASE-EXPECTED
           PERFORM 6000-RELEASE-CATALOG
           PERFORM 6500-CHECK-RULE-ALIASES
           PERFORM 6600-CHECK-ACTUAL-RULES.

       1100-RELEASE-REGISTRY.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ TEST-REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE TRG-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 0 TO SRT-KIND
                       MOVE TRG-ACTIVE-FLAG TO SRT-ACTIVE
                       PERFORM 1900-RELEASE-CONTROL-ROW
               END-READ
           END-PERFORM
           CLOSE TEST-REGISTRY-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1200-OPEN-RULE-CATALOG.
           OPEN INPUT RULE-CATALOG-FILE
           IF WS-RULECAT-STATUS = "00"
               MOVE "YES" TO WS-RULECAT-OPEN
           ELSE
               MOVE 1 TO WS-MSG-SECTION
               MOVE 0 TO WS-MSG-SEQ
               MOVE "RULECAT  " TO WS-ERR-FILE
               MOVE SPACES TO WS-ERR-PROGRAM-ID
               MOVE "DATASET UNREADABLE" TO WS-ERR-REASON
               PERFORM 8000-WRITE-ERROR
           END-IF.

       1900-RELEASE-CONTROL-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD.

       2000-RELEASE-PROFILES.
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               MOVE 2 TO WS-MSG-SECTION
               MOVE 0 TO WS-MSG-SEQ
               MOVE "PROFILES " TO WS-ERR-FILE
               MOVE SPACES TO WS-ERR-PROGRAM-ID
               MOVE "DATASET UNREADABLE" TO WS-ERR-REASON
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO SORT-RECORD
                           MOVE PRF-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 1 TO SRT-KIND
                           PERFORM 1900-RELEASE-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE PROFILE-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH.

       3000-RELEASE-SCRIPT-INPUT.
           OPEN INPUT SCRIPT-INPUT-FILE
           IF WS-SCRIPT-STATUS NOT = "00"
               MOVE 3 TO WS-MSG-SECTION
               MOVE 0 TO WS-MSG-SEQ
               MOVE "SCRIPTIN " TO WS-ERR-FILE
               MOVE SPACES TO WS-ERR-PROGRAM-ID
               MOVE "DATASET UNREADABLE" TO WS-ERR-REASON
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO SORT-RECORD
                           MOVE SI-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 2 TO SRT-KIND
                           MOVE SI-SEQUENCE TO SRT-SEQUENCE
                           PERFORM 1900-RELEASE-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE SCRIPT-INPUT-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH.

       4000-RELEASE-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO SORT-RECORD
                           MOVE WV-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 3 TO SRT-KIND
                           PERFORM 1900-RELEASE-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH.

       5000-RELEASE-EXPECTED.
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               MOVE 6 TO WS-MSG-SECTION
               MOVE 0 TO WS-MSG-SEQ
               MOVE "EXPRESULT" TO WS-ERR-FILE
               MOVE SPACES TO WS-ERR-PROGRAM-ID
               MOVE "DATASET UNREADABLE" TO WS-ERR-REASON
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO SORT-RECORD
                           MOVE EXP-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 4 TO SRT-KIND
                           PERFORM 1900-RELEASE-CONTROL-ROW
                           PERFORM 5100-CHECK-EXPECTED-RULE
                   END-READ
               END-PERFORM
               CLOSE EXPECTED-RESULTS-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH.

       5100-CHECK-EXPECTED-RULE.
      * Prints after the row's registry check, if it has one.
           MOVE 6 TO WS-MSG-SECTION
           MOVE WS-RELEASE-SEQ TO WS-MSG-SEQ
           MOVE 2 TO WS-MSG-SUB
           MOVE EXP-RULE-ID TO WS-RULE-CHECK-ID
           PERFORM 9600-CHECK-RULE-ID
           MOVE "EXPRESULT" TO WS-ERR-FILE
           MOVE EXP-PROGRAM-ID TO WS-ERR-PROGRAM-ID
           MOVE SPACES TO WS-ERR-REASON
           EVALUATE WS-RULE-CHECK-STATE
               WHEN "UNKNOWN"
                   STRING "UNCATALOGUED RULE " EXP-RULE-ID
                       DELIMITED BY SIZE INTO WS-ERR-REASON
                   PERFORM 8000-WRITE-ERROR
               WHEN "RETIRED"
                   STRING "RETIRED RULE " EXP-RULE-ID
                       DELIMITED BY SIZE INTO WS-ERR-REASON
                   PERFORM 8000-WRITE-ERROR
               WHEN "DEPRECATED"
                   STRING "WARNING: DEPRECATED " EXP-RULE-ID
                       DELIMITED BY SIZE INTO WS-ERR-REASON
                   PERFORM 8100-WRITE-WARNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6000-RELEASE-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE 7 TO WS-MSG-SECTION
               MOVE 0 TO WS-MSG-SEQ
               MOVE "CWECAT   " TO WS-ERR-FILE
               MOVE SPACES TO WS-ERR-PROGRAM-ID
               MOVE "DATASET UNREADABLE" TO WS-ERR-REASON
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO SORT-RECORD
                           MOVE CAT-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 5 TO SRT-KIND
                           PERFORM 1900-RELEASE-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH.

       6500-CHECK-RULE-ALIASES.
      * A rename's old id is expected to be DEPRECATED or RETIRED by
      * now but must still be catalogued; the id it was renamed to
      * must be catalogued and live. A missing RULEALIA simply means
      * no renames are known.
           OPEN INPUT RULE-ALIAS-FILE
           IF WS-ALIAS-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ RULE-ALIAS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 6510-CHECK-ONE-ALIAS
                   END-READ
               END-PERFORM
               CLOSE RULE-ALIAS-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH.

       6510-CHECK-ONE-ALIAS.
           MOVE 8 TO WS-MSG-SECTION
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO WS-MSG-SEQ
           MOVE 0 TO WS-MSG-SUB
           MOVE "RULEALIA " TO WS-ERR-FILE
           MOVE SPACES TO WS-ERR-PROGRAM-ID
           MOVE RA-OLD-RULE-ID TO WS-RULE-CHECK-ID
           PERFORM 9600-CHECK-RULE-ID
           IF WS-RULE-CHECK-STATE = "UNKNOWN"
               MOVE SPACES TO WS-ERR-REASON
               STRING "UNCATALOGUED RULE " RA-OLD-RULE-ID
                   DELIMITED BY SIZE INTO WS-ERR-REASON
               PERFORM 8000-WRITE-ERROR
           END-IF
           MOVE 1 TO WS-MSG-SUB
           MOVE RA-NEW-RULE-ID TO WS-RULE-CHECK-ID
           PERFORM 9600-CHECK-RULE-ID
           MOVE SPACES TO WS-ERR-REASON
           EVALUATE WS-RULE-CHECK-STATE
               WHEN "UNKNOWN"
                   STRING "UNCATALOGUED RULE " RA-NEW-RULE-ID
                       DELIMITED BY SIZE INTO WS-ERR-REASON
                   PERFORM 8000-WRITE-ERROR
               WHEN "RETIRED"
                   STRING "RETIRED RULE " RA-NEW-RULE-ID
                       DELIMITED BY SIZE INTO WS-ERR-REASON
                   PERFORM 8000-WRITE-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6600-CHECK-ACTUAL-RULES.
      * Tonight's scanner findings, as INTAKE left them. A rule the
      * catalog has never heard of (or has retired) is the first sign
      * of an unannounced vendor change; it is reported, and CBLSUITD
      * flags it again in its run, but it does not fail the gate.
           OPEN INPUT ACTUAL-RESULTS-FILE
           IF WS-ACTUAL-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ ACTUAL-RESULTS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 6610-CHECK-ONE-FINDING
                   END-READ
               END-PERFORM
               CLOSE ACTUAL-RESULTS-FILE
           END-IF
           MOVE "NO" TO WS-EOF-SWITCH.

       6610-CHECK-ONE-FINDING.
           MOVE 9 TO WS-MSG-SECTION
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO WS-MSG-SEQ
           MOVE 0 TO WS-MSG-SUB
           MOVE ACT-RULE-ID TO WS-RULE-CHECK-ID
           PERFORM 9600-CHECK-RULE-ID
           MOVE "ACTUALRES" TO WS-ERR-FILE
           MOVE ACT-PROGRAM-ID TO WS-ERR-PROGRAM-ID
           MOVE SPACES TO WS-ERR-REASON
           EVALUATE WS-RULE-CHECK-STATE
               WHEN "UNKNOWN"
                   STRING "WARNING: UNKNOWN " ACT-RULE-ID
                       DELIMITED BY SIZE INTO WS-ERR-REASON
                   PERFORM 8100-WRITE-WARNING
               WHEN "RETIRED"
                   STRING "WARNING: RETIRED " ACT-RULE-ID
                       DELIMITED BY SIZE INTO WS-ERR-REASON
                   PERFORM 8100-WRITE-WARNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       7000-MATCH-PROGRAMS.
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 7100-MATCH-ONE-ROW
               END-RETURN
           END-PERFORM
           IF WS-CUR-PROGRAM NOT = LOW-VALUES
               PERFORM 7500-CHECK-REGISTRY-GAPS
           END-IF.

       7100-MATCH-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               IF WS-CUR-PROGRAM NOT = LOW-VALUES
                   PERFORM 7500-CHECK-REGISTRY-GAPS
               END-IF
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE "NO" TO WS-CUR-REGISTERED
               MOVE "NO" TO WS-CUR-IN-CATALOG
               MOVE "NO" TO WS-CUR-HAS-EXPECT
               MOVE 0 TO WS-CUR-SCRIPT-MAX
               MOVE ALL "N" TO WS-CUR-SCRIPT-MAP
           END-IF
           MOVE SRT-SEQ TO WS-MSG-SEQ
           MOVE 1 TO WS-MSG-SUB
           MOVE SRT-PROGRAM-ID TO WS-ERR-PROGRAM-ID
           MOVE "NOT IN TEST REGISTRY" TO WS-ERR-REASON
           EVALUATE SRT-KIND
               WHEN 0
                   MOVE "YES" TO WS-CUR-REGISTERED
                   MOVE SRT-SEQ TO WS-CUR-REG-SEQ
                   MOVE SRT-ACTIVE TO WS-CUR-ACTIVE
               WHEN 1
                   IF WS-CUR-REGISTERED = "NO"
                       MOVE 2 TO WS-MSG-SECTION
                       MOVE "PROFILES " TO WS-ERR-FILE
                       PERFORM 8000-WRITE-ERROR
                   END-IF
               WHEN 2
                   PERFORM 7200-POST-SCRIPT-ROW
               WHEN 3
                   IF WS-CUR-REGISTERED = "NO"
                       MOVE 5 TO WS-MSG-SECTION
                       MOVE "WAIVERS  " TO WS-ERR-FILE
                       PERFORM 8000-WRITE-ERROR
                   END-IF
               WHEN 4
                   IF WS-CUR-REGISTERED = "NO"
                       MOVE 6 TO WS-MSG-SECTION
                       MOVE "EXPRESULT" TO WS-ERR-FILE
                       PERFORM 8000-WRITE-ERROR
                   ELSE
                       MOVE "YES" TO WS-CUR-HAS-EXPECT
                   END-IF
               WHEN 5
                   IF WS-CUR-REGISTERED = "YES"
                       MOVE "YES" TO WS-CUR-IN-CATALOG
                   END-IF
           END-EVALUATE.

       7200-POST-SCRIPT-ROW.
           IF WS-CUR-REGISTERED = "NO"
               MOVE 3 TO WS-MSG-SECTION
               MOVE "SCRIPTIN " TO WS-ERR-FILE
               PERFORM 8000-WRITE-ERROR
           ELSE
               IF SRT-SEQUENCE >= 1 AND SRT-SEQUENCE <= 20
                   MOVE "Y" TO WS-CUR-SCRIPT-SEEN(SRT-SEQUENCE)
                   IF SRT-SEQUENCE > WS-CUR-SCRIPT-MAX
                       MOVE SRT-SEQUENCE TO WS-CUR-SCRIPT-MAX
                   END-IF
               END-IF
           END-IF.

       7500-CHECK-REGISTRY-GAPS.
      * A program whose scripted rows jump from 01 to 03 leaves its
      * second 9700-GET-SCRIPTED-INPUT empty-handed mid-run.
           IF WS-CUR-REGISTERED = "YES"
               MOVE WS-CUR-REG-SEQ TO WS-MSG-SEQ
               MOVE "SCRIPTIN " TO WS-ERR-FILE
               MOVE WS-CUR-PROGRAM TO WS-ERR-PROGRAM-ID
               MOVE 4 TO WS-MSG-SECTION
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CUR-SCRIPT-MAX
                   IF WS-CUR-SCRIPT-SEEN(WS-SCAN-IDX) = "N"
                       MOVE WS-SCAN-IDX TO WS-MSG-SUB
                       MOVE SPACES TO WS-ERR-REASON
                       STRING "SEQUENCE GAP AT " WS-SCAN-IDX
                           DELIMITED BY SIZE INTO WS-ERR-REASON
                       PERFORM 8000-WRITE-ERROR
                   END-IF
               END-PERFORM
               PERFORM 7600-CHECK-REGISTRY-BACKING
           END-IF.

       7600-CHECK-REGISTRY-BACKING.
      * Registered programs the other control datasets fail to back:
      * missing from the approved CWE catalog is an error (the
      * catalog check cannot defend a classification it never
      * approved); an active test with no expected row is only a
      * warning -- the driver baselines it as clean, but somebody
      * should have meant that.
           MOVE 10 TO WS-MSG-SECTION
           MOVE "TESTREG  " TO WS-ERR-FILE
           IF WS-CUR-IN-CATALOG = "NO"
               MOVE 1 TO WS-MSG-SUB
               MOVE "NOT IN CWE CATALOG" TO WS-ERR-REASON
               PERFORM 8000-WRITE-ERROR
           END-IF
           IF WS-CUR-ACTIVE = "Y"
               AND WS-CUR-HAS-EXPECT = "NO"
               MOVE 2 TO WS-MSG-SUB
               MOVE "WARNING: NO EXPECTED ROW"
                   TO WS-ERR-REASON
               MOVE "Q" TO WS-MSG-TYPE
               PERFORM 8200-QUEUE-MESSAGE
           END-IF.

       8000-WRITE-ERROR.
           MOVE "E" TO WS-MSG-TYPE
           PERFORM 8200-QUEUE-MESSAGE.

       8100-WRITE-WARNING.
           MOVE "W" TO WS-MSG-TYPE
           PERFORM 8200-QUEUE-MESSAGE.

       8200-QUEUE-MESSAGE.
           MOVE WS-MSG-SECTION TO MW-SECTION
           MOVE WS-MSG-SEQ TO MW-SEQ
           MOVE WS-MSG-SUB TO MW-SUB
           MOVE WS-MSG-TYPE TO MW-TYPE
           MOVE WS-ERROR-LINE TO MW-LINE
           WRITE MESSAGE-WORK-RECORD.

       8500-PRINT-MESSAGES.
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN MESSAGE-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 8600-PRINT-ONE-MESSAGE
               END-RETURN
           END-PERFORM.

       8600-PRINT-ONE-MESSAGE.
           MOVE MS-LINE TO WS-ERROR-LINE
           MOVE WS-ERROR-LINE TO RPT-LINE
           WRITE RPT-LINE
           EVALUATE MS-TYPE
               WHEN "E"
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "XREF ERROR " WS-ERR-FILE ": "
                       WS-ERR-PROGRAM-ID " " WS-ERR-REASON
               WHEN "W"
                   ADD 1 TO WS-WARN-COUNT
                   DISPLAY "XREF WARNING " WS-ERR-FILE ": "
                       WS-ERR-PROGRAM-ID " " WS-ERR-REASON
               WHEN OTHER
                   ADD 1 TO WS-WARN-COUNT
           END-EVALUATE.

       9600-CHECK-RULE-ID.
       COPY "rulechk.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

      * regression. This edit rejects the fixture up front with a
      * line-by-line error report and condition code 12, so the
      * scheduler skips the suite instead of running it against a bad
      * baseline. Every rule-id must also be catalogued in the RULECAT
      * rule catalog master and not RETIRED there, so a typo like
      * WEAK-AUTHN or a rule the vendor dropped is caught tonight
      * rather than read as a regression weeks later.
      * The fixture is sorted with TESTREG on program-id so duplicates
      * and unregistered programs are found in matched sequence; every
      * error goes to the FIXWORK work file, sorted back into line
      * order to print, so the edit takes any number of programs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "testregsel.cpy".
           COPY "rulecatsel.cpy".
           SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPRESULT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "FIXEDRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FIX-WORK-FILE ASSIGN TO "FIXWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FIXWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT FIX-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  TEST-REGISTRY-FILE.
       COPY "testregrec.cpy".
       FD  RULE-CATALOG-FILE.
       COPY "rulecatrec.cpy".
       FD  EXPECTED-RESULTS-FILE.
       COPY "expresult.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One fixture error, keyed by its line and by the order the
      * edits run in on that line (FW-CHECK).
       FD  FIX-WORK-FILE.
       01 FIX-WORK-RECORD.
           05 FW-LINE-NO              PIC 9(4).
           05 FW-CHECK                PIC 9(1).
           05 FW-PROGRAM-ID           PIC X(30).
           05 FW-REASON               PIC X(30).
      * Match sort record: a TESTREG row (SRT-KIND 0) or a fixture
      * line (1).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-LINE-NO             PIC 9(4).
       SD  FIX-SORT-FILE.
       01 FIX-SORT-RECORD.
           05 FXS-LINE-NO             PIC 9(4).
           05 FXS-CHECK               PIC 9(1).
           05 FXS-PROGRAM-ID          PIC X(30).
           05 FXS-REASON              PIC X(30).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "rulecatws.cpy".
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-FIXWORK-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-LINE-NO         PIC 9(4) VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(4) VALUE 0.
       01 WS-CHECK-NO        PIC 9(1) VALUE 0.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-REGISTERED  PIC X(3).
       01 WS-CUR-SEEN        PIC X(3).
       01 WS-ERROR-LINE.
           05 FILLER             PIC X(5)  VALUE "LINE ".
           05 WS-ERR-LINE-NO     PIC 9(4).
           05 WS-ERR-REASON      PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
      * Inactive registry entries still count as runnable here: an
      * expected row for a disabled test is a baseline being held, not
      * a typo.
           OPEN INPUT TEST-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "TESTREG OPEN FAILED: " WS-REGISTRY-STATUS
           END-IF
           OPEN OUTPUT FIX-WORK-FILE
           PERFORM 1100-OPEN-RULE-CATALOG
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-KIND SRT-LINE-NO
               INPUT PROCEDURE IS 1000-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 3000-MATCH-PROGRAMS
           IF WS-RULECAT-OPEN = "YES"
               CLOSE RULE-CATALOG-FILE
           END-IF
           CLOSE FIX-WORK-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "EXPECTED-RESULTS FIXTURE EDIT" TO RPT-LINE
           WRITE RPT-LINE
           IF SORT-RETURN = 0
               SORT FIX-SORT-FILE
                   ON ASCENDING KEY FXS-LINE-NO FXS-CHECK
                   USING FIX-WORK-FILE
                   OUTPUT PROCEDURE IS 4000-PRINT-ERRORS
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           IF WS-ERROR-COUNT = 0
               MOVE "FIXTURE CLEAN" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           GOBACK.

       1000-RELEASE-INPUTS.
           IF WS-REGISTRY-STATUS = "00"
               PERFORM 1050-RELEASE-REGISTRY
           END-IF
           PERFORM 2000-EDIT-FIXTURE.

       1050-RELEASE-REGISTRY.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ TEST-REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE TRG-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 0 TO SRT-KIND
                       MOVE 0 TO SRT-LINE-NO
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE TEST-REGISTRY-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1100-OPEN-RULE-CATALOG.
      * Without the catalog no rule-id can be vouched for, so an
      * unreadable master fails the edit like an unreadable fixture.
           OPEN INPUT RULE-CATALOG-FILE
           IF WS-RULECAT-STATUS = "00"
               MOVE "YES" TO WS-RULECAT-OPEN
           ELSE
               DISPLAY "RULECAT OPEN FAILED: " WS-RULECAT-STATUS
               MOVE SPACES TO EXP-PROGRAM-ID
               MOVE 0 TO WS-CHECK-NO
               MOVE "RULE CATALOG UNREADABLE" TO FW-REASON
               PERFORM 2900-WRITE-ERROR
           END-IF.

       2000-EDIT-FIXTURE.
      * The edits that need only the line itself are made as it is
      * read; a named program goes on to the match for the duplicate
      * and registry checks.
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "EXPRESULT OPEN FAILED: " WS-EXPECTED-STATUS

       2100-EDIT-ONE-LINE.
           IF EXP-PROGRAM-ID = SPACES
               MOVE 1 TO WS-CHECK-NO
               MOVE "PROGRAM-ID BLANK" TO FW-REASON
               PERFORM 2900-WRITE-ERROR
           ELSE
               MOVE EXP-PROGRAM-ID TO SRT-PROGRAM-ID
               MOVE 1 TO SRT-KIND
               MOVE WS-LINE-NO TO SRT-LINE-NO
               RELEASE SORT-RECORD
           END-IF
           IF EXP-RULE-ID = SPACES
               MOVE 4 TO WS-CHECK-NO
               MOVE "RULE-ID BLANK" TO FW-REASON
               PERFORM 2900-WRITE-ERROR
           ELSE
               PERFORM 2400-CHECK-RULE-CATALOG
           END-IF
           IF EXP-SEVERITY NOT = "HIGH"
               AND EXP-SEVERITY NOT = "MEDIUM"
               AND EXP-SEVERITY NOT = "LOW"
               AND EXP-SEVERITY NOT = "NONE"
               MOVE 7 TO WS-CHECK-NO
               MOVE "SEVERITY NOT H/M/L/NONE" TO FW-REASON
               PERFORM 2900-WRITE-ERROR
           END-IF.

       2400-CHECK-RULE-CATALOG.
      * A DEPRECATED rule still fires and stays a valid expectation;
      * ControlIntegrityAudit warns about it.
           MOVE EXP-RULE-ID TO WS-RULE-CHECK-ID
           PERFORM 9600-CHECK-RULE-ID
           IF WS-RULE-CHECK-STATE = "UNKNOWN"
               MOVE 5 TO WS-CHECK-NO
               MOVE "RULE NOT IN RULE CATALOG" TO FW-REASON
               PERFORM 2900-WRITE-ERROR
           END-IF
           IF WS-RULE-CHECK-STATE = "RETIRED"
               MOVE 6 TO WS-CHECK-NO
               MOVE "RULE RETIRED IN RULE CATALOG" TO FW-REASON
               PERFORM 2900-WRITE-ERROR
           END-IF.

       2900-WRITE-ERROR.
           MOVE WS-LINE-NO TO FW-LINE-NO
           MOVE WS-CHECK-NO TO FW-CHECK
           MOVE EXP-PROGRAM-ID TO FW-PROGRAM-ID
           WRITE FIX-WORK-RECORD.

       3000-MATCH-PROGRAMS.
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 3100-MATCH-ONE-ROW
               END-RETURN
           END-PERFORM.

       3100-MATCH-ONE-ROW.
      * A program's registry row sorts ahead of its fixture lines, and
      * every line after its first is a duplicate.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE "NO" TO WS-CUR-REGISTERED
               MOVE "NO" TO WS-CUR-SEEN
           END-IF
           IF SRT-KIND = 0
               MOVE "YES" TO WS-CUR-REGISTERED
           ELSE
               MOVE SRT-LINE-NO TO FW-LINE-NO
               MOVE SRT-PROGRAM-ID TO FW-PROGRAM-ID
               IF WS-CUR-SEEN = "YES"
                   MOVE 2 TO FW-CHECK
                   MOVE "DUPLICATE PROGRAM-ID" TO FW-REASON
                   WRITE FIX-WORK-RECORD
               END-IF
               MOVE "YES" TO WS-CUR-SEEN
               IF WS-CUR-REGISTERED = "NO"
                   MOVE 3 TO FW-CHECK
                   MOVE "NOT IN TEST REGISTRY" TO FW-REASON
                   WRITE FIX-WORK-RECORD
               END-IF
           END-IF.

       4000-PRINT-ERRORS.
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN FIX-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE FXS-LINE-NO TO WS-ERR-LINE-NO
                       MOVE FXS-PROGRAM-ID TO WS-ERR-PROGRAM-ID
                       MOVE FXS-REASON TO WS-ERR-REASON
                       MOVE WS-ERROR-LINE TO RPT-LINE
                       WRITE RPT-LINE
                       DISPLAY "FIXTURE ERROR LINE " FXS-LINE-NO ": "
                           WS-ERR-REASON
               END-RETURN
           END-PERFORM.

       9600-CHECK-RULE-ID.
       COPY "rulechk.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

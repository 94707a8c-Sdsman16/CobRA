      * actual scanner findings against the expected-outcome copybook,
      * and prints a single pass/fail summary instead of five separate
      * invocations.
      * Heads the post-suite chain: a full or reconcile-only run
      * marks its CBLSUITD step on CHAINCTL under its run-id
      * (STARTED, then COMPLETE, FAILED at CC 12, or DEFERRED when
      * the window cutoff stopped it), and the after-jobs wait on it.
      * Lane jobs and scoped re-runs are not recorded; the lanes'
      * merged RECONCILE run is.
      * Every EXPRESULT, RULEALIA, and ACTUALRES rule-id it loads is
      * looked up in the RULECAT rule catalog master; one that is not
      * catalogued, or is RETIRED there, is flagged on the summary and
      * on OPALERT and holds the night to no better than CC 4.
      * Before the first CALL every selected test's declared dataset
      * prerequisites (TESTPREQ: program, DD name, OPEN or LOADED) are
      * probed once per DD; a test whose DD is missing, or empty when
      * it must be loaded, is marked NORUN with that DD on the
      * scorecard and in DIAGFILE and the rest of the suite runs.
      * The run list is not held in storage: TESTREG, EXPRESULT,
      * PROFILES and TESTPREQ are sorted together on program-id and
      * matched onto the RUNLIST work file in run-sequence order,
      * each pass over the list (pre-flight, run, reconcile) writes
      * the next generation of it, and reconciliation sorts the list
      * with ACTUALRES and WAIVERS on program-id and matches them in
      * that sequence -- so the suite takes any number of tests,
      * findings and waivers.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-CONTROL-FILE ASSIGN TO "ENVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENVCTL-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "TESTPREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT SQL-SCENARIO-FILE ASSIGN TO "SQLSCEN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCENARIO-STATUS.
           SELECT RUN-WORK-FILE ASSIGN TO "RUNWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNWORK-STATUS.
           SELECT RUN-LIST-FILE ASSIGN TO "RUNLIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLIST-STATUS.
           SELECT RUN-STATE-FILE ASSIGN TO "RUNSTATE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATE-STATUS.
           SELECT RECON-WORK-FILE ASSIGN TO "RECNWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECNWORK-STATUS.
           SELECT BUILD-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT RUN-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT RECON-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT RESULT-SORT-FILE ASSIGN TO "SORTWK01".
           COPY "aliassel.cpy".
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "classsel.cpy".
           COPY "loginsel.cpy".
           COPY "manifsel.cpy".
           COPY "rulecatsel.cpy".
           COPY "scriptsel.cpy".
           COPY "secretsel.cpy".
           COPY "sharedsel.cpy".
           COPY "testregsel.cpy".
       DATA DIVISION.
       FILE SECTION.
       COPY "actresult.cpy"
           REPLACING ACTUAL-RESULT BY ACTUAL-RESULT-REC.
       FD  CHECKPOINT-FILE.
       01 CHKPT-RECORD PIC 9(4).
       FD  SCORECARD-FILE.
       COPY "scorerec.cpy".
       FD  EXPECTED-RESULTS-FILE.
           REPLACING EXPECTED-RESULT BY EXPECTED-RESULT-REC.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  TEST-REGISTRY-FILE.
       COPY "testregrec.cpy".
       FD  TIMING-FILE.
       01 SUITE-STATUS-RECORD.
           05 STA-RUN-ID              PIC X(14).
           05 STA-PHASE               PIC X(10).
           05 STA-CURRENT-IDX         PIC 9(4).
           05 STA-CURRENT-TEST        PIC X(30).
           05 STA-COMPLETED           PIC 9(4).
           05 STA-PASS                PIC 9(4).
           05 STA-FAIL                PIC 9(4).
       FD  WAIVER-FILE.
       COPY "waiverec.cpy".
       FD  RULE-ALIAS-FILE.
       COPY "classrec.cpy".
       FD  MANIFEST-FILE.
       COPY "manifrec.cpy".
       FD  RULE-CATALOG-FILE.
       COPY "rulecatrec.cpy".
       FD  ENV-CONTROL-FILE.
       01 ENV-CONTROL-RECORD PIC X(8).
      * One dataset a registered test needs before it can run: the
      * DD it opens, whether the DD only has to open (OPEN) or must
      * also hold at least one record (LOADED), and the dataset the
      * DD is expected to point at, for the operator message.
       FD  PREREQ-FILE.
       01 PREREQ-RECORD.
           05 PRQ-PROGRAM-ID          PIC X(30).
           05 PRQ-DD-NAME             PIC X(9).
           05 PRQ-CHECK               PIC X(6).
           05 PRQ-DSN                 PIC X(44).
       FD  LOGIN-FILE.
       COPY "loginrec.cpy".
       FD  SCRIPT-INPUT-FILE.
       COPY "scriptrec.cpy".
       FD  SECRET-CONFIG-FILE.
       COPY "secretrec.cpy".
       FD  SHARED-FILE.
       COPY "sharedrec.cpy".
       FD  SQL-SCENARIO-FILE.
       01 SQL-SCENARIO-RECORD PIC X(45).
       FD  DIAGNOSTIC-FILE.
       01 DIAGNOSTIC-RECORD.
           05 DIA-RUN-ID              PIC X(14).
               10 DIA-AUDIT-ST        PIC X(2).
               10 DIA-TIMING-ST       PIC X(2).
               10 DIA-SCRIPT-ST       PIC X(2).
           05 DIA-MISSING-DD          PIC X(9).
       FD  OPERATOR-ALERT-FILE.
       01 OPERATOR-ALERT-RECORD.
           05 ALR-PROGRAM-ID          PIC X(30).
           05 ALR-STATE               PIC X(8).
           05 ALR-RUN-ID              PIC X(14).
           05 ALR-ENV-ID              PIC X(8).
      * The run list and its later generations: one WS-RUN-ENTRY per
      * registered test in run order, each test followed on RUNWORK
      * and RUNLIST by its TESTPREQ rows (WS-PREREQ-ENTRY).
       FD  RUN-WORK-FILE.
       01 RUN-WORK-RECORD             PIC X(143).
       FD  RUN-LIST-FILE.
       01 RUN-LIST-RECORD.
           05 RLF-KIND                PIC 9(1).
           05 FILLER                  PIC X(142).
       FD  RUN-STATE-FILE.
       01 RUN-STATE-RECORD            PIC X(143).
       FD  RECON-WORK-FILE.
       01 RECON-WORK-RECORD           PIC X(194).
      * Run-list build: an active TESTREG entry (BLD-KIND 1), its
      * EXPRESULT rows (2), the PARM profile's PROFILES rows (3) and
      * its TESTPREQ rows (4), matched on program-id.
       SD  BUILD-SORT-FILE.
       01 BUILD-SORT-RECORD.
           05 BLD-PROGRAM-ID          PIC X(30).
           05 BLD-KIND                PIC 9(1).
           05 BLD-SEQ                 PIC 9(9).
           05 BLD-RUN-SEQ             PIC 9(3).
           05 BLD-RULE-ID             PIC X(20).
           05 BLD-SEVERITY            PIC X(10).
           05 BLD-PRQ-DD              PIC X(9).
           05 BLD-PRQ-CHECK           PIC X(6).
           05 BLD-PRQ-DSN             PIC X(44).
      * Run order: TRG-RUN-SEQUENCE, then program-id as the registry
      * master returns them; a test's own row (ordinal 0) leads its
      * prerequisite rows (numbered in TESTPREQ order).
       SD  RUN-SORT-FILE.
       01 RUN-SORT-RECORD.
           05 RNS-KIND                PIC 9(1).
           05 RNS-ORDINAL             PIC 9(4).
           05 RNS-PROGRAM-ID          PIC X(30).
           05 RNS-RUN-SEQ             PIC 9(3).
           05 FILLER                  PIC X(105).
      * Reconciliation match: a run-list test (RCS-KIND 1), then its
      * program's ACTUALRES findings (2) and WAIVERS rows (3).
       SD  RECON-SORT-FILE.
       01 RECON-SORT-RECORD.
           05 RCS-PROGRAM-ID          PIC X(30).
           05 RCS-KIND                PIC 9(1).
           05 RCS-SEQ                 PIC 9(9).
           05 RCS-ENTRY               PIC X(143).
           05 RCS-FINDING REDEFINES RCS-ENTRY.
               10 RCS-ACT-RULE        PIC X(20).
               10 RCS-ACT-SEVERITY    PIC X(10).
               10 FILLER              PIC X(113).
           05 RCS-WAIVER REDEFINES RCS-ENTRY.
               10 RCS-WVR-RULE        PIC X(20).
               10 RCS-WVR-REASON      PIC X(20).
               10 RCS-WVR-EXPIRY      PIC X(10).
               10 FILLER              PIC X(93).
       SD  RESULT-SORT-FILE.
       01 RESULT-SORT-RECORD.
           05 RSS-SECTION             PIC 9(1).
           05 RSS-ORDINAL             PIC 9(4).
           05 RSS-SUB                 PIC 9(1).
           05 RSS-SEQ                 PIC 9(9).
           05 FILLER                  PIC X(179).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       COPY "rulecatws.cpy".
       01 WS-EXPECTED-STATUS  PIC X(2)  VALUE "00".
       01 WS-REGISTRY-STATUS  PIC X(2)  VALUE "00".
      * Sized at run time from the active TESTREG entries.
       01 WS-SUITE-SIZE       PIC 9(4) VALUE 0.
       01 WS-IDX              PIC 9(4) VALUE 1.
       01 WS-PASS-COUNT       PIC 9(4) VALUE 0.
       01 WS-FAIL-COUNT       PIC 9(4) VALUE 0.
       01 WS-ACTUAL-STATUS    PIC X(2)  VALUE "00".
       01 WS-MATCH-COUNT      PIC 9(4)  VALUE 0.
       01 WS-ALERT-COUNT      PIC 9(4)  VALUE 0.
       01 WS-FOUND-SWITCH     PIC X(3)  VALUE "NO".
           88 WS-FOUND                  VALUE "YES".
       01 WS-CHKPT-STATUS     PIC X(2)  VALUE "00".
       01 WS-RUN-START-TIME   PIC 9(4)  VALUE 0.
       01 WS-NOW-TIME         PIC 9(4)  VALUE 0.
       01 WS-CUTOFF-HIT       PIC X(3)  VALUE "NO".
       01 WS-DEFERRED-COUNT   PIC 9(4)  VALUE 0.
       01 WS-STATUS-STATUS    PIC X(2)  VALUE "00".
       01 WS-COMPLETED-COUNT  PIC 9(4)  VALUE 0.
       01 WS-HEARTBEAT-PHASE  PIC X(10) VALUE "STARTING".
      * The test SUITESTAT shows in flight, or none (index 0).
       01 WS-HEARTBEAT-IDX    PIC 9(4)  VALUE 0.
       01 WS-HEARTBEAT-TEST   PIC X(30) VALUE SPACES.
       01 WS-DIAG-STATUS      PIC X(2)  VALUE "00".
       01 WS-NORUN-COUNT      PIC 9(4)  VALUE 0.
       01 WS-WAIVER-STATUS    PIC X(2)  VALUE "00".
       01 WS-WAIVER-COUNT     PIC 9(5)  VALUE 0.
       01 WS-WAIVED-COUNT     PIC 9(4)  VALUE 0.
       01 WS-EXPIRED-WVRS     PIC 9(4)  VALUE 0.
       01 WS-WAIVED-SWITCH    PIC X(3)  VALUE "NO".
       01 WS-WAIVED-REASON    PIC X(20).
       01 WS-TODAY-DATE       PIC X(10).
       01 WS-CLASS-STATUS     PIC X(2)  VALUE "00".
       01 WS-MANIFEST-STATUS  PIC X(2)  VALUE "00".
       01 WS-ENVCTL-STATUS    PIC X(2)  VALUE "00".
       01 WS-PREREQ-STATUS    PIC X(2)  VALUE "00".
       01 WS-LOGIN-STATUS     PIC X(2)  VALUE "00".
       01 WS-SCRIPT-STATUS    PIC X(2)  VALUE "00".
       01 WS-CONFIG-STATUS    PIC X(2)  VALUE "00".
       01 WS-SHARED-STATUS    PIC X(2)  VALUE "00".
       01 WS-SCENARIO-STATUS  PIC X(2)  VALUE "00".
       01 WS-RUNWORK-STATUS   PIC X(2)  VALUE "00".
       01 WS-RUNLIST-STATUS   PIC X(2)  VALUE "00".
       01 WS-RUNSTATE-STATUS  PIC X(2)  VALUE "00".
       01 WS-RECNWORK-STATUS  PIC X(2)  VALUE "00".
       01 WS-SORT-EOF         PIC X(3)  VALUE "NO".
       01 WS-RELEASE-SEQ      PIC 9(9)  VALUE 0.
       01 WS-CUR-PROGRAM      PIC X(30).
      * YES while the program being matched is a registered test.
       01 WS-HELD-TEST        PIC X(3)  VALUE "NO".
       01 WS-RECON-ELIGIBLE   PIC X(3)  VALUE "NO".
       01 WS-PREREQ-COUNT     PIC 9(5)  VALUE 0.
       01 WS-PREREQ-ROWS      PIC 9(4)  VALUE 0.
       01 WS-PROBE-COUNT      PIC 9(2)  VALUE 0.
       01 WS-PROBE-IDX        PIC 9(2)  VALUE 0.
       01 WS-PROBE-STATE      PIC X(8).
       01 WS-PROBE-FILE-ST    PIC X(2).
       01 WS-PROBE-OVERFLOW   PIC X(3)  VALUE "NO".
       01 WS-PREREQ-FAILED    PIC X(3)  VALUE "NO".
       01 WS-PREREQ-NOTE      PIC X(12).
       01 WS-PREFLIGHT-NORUN  PIC 9(4)  VALUE 0.
      * One dataset prerequisite declared on TESTPREQ for the test
      * it follows on the run list, checked by the pre-flight ahead
      * of the first CALL.
       01 WS-PREREQ-ENTRY.
           05 WS-PRE-KIND         PIC 9(1).
           05 WS-PRE-ORDINAL      PIC 9(4).
           05 WS-PRQ-PROGRAM      PIC X(30).
           05 WS-PRE-RUN-SEQ      PIC 9(3).
           05 WS-PRQ-DD           PIC X(9).
           05 WS-PRQ-CHECK        PIC X(6).
           05 WS-PRQ-DSN          PIC X(44).
           05 FILLER              PIC X(46) VALUE SPACES.
      * Each DD is probed once however many tests declare it: OK it
      * opened and holds data, EMPTY it opened with no records,
      * MISSING it would not open, UNCHECKD this driver has no probe
      * for that DD name or the table was already full.
       01 WS-PROBE-TABLE.
           05 WS-PROBE-ENTRY OCCURS 20 TIMES.
               10 WS-PRB-DD       PIC X(9).
               10 WS-PRB-STATE    PIC X(8).
               10 WS-PRB-FILE-ST  PIC X(2).
       01 WS-SCORE-REC-COUNT  PIC 9(7)  VALUE 0.
       01 WS-TIMING-REC-COUNT PIC 9(7)  VALUE 0.
       01 WS-CLASS-REC-COUNT  PIC 9(7)  VALUE 0.
           05 WS-ALIAS-ENTRY OCCURS 30 TIMES.
               10 WS-ALS-OLD      PIC X(20).
               10 WS-ALS-NEW      PIC X(20).
      * Rule-ids the catalog does not vouch for: where each came
      * from (the program on the row, or RULEALIA), the id, and
      * whether it was UNCATLG or RETIRED. The first 20 are kept for
      * OPALERT; the count keeps tallying past the table.
       01 WS-RULE-FLAG-COUNT  PIC 9(4)  VALUE 0.
       01 WS-RULE-FLAG-IDX    PIC 9(2)  VALUE 0.
       01 WS-RULE-FLAG-SOURCE PIC X(30).
       01 WS-RULE-FLAG-TABLE.
           05 WS-RULE-FLAG-ENTRY OCCURS 20 TIMES.
               10 WS-RFL-SOURCE   PIC X(30).
               10 WS-RFL-RULE     PIC X(20).
               10 WS-RFL-STATE    PIC X(8).
       01 WS-TIME-START.
           05 WS-TS-DATE      PIC 9(8).
           05 WS-TS-HH        PIC 9(2).
           05 WS-TE-SEC       PIC 9(2).
       01 WS-ELAPSED-SECS     PIC S9(7) VALUE 0.
       01 WS-SCORE-STATUS     PIC X(2)  VALUE "00".
       01 WS-LAST-COMPLETED   PIC 9(4)  VALUE 0.
       01 WS-RUN-FROM         PIC 9(4)  VALUE 1.
       01 WS-RUN-TO           PIC 9(4)  VALUE 0.
       01 WS-SELECTED-TEST    PIC X(30).
       01 WS-SELECTED-FOUND   PIC X(3)  VALUE "NO".
       01 WS-SELECTED-IDX     PIC 9(4)  VALUE 0.
       01 WS-PROFILE-STATUS   PIC X(2)  VALUE "00".
       01 WS-PROFILE-FOUND    PIC X(3)  VALUE "NO".
      * YES when a PARM (profile or single test) narrowed the run: a
       01 WS-LANE-MODE        PIC X(3)  VALUE "NO".
       01 WS-LANE-NUMBER      PIC 9(1)  VALUE 0.
       01 WS-LANE-TOTAL       PIC 9(1)  VALUE 0.
       01 WS-LANE-SLOT        PIC 9(1)  VALUE 0.
       01 WS-RECONCILE-ONLY   PIC X(3)  VALUE "NO".
       01 WS-LOGIN-MISMATCH   PIC X(3)  VALUE "NO".
       01 WS-LOCATION-MISSED  PIC X(3)  VALUE "NO".
       01 WS-SELECT-COUNT     PIC 9(4)  VALUE 0.
       01 WS-SORT-IDX         PIC 9(2)  VALUE 0.
       01 WS-UNEXPECTED-COUNT PIC 9(5)  VALUE 0.
      * A tested program's ACTUALRES row for a rule other than its
      * expected one, when the expected rule was also reported:
      * listed for information, it does not move the condition code.
       01 WS-EXACT-HIT        PIC X(3)  VALUE "NO".
       01 WS-ADDITIONAL-COUNT PIC 9(5)  VALUE 0.
       01 WS-UNEXP-IDX        PIC 9(5)  VALUE 0.
      * First 20 unexpected findings are retained for the summary and
      * scorecard; the count keeps tallying past the table.
               10 WS-UNEXP-PROGRAM  PIC X(30).
               10 WS-UNEXP-RULE     PIC X(20).
               10 WS-UNEXP-SEVERITY PIC X(10).
       01 WS-FINDINGS-BAD     PIC X(3)  VALUE "NO".
      * The run-list test being built, run or reconciled: its place
      * in run order (ordinal), registry entry, expected outcome, and
      * how far tonight's run got with it.
       01 WS-RUN-ENTRY.
           05 WS-RUN-KIND         PIC 9(1).
           05 WS-RUN-ORDINAL      PIC 9(4).
           05 WS-TEST-NAME        PIC X(30).
           05 WS-TEST-SEQ         PIC 9(3).
           05 WS-TEST-SELECTED    PIC X(3).
           05 WS-TEST-RESULT      PIC X(4).
           05 WS-EXPECTED         PIC X(20).
           05 WS-EXP-SEVERITY     PIC X(10).
           05 WS-RECON-STATE      PIC X(8).
           05 WS-ACTUAL-RULE      PIC X(20).
           05 WS-WAIVE-NOTE       PIC X(20).
           05 WS-NORUN-NOTE       PIC X(20).
      * One reconciliation result, sorted back into run order: a
      * test's matched outcome (section 1, sub 2) preceded by any
      * lapsed waivers found for it (sub 1) and followed by its other
      * findings (sub 3), then the unexpected findings in ACTUALRES
      * order (section 2).
       01 WS-RECON-WORK.
           05 WS-RCW-SECTION      PIC 9(1).
           05 WS-RCW-ORDINAL      PIC 9(4).
           05 WS-RCW-SUB          PIC 9(1).
           05 WS-RCW-SEQ          PIC 9(9).
           05 WS-RCW-ENTRY        PIC X(143).
           05 WS-RCW-UNEXPECTED REDEFINES WS-RCW-ENTRY.
               10 WS-RCW-UNX-PROGRAM  PIC X(30).
               10 WS-RCW-UNX-RULE     PIC X(20).
               10 WS-RCW-UNX-SEVERITY PIC X(10).
               10 FILLER              PIC X(83).
           05 WS-RCW-FOUND        PIC X(3).
           05 WS-RCW-WAIVED       PIC X(3).
           05 WS-RCW-REASON       PIC X(20).
           05 WS-RCW-EXPIRY       PIC X(10).
       LINKAGE SECTION.
       01 LS-DRIVER-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
               "-" WS-SUITE-RUN-ID(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           PERFORM 1900-LOAD-WAIVERS
           PERFORM 1940-OPEN-RULE-CATALOG
           PERFORM 1950-LOAD-RULE-ALIASES
           PERFORM 1690-TAKE-PARM
           PERFORM 1000-INIT-TABLE
           MOVE WS-SUITE-SIZE TO WS-RUN-TO
           PERFORM 1500-LOAD-CHECKPOINT
           PERFORM 1700-APPLY-SELECTIVE-PARM
           PERFORM 1800-LOAD-CUTOFF-TIME
           IF WS-LANE-MODE = "NO" AND WS-SCOPED-RUN = "NO"
               MOVE "CBLSUITD" TO WS-CHAIN-STEP
               MOVE "CBLSUITD" TO WS-CHAIN-PROGRAM-ID
               MOVE "YES" TO WS-CHAIN-ROOT
               PERFORM 9800-CHAIN-START
           END-IF
      * The run pass also carries the run list forward for the
      * reconciliation, so it is made even when no test is launched.
           PERFORM 2000-RUN-SUITE
      * A lane job ends here: its tests ran and their audit, timing,
      * and classification records are on the lane datasets for the
      * merge; judging the night is the merged RECONCILE run's job.
                   " COMPLETE TESTS=" WS-COMPLETED-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               PERFORM 1990-CLOSE-RULE-CATALOG
               IF WS-CUTOFF-HIT = "YES"
                   MOVE 2 TO RETURN-CODE
               ELSE
           MOVE "RECONCILE" TO WS-HEARTBEAT-PHASE
           PERFORM 2300-WRITE-HEARTBEAT
           PERFORM 4000-RECONCILE-RESULTS
           PERFORM 1990-CLOSE-RULE-CATALOG
           PERFORM 3000-PRINT-SUMMARY
           PERFORM 5000-WRITE-SCORECARD
      * Row-by-row check of AuthenticationTest's grant/deny
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      * Construct-by-construct check of the scanner's finding-detail
      * dataset against the planted-location fixture: a program can
      * score MATCH above on one hit while most of its planted
      * constructs went unseen. Verdicts go to LOCSCORE for the
      * scorecard report; a missed construct grades 8 and this run
      * ends no better than 4. A night without a detail dataset
      * comes back 4 and is left alone.
           MOVE 0 TO RETURN-CODE
           CALL "LocationReconcile"
               ON EXCEPTION
                   DISPLAY "LocationReconcile unavailable"
           END-CALL
           IF RETURN-CODE = 8
               MOVE "YES" TO WS-LOCATION-MISSED
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM 5500-WRITE-MANIFEST
           CALL "SuiteScorecardReport"
               PERFORM 1600-CLEAR-CHECKPOINT
           END-IF
           MOVE "COMPLETE" TO WS-HEARTBEAT-PHASE
           MOVE 0 TO WS-HEARTBEAT-IDX
           PERFORM 2300-WRITE-HEARTBEAT
           PERFORM 6000-WRITE-OPERATOR-ALERTS
           PERFORM 6500-SET-CONDITION-CODE
      * A cutoff-stopped night is neither done nor failed: its
      * after-jobs stay held until the resumed run completes it.
           IF WS-CUTOFF-HIT = "YES"
               MOVE "DEFERRED" TO WS-CHAIN-END-STATE
           END-IF
           PERFORM 9810-CHAIN-END
           STOP RUN.

       0100-LOAD-ENV-ID.
           END-IF.

       1000-INIT-TABLE.
      * The runnable set, its run order, and the suite size all come
      * from the TESTREG registry master (testregrec.cpy) maintained by
      * TestRegistryMaint, and the expected outcomes are read from
      * EXPRESULT (expresult.cpy's shape) and matched onto the registry
      * entries -- so registering a new test or re-baselining one is a
      * data change, not a driver recompile. Registry, EXPRESULT,
      * profile and TESTPREQ rows are sorted together on program-id
      * and matched in one pass, then the matched tests are sorted
      * into run order onto RUNLIST; no table limits the suite size.
           OPEN INPUT TEST-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "Unable to open test registry, status "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "Unable to open expected-results file"
               CLOSE TEST-REGISTRY-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT BUILD-SORT-FILE
               ON ASCENDING KEY BLD-PROGRAM-ID BLD-KIND BLD-SEQ
               INPUT PROCEDURE IS 1010-LOAD-REGISTRY
               OUTPUT PROCEDURE IS 1060-LOAD-EXPECTED
           PERFORM 1095-CHECK-SORT
           SORT RUN-SORT-FILE
               ON ASCENDING KEY RNS-RUN-SEQ RNS-PROGRAM-ID RNS-KIND
                   RNS-ORDINAL
               USING RUN-WORK-FILE
               OUTPUT PROCEDURE IS 1030-SORT-BY-SEQUENCE
           PERFORM 1095-CHECK-SORT
           IF WS-SUITE-SIZE = 0
               DISPLAY "Test registry holds no active tests"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PREREQ-COUNT > 0
               DISPLAY "Test prerequisites loaded: "
                   WS-PREREQ-COUNT
           END-IF.

       1010-LOAD-REGISTRY.
           PERFORM 1020-READ-REGISTRY-ENTRY
               UNTIL WS-REGISTRY-STATUS NOT = "00"
           CLOSE TEST-REGISTRY-FILE
           PERFORM 1070-READ-EXPECTED-TABLE
               UNTIL WS-EXPECTED-STATUS = "10"
           CLOSE EXPECTED-RESULTS-FILE
           PERFORM 1750-APPLY-RUN-PROFILE
           PERFORM 1820-LOAD-PREREQS.

       1020-READ-REGISTRY-ENTRY.
           READ TEST-REGISTRY-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REGISTRY-STATUS
               NOT AT END
                   IF TRG-ACTIVE-FLAG = "Y"
                       MOVE SPACES TO BUILD-SORT-RECORD
                       MOVE TRG-PROGRAM-ID TO BLD-PROGRAM-ID
                       MOVE 1 TO BLD-KIND
                       MOVE TRG-RUN-SEQUENCE TO BLD-RUN-SEQ
                       PERFORM 1090-RELEASE-BUILD-ROW
                   END-IF
           END-READ.

       1030-SORT-BY-SEQUENCE.
      * The registry master returns entries in key (alphabetical)
      * order; the nightly run order is TRG-RUN-SEQUENCE. Each test
      * is numbered in that order onto RUNLIST, which every later
      * pass reads, with its prerequisite rows behind it. A lane PARM
      * deals the tests into lanes here, and a single-test PARM
      * finds its entry.
           OPEN OUTPUT RUN-LIST-FILE
           MOVE 0 TO WS-SUITE-SIZE
           MOVE 0 TO WS-SELECT-COUNT
           MOVE "NO" TO WS-SELECTED-FOUND
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN RUN-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 1040-NUMBER-RUN-ENTRY
               END-RETURN
           END-PERFORM
           CLOSE RUN-LIST-FILE
           MOVE "NO" TO WS-SORT-EOF.

       1040-NUMBER-RUN-ENTRY.
           IF RNS-KIND = 1
               MOVE RUN-SORT-RECORD TO WS-RUN-ENTRY
               ADD 1 TO WS-SUITE-SIZE
               MOVE WS-SUITE-SIZE TO WS-RUN-ORDINAL
               IF WS-LANE-MODE = "YES"
                   PERFORM 1785-DEAL-LANE-ENTRY
               END-IF
               IF WS-PROFILE-FOUND = "YES"
                   AND WS-TEST-SELECTED = "YES"
                   ADD 1 TO WS-SELECT-COUNT
               END-IF
               IF LS-PARM-LEN > 0
                   AND (WS-TEST-NAME = WS-SELECTED-TEST
                       OR WS-EXPECTED = WS-SELECTED-TEST)
                   MOVE WS-SUITE-SIZE TO WS-SELECTED-IDX
                   MOVE "YES" TO WS-SELECTED-FOUND
               END-IF
               WRITE RUN-LIST-RECORD FROM WS-RUN-ENTRY
           ELSE
               MOVE RUN-SORT-RECORD TO WS-PREREQ-ENTRY
               MOVE WS-SUITE-SIZE TO WS-PRE-ORDINAL
               WRITE RUN-LIST-RECORD FROM WS-PREREQ-ENTRY
           END-IF.

       1060-LOAD-EXPECTED.
      * Each registered test takes its EXPRESULT row (the last, if
      * the fixture repeats one), the PARM profile's choice on it,
      * and its TESTPREQ rows; a row for a program the registry does
      * not hold is reported and dropped.
           OPEN OUTPUT RUN-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           MOVE "NO" TO WS-HELD-TEST
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN BUILD-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       IF BLD-PROGRAM-ID NOT = WS-CUR-PROGRAM
                           PERFORM 1080-WRITE-RUN-ENTRY
                           MOVE BLD-PROGRAM-ID TO WS-CUR-PROGRAM
                       END-IF
                       PERFORM 1065-MATCH-BUILD-ROW
               END-RETURN
           END-PERFORM
           PERFORM 1080-WRITE-RUN-ENTRY
           CLOSE RUN-WORK-FILE
           MOVE "NO" TO WS-SORT-EOF.

       1065-MATCH-BUILD-ROW.
           EVALUATE BLD-KIND
               WHEN 1
                   MOVE "YES" TO WS-HELD-TEST
                   MOVE 0 TO WS-PREREQ-ROWS
                   MOVE 1 TO WS-RUN-KIND
                   MOVE 0 TO WS-RUN-ORDINAL
                   MOVE BLD-PROGRAM-ID TO WS-TEST-NAME
                   MOVE BLD-RUN-SEQ TO WS-TEST-SEQ
                   MOVE "YES" TO WS-TEST-SELECTED
                   MOVE "SKIP" TO WS-TEST-RESULT
                   MOVE SPACES TO WS-EXPECTED
                   MOVE SPACES TO WS-EXP-SEVERITY
                   MOVE "PENDING" TO WS-RECON-STATE
                   MOVE SPACES TO WS-ACTUAL-RULE
                   MOVE SPACES TO WS-WAIVE-NOTE
                   MOVE SPACES TO WS-NORUN-NOTE
                   IF WS-PROFILE-FOUND = "YES"
                       MOVE "NO" TO WS-TEST-SELECTED
                   END-IF
               WHEN 2
                   IF WS-HELD-TEST = "YES"
                       MOVE BLD-RULE-ID TO WS-EXPECTED
                       MOVE BLD-SEVERITY TO WS-EXP-SEVERITY
                   ELSE
                       DISPLAY "Expected entry not in registry: "
                           BLD-PROGRAM-ID
                   END-IF
               WHEN 3
                   IF WS-HELD-TEST = "YES"
                       MOVE "YES" TO WS-TEST-SELECTED
                   ELSE
                       DISPLAY "Profile names unregistered program: "
                           BLD-PROGRAM-ID
                   END-IF
               WHEN 4
                   IF WS-HELD-TEST = "YES"
                       PERFORM 1830-TABLE-PREREQ-ROW
                   ELSE
                       DISPLAY "Prerequisite names unregistered "
                           "program: " BLD-PROGRAM-ID
                   END-IF
           END-EVALUATE.

       1070-READ-EXPECTED-TABLE.
           READ EXPECTED-RESULTS-FILE
               AT END
                   MOVE "10" TO WS-EXPECTED-STATUS
               NOT AT END
                   MOVE SPACES TO BUILD-SORT-RECORD
                   MOVE EXP-PROGRAM-ID TO BLD-PROGRAM-ID
                   MOVE 2 TO BLD-KIND
                   MOVE 0 TO BLD-RUN-SEQ
                   MOVE EXP-RULE-ID TO BLD-RULE-ID
                   MOVE EXP-SEVERITY TO BLD-SEVERITY
                   PERFORM 1090-RELEASE-BUILD-ROW
                   MOVE EXP-PROGRAM-ID TO WS-RULE-FLAG-SOURCE
                   MOVE EXP-RULE-ID TO WS-RULE-CHECK-ID
                   PERFORM 1960-FLAG-RULE-ID
           END-READ.

       1080-WRITE-RUN-ENTRY.
      * A registered test with no expected-results row is baselined as
      * a clean program (rule NONE), the same convention the Clean*
      * fixture rows already use.
           IF WS-HELD-TEST = "YES"
               IF WS-EXPECTED = SPACES
                   DISPLAY "No expected result for "
                       WS-TEST-NAME ", assuming NONE"
                   MOVE "NONE" TO WS-EXPECTED
                   MOVE "NONE" TO WS-EXP-SEVERITY
               END-IF
               IF WS-TEST-SELECTED = "NO"
                   MOVE "SKIPPED" TO WS-RECON-STATE
               END-IF
               WRITE RUN-WORK-RECORD FROM WS-RUN-ENTRY
               MOVE "NO" TO WS-HELD-TEST
           END-IF.

       1090-RELEASE-BUILD-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO BLD-SEQ
           RELEASE BUILD-SORT-RECORD.

       1095-CHECK-SORT.
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1500-LOAD-CHECKPOINT.
      * Restart support: if an earlier run of this job abended partway
      * through, CHKPT holds the index of the last test that actually
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

       1690-TAKE-PARM.
      * The PARM is read ahead of the run-list build: a lane or
      * reconcile-only PARM, or a profile name, shapes the list.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-SELECTED-TEST
               MOVE LS-PARM-TEXT(1:LS-PARM-LEN) TO WS-SELECTED-TEST
               PERFORM 1710-CHECK-MODE-PARMS
           END-IF.

       1700-APPLY-SELECTIVE-PARM.
      * A PARM naming a single test program or rule id narrows the run
      * to just that one entry, reusing the same dynamic-CALL pattern
      * DynamicCallTest already demonstrates, instead of the whole
      * suite -- this overrides the checkpoint-derived range above
      * since re-verifying one fix is an explicit ask, not a resume.
           IF WS-LANE-MODE = "YES"
               MOVE 1 TO WS-RUN-FROM
               MOVE WS-SUITE-SIZE TO WS-RUN-TO
               DISPLAY "Lane " WS-LANE-NUMBER " of " WS-LANE-TOTAL
                   " selected " WS-SELECT-COUNT " tests"
           END-IF
           IF LS-PARM-LEN > 0 AND WS-LANE-MODE = "NO"
               AND WS-RECONCILE-ONLY = "NO"
               PERFORM 1760-REPORT-RUN-PROFILE
               IF WS-PROFILE-FOUND = "NO"
                   IF WS-SELECTED-FOUND = "YES"
                       MOVE WS-SELECTED-IDX TO WS-RUN-FROM
                       MOVE WS-SELECTED-IDX TO WS-RUN-TO
                       MOVE "YES" TO WS-SCOPED-RUN
                       DISPLAY "Selective re-run requested for: "
                           WS-SELECTED-TEST
           ELSE
               MOVE "YES" TO WS-LANE-MODE
               MOVE "YES" TO WS-SCOPED-RUN
           END-IF.

       1785-DEAL-LANE-ENTRY.
           COMPUTE WS-LANE-SLOT = FUNCTION MOD(
               WS-RUN-ORDINAL - 1, WS-LANE-TOTAL) + 1
           IF WS-LANE-SLOT = WS-LANE-NUMBER
               ADD 1 TO WS-SELECT-COUNT
           ELSE
               MOVE "NO" TO WS-TEST-SELECTED
               MOVE "SKIPPED" TO WS-RECON-STATE
           END-IF.

       1750-APPLY-RUN-PROFILE.
      * A PARM naming a PROFILES entry (SMOKE, INJECTION-ONLY,
      * CLEAN-ONLY, FULL, ...) runs exactly that subset: once any row
      * matches, every test is deselected except the programs the
      * profile's rows name. Reconciliation and the scorecard stay
      * scoped to the selection, and a profile that selects the
      * whole registry behaves as the ordinary full run.
           MOVE "NO" TO WS-PROFILE-FOUND
           IF LS-PARM-LEN > 0 AND WS-LANE-MODE = "NO"
               AND WS-RECONCILE-ONLY = "NO"
               OPEN INPUT PROFILE-FILE
               IF WS-PROFILE-STATUS = "00"
                   PERFORM UNTIL WS-PROFILE-STATUS NOT = "00"
                       READ PROFILE-FILE
                           AT END
                               MOVE "10" TO WS-PROFILE-STATUS
                           NOT AT END
                               IF PRF-NAME = WS-SELECTED-TEST(1:16)
                                   PERFORM 1755-RELEASE-PROFILE-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROFILE-FILE
               END-IF
           END-IF.

       1755-RELEASE-PROFILE-ROW.
           MOVE "YES" TO WS-PROFILE-FOUND
           MOVE SPACES TO BUILD-SORT-RECORD
           MOVE PRF-PROGRAM-ID TO BLD-PROGRAM-ID
           MOVE 3 TO BLD-KIND
           MOVE 0 TO BLD-RUN-SEQ
           PERFORM 1090-RELEASE-BUILD-ROW.

       1760-REPORT-RUN-PROFILE.
           IF WS-PROFILE-FOUND = "YES"
               IF WS-SELECT-COUNT < WS-SUITE-SIZE
                   MOVE "YES" TO WS-SCOPED-RUN
               END-IF
                   " tests selected: " WS-SELECT-COUNT
           END-IF.

       1800-LOAD-CUTOFF-TIME.
      * Operator-supplied batch-window cutoff, HHMM, read from the
      * CUTOFF DD (DD DUMMY means no cutoff). The run-start clock
           END-IF
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-START-TIME.

       1820-LOAD-PREREQS.
      * Dataset prerequisites each registered test declares on the
      * TESTPREQ control dataset. A missing dataset means nothing is
      * declared and the pre-flight has nothing to check; a row for
      * a program the registry does not hold is reported and kept
      * off the run list.
           OPEN INPUT PREREQ-FILE
           IF WS-PREREQ-STATUS NOT = "00"
               DISPLAY "TESTPREQ unavailable, status "
                   WS-PREREQ-STATUS ", prerequisites not checked"
           ELSE
               PERFORM UNTIL WS-PREREQ-STATUS NOT = "00"
                   READ PREREQ-FILE
                       AT END
                           MOVE "10" TO WS-PREREQ-STATUS
                       NOT AT END
                           MOVE SPACES TO BUILD-SORT-RECORD
                           MOVE PRQ-PROGRAM-ID TO BLD-PROGRAM-ID
                           MOVE 4 TO BLD-KIND
                           MOVE 0 TO BLD-RUN-SEQ
                           MOVE PRQ-DD-NAME TO BLD-PRQ-DD
                           MOVE PRQ-CHECK TO BLD-PRQ-CHECK
                           MOVE PRQ-DSN TO BLD-PRQ-DSN
                           PERFORM 1090-RELEASE-BUILD-ROW
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           END-IF.

       1830-TABLE-PREREQ-ROW.
      * A blank check is taken as OPEN. The rows are numbered so the
      * run-order sort keeps them in TESTPREQ order behind their test.
           ADD 1 TO WS-PREREQ-COUNT
           ADD 1 TO WS-PREREQ-ROWS
           MOVE 2 TO WS-PRE-KIND
           MOVE WS-PREREQ-ROWS TO WS-PRE-ORDINAL
           MOVE BLD-PROGRAM-ID TO WS-PRQ-PROGRAM
           MOVE WS-TEST-SEQ TO WS-PRE-RUN-SEQ
           MOVE BLD-PRQ-DD TO WS-PRQ-DD
           IF BLD-PRQ-CHECK = SPACES
               MOVE "OPEN" TO WS-PRQ-CHECK
           ELSE
               MOVE BLD-PRQ-CHECK TO WS-PRQ-CHECK
           END-IF
           MOVE BLD-PRQ-DSN TO WS-PRQ-DSN
           WRITE RUN-WORK-RECORD FROM WS-PREREQ-ENTRY.

       1850-PREFLIGHT-PREREQS.
      * Pre-flight ahead of the first CALL: a test whose input DD is
      * not allocated, or whose keyed data was never loaded, used to
      * start and then fail partway through, spending window time
      * and scoring as a scanner failure. Every test this run will
      * launch is checked now; one that cannot run is marked NORUN
      * and skipped by the loop below, and the others run as usual.
      * The pass copies RUNLIST to RUNSTATE for the run loop, so it
      * is made on every run; a reconcile-only run checks nothing.
           MOVE 0 TO WS-PREFLIGHT-NORUN
           MOVE "NO" TO WS-HELD-TEST
           OPEN INPUT RUN-LIST-FILE
           OPEN OUTPUT RUN-STATE-FILE
           PERFORM UNTIL WS-RUNLIST-STATUS NOT = "00"
               READ RUN-LIST-FILE
                   AT END
                       MOVE "10" TO WS-RUNLIST-STATUS
                   NOT AT END
                       PERFORM 1855-PREFLIGHT-ONE-ROW
               END-READ
           END-PERFORM
           PERFORM 1865-WRITE-CHECKED-TEST
           CLOSE RUN-LIST-FILE
           CLOSE RUN-STATE-FILE
           IF WS-PREREQ-COUNT > 0 AND WS-RECONCILE-ONLY = "NO"
               DISPLAY "Pre-flight complete, DDs probed: "
                   WS-PROBE-COUNT " tests held NORUN: "
                   WS-PREFLIGHT-NORUN
           END-IF.

       1855-PREFLIGHT-ONE-ROW.
           IF RLF-KIND = 1
               PERFORM 1865-WRITE-CHECKED-TEST
               MOVE RUN-LIST-RECORD TO WS-RUN-ENTRY
               MOVE "YES" TO WS-HELD-TEST
               MOVE "NO" TO WS-PREREQ-FAILED
               MOVE WS-RUN-ORDINAL TO WS-IDX
           ELSE
               MOVE RUN-LIST-RECORD TO WS-PREREQ-ENTRY
               IF WS-RECONCILE-ONLY = "NO"
                   AND WS-IDX >= WS-RUN-FROM AND WS-IDX <= WS-RUN-TO
                   AND WS-TEST-SELECTED = "YES"
                   PERFORM 1860-CHECK-TEST-PREREQS
               END-IF
           END-IF.

       1860-CHECK-TEST-PREREQS.
      * Every declared DD is checked so DIAGFILE lists all of a
      * test's gaps at once; the scorecard note carries the first.
           PERFORM 1870-PROBE-DD
           MOVE SPACES TO WS-PREREQ-NOTE
           IF WS-PROBE-STATE = "MISSING"
               MOVE "MISSING DD" TO WS-PREREQ-NOTE
           END-IF
           IF WS-PROBE-STATE = "EMPTY"
               AND WS-PRQ-CHECK = "LOADED"
               MOVE "EMPTY DD" TO WS-PREREQ-NOTE
           END-IF
           IF WS-PREREQ-NOTE NOT = SPACES
               PERFORM 1880-RECORD-PREREQ-NORUN
           END-IF.

       1865-WRITE-CHECKED-TEST.
           IF WS-HELD-TEST = "YES"
               WRITE RUN-STATE-RECORD FROM WS-RUN-ENTRY
               MOVE "NO" TO WS-HELD-TEST
           END-IF.

       1870-PROBE-DD.
           MOVE 0 TO WS-PROBE-IDX
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                   UNTIL WS-SORT-IDX > WS-PROBE-COUNT
               IF WS-PRB-DD(WS-SORT-IDX) = WS-PRQ-DD
                   MOVE WS-SORT-IDX TO WS-PROBE-IDX
               END-IF
           END-PERFORM
           IF WS-PROBE-IDX = 0
               IF WS-PROBE-COUNT < 20
                   PERFORM 1875-OPEN-ONE-DD
                   ADD 1 TO WS-PROBE-COUNT
                   MOVE WS-PROBE-COUNT TO WS-PROBE-IDX
                   MOVE WS-PRQ-DD
                       TO WS-PRB-DD(WS-PROBE-IDX)
                   MOVE WS-PROBE-STATE TO WS-PRB-STATE(WS-PROBE-IDX)
                   MOVE WS-PROBE-FILE-ST
                       TO WS-PRB-FILE-ST(WS-PROBE-IDX)
                   IF WS-PROBE-STATE = "UNCHECKD"
                       DISPLAY "Prerequisite DD has no probe, not "
                           "checked: " WS-PRQ-DD
                   END-IF
               ELSE
      * A full table must not hand its last entry to a new DD: tests
      * already checked against that entry share it. The newcomer
      * goes unchecked and the suite ends no better than CC 4.
                   MOVE "UNCHECKD" TO WS-PROBE-STATE
                   MOVE SPACES TO WS-PROBE-FILE-ST
                   MOVE "YES" TO WS-PROBE-OVERFLOW
                   DISPLAY "Pre-flight probe table full at 20 DDs, "
                       "not checked: " WS-PRQ-DD " for " WS-TEST-NAME
               END-IF
           ELSE
               MOVE WS-PRB-STATE(WS-PROBE-IDX) TO WS-PROBE-STATE
               MOVE WS-PRB-FILE-ST(WS-PROBE-IDX) TO WS-PROBE-FILE-ST
           END-IF.

       1875-OPEN-ONE-DD.
      * Opens the DD the way the test itself will and reads one
      * record; the file is closed again before any test is CALLed.
           MOVE "UNCHECKD" TO WS-PROBE-STATE
           MOVE SPACES TO WS-PROBE-FILE-ST
           EVALUATE WS-PRQ-DD
               WHEN "LOGINATT"
                   OPEN INPUT LOGIN-FILE
                   MOVE WS-LOGIN-STATUS TO WS-PROBE-FILE-ST
                   IF WS-LOGIN-STATUS = "00"
                       MOVE "EMPTY" TO WS-PROBE-STATE
                       READ LOGIN-FILE
                           NOT AT END
                               MOVE "OK" TO WS-PROBE-STATE
                       END-READ
                       CLOSE LOGIN-FILE
                   END-IF
               WHEN "SCRIPTIN"
                   OPEN INPUT SCRIPT-INPUT-FILE
                   MOVE WS-SCRIPT-STATUS TO WS-PROBE-FILE-ST
                   IF WS-SCRIPT-STATUS = "00"
                       MOVE "EMPTY" TO WS-PROBE-STATE
                       READ SCRIPT-INPUT-FILE
                           NOT AT END
                               MOVE "OK" TO WS-PROBE-STATE
                       END-READ
                       CLOSE SCRIPT-INPUT-FILE
                   END-IF
               WHEN "SECRETCFG"
                   OPEN INPUT SECRET-CONFIG-FILE
                   MOVE WS-CONFIG-STATUS TO WS-PROBE-FILE-ST
                   IF WS-CONFIG-STATUS = "00"
                       MOVE "EMPTY" TO WS-PROBE-STATE
                       READ SECRET-CONFIG-FILE
                           NOT AT END
                               MOVE "OK" TO WS-PROBE-STATE
                       END-READ
                       CLOSE SECRET-CONFIG-FILE
                   END-IF
               WHEN "SHAREDAT"
                   OPEN INPUT SHARED-FILE
                   MOVE WS-SHARED-STATUS TO WS-PROBE-FILE-ST
                   IF WS-SHARED-STATUS = "00"
                       MOVE "EMPTY" TO WS-PROBE-STATE
                       READ SHARED-FILE NEXT RECORD
                           NOT AT END
                               MOVE "OK" TO WS-PROBE-STATE
                       END-READ
                       CLOSE SHARED-FILE
                   END-IF
               WHEN "SQLSCEN"
                   OPEN INPUT SQL-SCENARIO-FILE
                   MOVE WS-SCENARIO-STATUS TO WS-PROBE-FILE-ST
                   IF WS-SCENARIO-STATUS = "00"
                       MOVE "EMPTY" TO WS-PROBE-STATE
                       READ SQL-SCENARIO-FILE
                           NOT AT END
                               MOVE "OK" TO WS-PROBE-STATE
                       END-READ
                       CLOSE SQL-SCENARIO-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PROBE-FILE-ST NOT = SPACES
               AND WS-PROBE-FILE-ST NOT = "00"
               MOVE "MISSING" TO WS-PROBE-STATE
           END-IF.

       1880-RECORD-PREREQ-NORUN.
           DISPLAY "PREREQUISITE " WS-PREREQ-NOTE ": "
               WS-TEST-NAME " needs "
               WS-PRQ-DD " ("
               FUNCTION TRIM(WS-PRQ-DSN)
               ") status " WS-PROBE-FILE-ST
           IF WS-PREREQ-FAILED = "NO"
               MOVE "YES" TO WS-PREREQ-FAILED
               ADD 1 TO WS-NORUN-COUNT
               ADD 1 TO WS-FAIL-COUNT
               ADD 1 TO WS-PREFLIGHT-NORUN
               MOVE "NRUN" TO WS-TEST-RESULT
               MOVE "NORUN" TO WS-RECON-STATE
               MOVE SPACES TO WS-NORUN-NOTE
               STRING WS-PREREQ-NOTE DELIMITED BY "  "
                   " " WS-PRQ-DD DELIMITED BY SIZE
                   INTO WS-NORUN-NOTE
               MOVE WS-TEST-NAME TO WS-AUDIT-PROGRAM-ID
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "NORUN " WS-NORUN-NOTE
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIME-START
           MOVE WS-SUITE-RUN-ID TO DIA-RUN-ID
           MOVE SPACES TO DIA-TIMESTAMP
           STRING WS-TS-DATE(1:4) "-" WS-TS-DATE(5:2) "-"
               WS-TS-DATE(7:2) "T" WS-TS-HH ":" WS-TS-MIN ":"
               WS-TS-SEC DELIMITED BY SIZE INTO DIA-TIMESTAMP
           MOVE WS-TEST-NAME TO DIA-PROGRAM-ID
           IF WS-PREREQ-NOTE = "MISSING DD"
               MOVE "PREREQ MISS" TO DIA-NOTE
           ELSE
               MOVE "PREREQ EMPTY" TO DIA-NOTE
           END-IF
           MOVE WS-ACTUAL-STATUS   TO DIA-ACTUAL-ST
           MOVE WS-EXPECTED-STATUS TO DIA-EXPECTED-ST
           MOVE WS-REGISTRY-STATUS TO DIA-REGISTRY-ST
           MOVE WS-CHKPT-STATUS    TO DIA-CHKPT-ST
           MOVE WS-SCORE-STATUS    TO DIA-SCORE-ST
           MOVE WS-AUDIT-STATUS    TO DIA-AUDIT-ST
           MOVE WS-TIMING-STATUS   TO DIA-TIMING-ST
           MOVE WS-SCRIPT-STATUS   TO DIA-SCRIPT-ST
           MOVE WS-PRQ-DD TO DIA-MISSING-DD
           OPEN EXTEND DIAGNOSTIC-FILE
           IF WS-DIAG-STATUS NOT = "00"
               OPEN OUTPUT DIAGNOSTIC-FILE
           END-IF
           WRITE DIAGNOSTIC-RECORD
           CLOSE DIAGNOSTIC-FILE.

       1900-LOAD-WAIVERS.
      * Approved waivers for known failures; a missing WAIVERS dataset
      * simply means nothing is parked. They are counted here and
      * matched to their tests at reconciliation.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               PERFORM UNTIL WS-WAIVER-STATUS NOT = "00"
                       AT END
                           MOVE "10" TO WS-WAIVER-STATUS
                       NOT AT END
                           ADD 1 TO WS-WAIVER-COUNT
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
                       AT END
                           MOVE "10" TO WS-ALIAS-STATUS
                       NOT AT END
                           PERFORM 1955-CHECK-ALIAS-RULES
                           IF RA-EFFECTIVE-DATE <= WS-TODAY-DATE
                               IF WS-ALIAS-COUNT < 30
                                   ADD 1 TO WS-ALIAS-COUNT
               END-IF
           END-IF.

       1940-OPEN-RULE-CATALOG.
      * FIXEDIT and XREFCHK already refuse a night whose fixtures
      * name unknown rules; here the catalog only flags, so a job
      * without a RULECAT DD (a lane, a rerun) simply skips the check.
           OPEN INPUT RULE-CATALOG-FILE
           IF WS-RULECAT-STATUS = "00"
               MOVE "YES" TO WS-RULECAT-OPEN
           ELSE
               DISPLAY "Rule catalog unavailable, status "
                   WS-RULECAT-STATUS ", rule-ids not checked"
           END-IF.

       1955-CHECK-ALIAS-RULES.
      * The old side of a rename is expected to be retired by now;
      * it only has to be catalogued. The new side must be live.
           MOVE "RULEALIA" TO WS-RULE-FLAG-SOURCE
           MOVE RA-OLD-RULE-ID TO WS-RULE-CHECK-ID
           PERFORM 9600-CHECK-RULE-ID
           IF WS-RULE-CHECK-STATE = "UNKNOWN"
               PERFORM 1970-RECORD-RULE-FLAG
           END-IF
           MOVE RA-NEW-RULE-ID TO WS-RULE-CHECK-ID
           PERFORM 1960-FLAG-RULE-ID.

       1960-FLAG-RULE-ID.
           PERFORM 9600-CHECK-RULE-ID
           IF WS-RULE-CHECK-STATE = "UNKNOWN"
               OR WS-RULE-CHECK-STATE = "RETIRED"
               PERFORM 1970-RECORD-RULE-FLAG
           END-IF.

       1970-RECORD-RULE-FLAG.
           ADD 1 TO WS-RULE-FLAG-COUNT
           DISPLAY "RULE-ID " WS-RULE-CHECK-STATE ": "
               WS-RULE-CHECK-ID " (" WS-RULE-FLAG-SOURCE ")"
           IF WS-RULE-FLAG-COUNT <= 20
               MOVE WS-RULE-FLAG-SOURCE
                   TO WS-RFL-SOURCE(WS-RULE-FLAG-COUNT)
               MOVE WS-RULE-CHECK-ID
                   TO WS-RFL-RULE(WS-RULE-FLAG-COUNT)
               IF WS-RULE-CHECK-STATE = "UNKNOWN"
                   MOVE "UNCATLG" TO WS-RFL-STATE(WS-RULE-FLAG-COUNT)
               ELSE
                   MOVE "RETIRED" TO WS-RFL-STATE(WS-RULE-FLAG-COUNT)
               END-IF
           END-IF.

       1990-CLOSE-RULE-CATALOG.
           IF WS-RULECAT-OPEN = "YES"
               CLOSE RULE-CATALOG-FILE
               MOVE "NO" TO WS-RULECAT-OPEN
           END-IF.

       2000-RUN-SUITE.
      * One pass down the checked run list (RUNSTATE), writing each
      * test back to RUNLIST with how far tonight's run got with it.
      * A reconcile-only run launches nothing and only copies it.
           PERFORM 1850-PREFLIGHT-PREREQS
           OPEN INPUT RUN-STATE-FILE
           OPEN OUTPUT RUN-LIST-FILE
           PERFORM UNTIL WS-RUNSTATE-STATUS NOT = "00"
               READ RUN-STATE-FILE INTO WS-RUN-ENTRY
                   AT END
                       MOVE "10" TO WS-RUNSTATE-STATUS
                   NOT AT END
                       PERFORM 2010-RUN-LIST-ENTRY
               END-READ
           END-PERFORM
           CLOSE RUN-STATE-FILE
           CLOSE RUN-LIST-FILE
           MOVE 0 TO WS-HEARTBEAT-IDX
           IF WS-CUTOFF-HIT = "YES"
               DISPLAY "Window cutoff reached, deferred "
                   WS-DEFERRED-COUNT " tests; checkpoint kept "
                   "for resubmit"
           END-IF.

       2010-RUN-LIST-ENTRY.
           MOVE WS-RUN-ORDINAL TO WS-IDX
           IF WS-RECONCILE-ONLY = "NO"
               AND WS-IDX >= WS-RUN-FROM AND WS-IDX <= WS-RUN-TO
               AND WS-TEST-SELECTED = "YES"
               AND WS-RECON-STATE NOT = "NORUN"
               PERFORM 2050-CHECK-WINDOW
               IF WS-CUTOFF-HIT = "YES"
                   ADD 1 TO WS-DEFERRED-COUNT
                   MOVE "DEFR" TO WS-TEST-RESULT
                   MOVE "DEFERRED" TO WS-RECON-STATE
               ELSE
                   MOVE "RUNNING" TO WS-HEARTBEAT-PHASE
                   MOVE WS-IDX TO WS-HEARTBEAT-IDX
                   MOVE WS-TEST-NAME TO WS-HEARTBEAT-TEST
                   PERFORM 2300-WRITE-HEARTBEAT
                   PERFORM 2100-RUN-ONE-TEST
                   ADD 1 TO WS-COMPLETED-COUNT
                   IF WS-SCOPED-RUN = "NO"
                       PERFORM 2200-WRITE-CHECKPOINT
                   END-IF
               END-IF
           END-IF
           WRITE RUN-LIST-RECORD FROM WS-RUN-ENTRY.

       2300-WRITE-HEARTBEAT.
      * SUITESTAT is rewritten at every test boundary so a console
      * operator browsing one record sees exactly where the night's
      * pass/fail counts so far.
           MOVE WS-SUITE-RUN-ID TO STA-RUN-ID
           MOVE WS-HEARTBEAT-PHASE TO STA-PHASE
           IF WS-HEARTBEAT-IDX > 0
               MOVE WS-HEARTBEAT-IDX TO STA-CURRENT-IDX
               MOVE WS-HEARTBEAT-TEST TO STA-CURRENT-TEST
           ELSE
               MOVE 0 TO STA-CURRENT-IDX
               MOVE SPACES TO STA-CURRENT-TEST
      * test runs with no new WHEN clause here. Start/end clock
      * readings bracket the CALL so TIMINGS records how long the test
      * ran, not just when it finished.
           DISPLAY "Running: " WS-TEST-NAME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIME-START
           CALL WS-TEST-NAME
               ON EXCEPTION
                   PERFORM 2400-RECORD-TEST-FAILURE
           END-CALL
      * trap a failure inside a test that did start -- an abend there
      * still ends the job, and the checkpoint resume is the recovery
      * for that case.
           DISPLAY "TEST UNAVAILABLE, SKIPPED: " WS-TEST-NAME
           ADD 1 TO WS-NORUN-COUNT
           ADD 1 TO WS-FAIL-COUNT
           MOVE "NRUN" TO WS-TEST-RESULT
           MOVE "NORUN" TO WS-RECON-STATE
           MOVE WS-SUITE-RUN-ID TO DIA-RUN-ID
           MOVE SPACES TO DIA-TIMESTAMP
           STRING WS-TS-DATE(1:4) "-" WS-TS-DATE(5:2) "-"
               WS-TS-DATE(7:2) "T" WS-TS-HH ":" WS-TS-MIN ":"
               WS-TS-SEC DELIMITED BY SIZE INTO DIA-TIMESTAMP
           MOVE WS-TEST-NAME TO DIA-PROGRAM-ID
           MOVE "CALL FAILED" TO DIA-NOTE
           MOVE WS-ACTUAL-STATUS   TO DIA-ACTUAL-ST
           MOVE WS-EXPECTED-STATUS TO DIA-EXPECTED-ST
           MOVE WS-AUDIT-STATUS    TO DIA-AUDIT-ST
           MOVE WS-TIMING-STATUS   TO DIA-TIMING-ST
           MOVE SPACES             TO DIA-SCRIPT-ST
           MOVE SPACES             TO DIA-MISSING-DD
           OPEN EXTEND DIAGNOSTIC-FILE
           IF WS-DIAG-STATUS NOT = "00"
               OPEN OUTPUT DIAGNOSTIC-FILE
                - FUNCTION INTEGER-OF-DATE(WS-TS-DATE)) * 86400
               + (WS-TE-HH * 3600 + WS-TE-MIN * 60 + WS-TE-SEC)
               - (WS-TS-HH * 3600 + WS-TS-MIN * 60 + WS-TS-SEC)
           MOVE WS-TEST-NAME TO TIM-PROGRAM-ID
           MOVE SPACES TO TIM-TIMESTAMP
           STRING WS-TE-DATE(1:4) "-" WS-TE-DATE(5:2) "-"
               WS-TE-DATE(7:2) "T" WS-TE-HH ":" WS-TE-MIN ":"
       3000-PRINT-SUMMARY.
           DISPLAY "===== CBL SUITE REGRESSION SUMMARY ====="
           DISPLAY "Run id: " WS-SUITE-RUN-ID
           OPEN INPUT RUN-STATE-FILE
           PERFORM UNTIL WS-RUNSTATE-STATUS NOT = "00"
               READ RUN-STATE-FILE INTO WS-RUN-ENTRY
                   AT END
                       MOVE "10" TO WS-RUNSTATE-STATUS
                   NOT AT END
                       DISPLAY WS-TEST-NAME ": " WS-TEST-RESULT
                           " RULE=" WS-RECON-STATE
                       IF WS-NORUN-NOTE NOT = SPACES
                           DISPLAY "    NOT RUN: " WS-NORUN-NOTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-STATE-FILE
           DISPLAY "Passed: " WS-PASS-COUNT " Failed: " WS-FAIL-COUNT
           DISPLAY "Rule matches: " WS-MATCH-COUNT
               " Regression alerts: " WS-ALERT-COUNT
               END-PERFORM
           END-IF
           DISPLAY "Unexpected findings: " WS-UNEXPECTED-COUNT
           DISPLAY "Additional findings on matched tests: "
               WS-ADDITIONAL-COUNT " (information only)"
           DISPLAY "Window-deferred tests: " WS-DEFERRED-COUNT
           DISPLAY "Tests not runnable: " WS-NORUN-COUNT
           DISPLAY "Waived mismatches: " WS-WAIVED-COUNT
               " (expired waivers needing renewal: "
               WS-EXPIRED-WVRS ")"
           DISPLAY "Rule-ids uncatalogued or retired: "
               WS-RULE-FLAG-COUNT
           DISPLAY "========================================".

       4000-RECONCILE-RESULTS.
      * Compare each expected rule hit against the actual findings
      * produced by the scanner run (ACTUALRES) so a vulnerability
      * that stops being flagged shows up as a regression alert
      * instead of going unnoticed. The run list, the findings and
      * the waivers are sorted together on program-id and matched in
      * one pass, however many of each there are; the matched results
      * are sorted back into run order, where each test's verdict is
      * taken and RUNSTATE is written for the summary, scorecard and
      * alerts.
           PERFORM 3900-LOAD-ACTUAL-TABLE
      * An unreadable findings file is a broken fixture, not a night
      * of regressions: reconciling against nothing would raise a
           IF WS-FINDINGS-BAD = "YES"
               DISPLAY "Reconciliation abandoned, findings file "
                   "unreadable"
           END-IF
           SORT RECON-SORT-FILE
               ON ASCENDING KEY RCS-PROGRAM-ID RCS-KIND RCS-SEQ
               INPUT PROCEDURE IS 4050-RELEASE-RECON-ROWS
               OUTPUT PROCEDURE IS 4150-SCAN-FINDINGS-FILE
           PERFORM 1095-CHECK-SORT
           SORT RESULT-SORT-FILE
               ON ASCENDING KEY RSS-SECTION RSS-ORDINAL RSS-SUB
                   RSS-SEQ
               USING RECON-WORK-FILE
               OUTPUT PROCEDURE IS 4400-APPLY-VERDICTS
           PERFORM 1095-CHECK-SORT.

       4050-RELEASE-RECON-ROWS.
           OPEN INPUT RUN-LIST-FILE
           PERFORM UNTIL WS-RUNLIST-STATUS NOT = "00"
               READ RUN-LIST-FILE INTO WS-RUN-ENTRY
                   AT END
                       MOVE "10" TO WS-RUNLIST-STATUS
                   NOT AT END
                       MOVE WS-TEST-NAME TO RCS-PROGRAM-ID
                       MOVE 1 TO RCS-KIND
                       MOVE WS-RUN-ENTRY TO RCS-ENTRY
                       PERFORM 4090-RELEASE-RECON-ROW
               END-READ
           END-PERFORM
           CLOSE RUN-LIST-FILE
           IF WS-FINDINGS-BAD = "NO"
               PERFORM 4060-RELEASE-FINDINGS
               PERFORM 4070-RELEASE-WAIVERS
           END-IF.

       4060-RELEASE-FINDINGS.
           PERFORM UNTIL WS-ACTUAL-STATUS = "10"
               READ ACTUAL-RESULTS-FILE
                   AT END
                       MOVE "10" TO WS-ACTUAL-STATUS
                   NOT AT END
                       MOVE ACT-PROGRAM-ID TO RCS-PROGRAM-ID
                       MOVE 2 TO RCS-KIND
                       MOVE SPACES TO RCS-ENTRY
                       MOVE ACT-RULE-ID TO RCS-ACT-RULE
                       MOVE ACT-SEVERITY TO RCS-ACT-SEVERITY
                       PERFORM 4090-RELEASE-RECON-ROW
                       MOVE ACT-PROGRAM-ID TO WS-RULE-FLAG-SOURCE
                       MOVE ACT-RULE-ID TO WS-RULE-CHECK-ID
                       PERFORM 1960-FLAG-RULE-ID
               END-READ
           END-PERFORM
           CLOSE ACTUAL-RESULTS-FILE.

       4070-RELEASE-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               PERFORM UNTIL WS-WAIVER-STATUS NOT = "00"
                   READ WAIVER-FILE
                       AT END
                           MOVE "10" TO WS-WAIVER-STATUS
                       NOT AT END
                           MOVE WV-PROGRAM-ID TO RCS-PROGRAM-ID
                           MOVE 3 TO RCS-KIND
                           MOVE SPACES TO RCS-ENTRY
                           MOVE WV-RULE-ID TO RCS-WVR-RULE
                           MOVE WV-REASON TO RCS-WVR-REASON
                           MOVE WV-EXPIRY-DATE TO RCS-WVR-EXPIRY
                           PERFORM 4090-RELEASE-RECON-ROW
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.

       4090-RELEASE-RECON-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO RCS-SEQ
           RELEASE RECON-SORT-RECORD.

       3900-LOAD-ACTUAL-TABLE.
           MOVE "00" TO WS-ACTUAL-STATUS
           OPEN INPUT ACTUAL-RESULTS-FILE
           IF WS-ACTUAL-STATUS NOT = "00"
               DISPLAY "ACTUALRES unreadable, status "
                   WS-ACTUAL-STATUS
               MOVE "YES" TO WS-FINDINGS-BAD
           END-IF.

       4100-RECONCILE-ONE-TEST.
      * The test's findings and waivers were matched on program-id
      * above; its verdict is taken here, in run order.
           IF WS-RECON-STATE NOT = "DRIFTED"
               IF WS-FOUND-SWITCH = "YES"
                   MOVE "MATCHED" TO WS-RECON-STATE
                   ADD 1 TO WS-MATCH-COUNT
               ELSE
                   IF WS-WAIVED-SWITCH = "YES"
                       MOVE "WAIVED" TO WS-RECON-STATE
                       MOVE WS-WAIVED-REASON TO WS-WAIVE-NOTE
                       ADD 1 TO WS-WAIVED-COUNT
                       DISPLAY "WAIVED: " WS-TEST-NAME
                           " " WS-EXPECTED
                           " - " WS-WAIVED-REASON
                   ELSE
                       MOVE "ALERT" TO WS-RECON-STATE
                       ADD 1 TO WS-ALERT-COUNT
                       DISPLAY "REGRESSION ALERT: "
                           WS-TEST-NAME
                           " no longer flags " WS-EXPECTED
                   END-IF
               END-IF
           ELSE
               IF WS-WAIVED-SWITCH = "YES"
                   MOVE "WAIVED" TO WS-RECON-STATE
                   MOVE WS-WAIVED-REASON TO WS-WAIVE-NOTE
                   ADD 1 TO WS-WAIVED-COUNT
                   DISPLAY "WAIVED: " WS-TEST-NAME
                       " " WS-EXPECTED
                       " - " WS-WAIVED-REASON
               ELSE
                   ADD 1 TO WS-ALERT-COUNT
                   DISPLAY "REGRESSION ALERT: " WS-TEST-NAME
                       " severity/rule drifted from expected "
                       WS-EXPECTED
               END-IF
           END-IF
      * PASS/FAIL reflects the reconciled rule outcome, not RETURN-CODE
      * test actually did. Only score entries this invocation ran; an
      * entry skipped by a selective PARM keeps its "SKIP" default.
           IF WS-IDX >= WS-RUN-FROM AND WS-IDX <= WS-RUN-TO
               EVALUATE WS-RECON-STATE
                   WHEN "MATCHED"
                       MOVE "PASS" TO WS-TEST-RESULT
                       ADD 1 TO WS-PASS-COUNT
                   WHEN "WAIVED"
      * A formally parked mismatch is neither a pass nor a failure;
      * it must not push the night's condition code either way.
                       MOVE "WAIV" TO WS-TEST-RESULT
                   WHEN OTHER
                       MOVE "FAIL" TO WS-TEST-RESULT
                       ADD 1 TO WS-FAIL-COUNT
               END-EVALUATE
      * Stamp the reconciled verdict into the audit trail too, so the
      * AUDIT.HIST generations GDGARCH archives carry one pass/fail
      * record per test per night for AuditTrendReport to trend.
               MOVE WS-TEST-NAME TO WS-AUDIT-PROGRAM-ID
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "RECON " DELIMITED BY SIZE
                   WS-RECON-STATE DELIMITED BY SPACE
                   INTO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
           END-IF.

       4500-COLLECT-UNEXPECTED.
      * A finding whose program-id matches no registered test is a
      * brand-new rule hit (a real new vulnerability, or a new false
      * positive) that the per-test reconciliation never looks at.
      * Collect them so new detections surface just as loudly as
      * lost ones.
           ADD 1 TO WS-UNEXPECTED-COUNT
           IF WS-UNEXPECTED-COUNT <= 20
               MOVE WS-RCW-UNX-PROGRAM
                   TO WS-UNEXP-PROGRAM(WS-UNEXPECTED-COUNT)
               MOVE WS-RCW-UNX-RULE
                   TO WS-UNEXP-RULE(WS-UNEXPECTED-COUNT)
               MOVE WS-RCW-UNX-SEVERITY
                   TO WS-UNEXP-SEVERITY(WS-UNEXPECTED-COUNT)
           END-IF.

       4150-SCAN-FINDINGS-FILE.
      * Matched pass over the sorted rows: each run-list test is held
      * while its program's findings and waivers go by. A finding
      * with no test ahead of it is unexpected.
           OPEN OUTPUT RECON-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           MOVE "NO" TO WS-HELD-TEST
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN RECON-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       IF RCS-PROGRAM-ID NOT = WS-CUR-PROGRAM
                           PERFORM 4180-WRITE-MATCHED-TEST
                           MOVE RCS-PROGRAM-ID TO WS-CUR-PROGRAM
                       END-IF
                       PERFORM 4160-MATCH-RECON-ROW
               END-RETURN
           END-PERFORM
           PERFORM 4180-WRITE-MATCHED-TEST
           CLOSE RECON-WORK-FILE
           MOVE "NO" TO WS-SORT-EOF.

       4160-MATCH-RECON-ROW.
           EVALUATE RCS-KIND
               WHEN 1
                   MOVE RCS-ENTRY TO WS-RUN-ENTRY
                   MOVE "YES" TO WS-HELD-TEST
                   MOVE "NO" TO WS-FOUND-SWITCH
                   MOVE "NO" TO WS-EXACT-HIT
                   MOVE "NO" TO WS-WAIVED-SWITCH
                   MOVE SPACES TO WS-WAIVED-REASON
                   PERFORM 4190-SET-RECON-ELIGIBLE
               WHEN 2
                   IF WS-HELD-TEST = "NO"
                       PERFORM 4170-WRITE-UNEXPECTED
                   ELSE
                       IF WS-RECON-ELIGIBLE = "YES"
                           PERFORM 4165-CHECK-ONE-FINDING
                       END-IF
                   END-IF
               WHEN 3
                   PERFORM 4168-SETTLE-FINDINGS
                   IF WS-HELD-TEST = "YES"
                       AND WS-RECON-ELIGIBLE = "YES"
                       AND (WS-RECON-STATE = "DRIFTED"
                           OR WS-FOUND-SWITCH = "NO")
                       PERFORM 4200-CHECK-WAIVER
                   END-IF
           END-EVALUATE.

       4165-CHECK-ONE-FINDING.
      * Intake writes one row per rule a program trips, so a program
      * planting several constructs has several rows. Any one of them
      * carrying the expected rule and severity is the match; the
      * others are queued under the test (sub 3) and, once the match
      * is confirmed, listed as additional findings.
           MOVE "YES" TO WS-FOUND-SWITCH
           MOVE RCS-ACT-RULE TO WS-CMP-ACT-RULE
           PERFORM 4300-CHECK-RULE-EQUIV
           IF WS-RULES-EQUIV = "YES"
               AND RCS-ACT-SEVERITY = WS-EXP-SEVERITY
               MOVE "YES" TO WS-EXACT-HIT
               MOVE RCS-ACT-RULE TO WS-ACTUAL-RULE
           ELSE
               IF WS-EXACT-HIT = "NO"
                   MOVE RCS-ACT-RULE TO WS-ACTUAL-RULE
               END-IF
               MOVE 1 TO WS-RCW-SECTION
               MOVE WS-RUN-ORDINAL TO WS-RCW-ORDINAL
               MOVE 3 TO WS-RCW-SUB
               MOVE RCS-SEQ TO WS-RCW-SEQ
               MOVE SPACES TO WS-RCW-ENTRY
               MOVE RCS-PROGRAM-ID TO WS-RCW-UNX-PROGRAM
               MOVE RCS-ACT-RULE TO WS-RCW-UNX-RULE
               MOVE RCS-ACT-SEVERITY TO WS-RCW-UNX-SEVERITY
               MOVE SPACES TO WS-RCW-FOUND
               MOVE SPACES TO WS-RCW-WAIVED
               MOVE SPACES TO WS-RCW-REASON
               MOVE SPACES TO WS-RCW-EXPIRY
               WRITE RECON-WORK-RECORD FROM WS-RECON-WORK
           END-IF.

       4168-SETTLE-FINDINGS.
      * Rows were reported but none was the expected rule and
      * severity: the test's finding has drifted. Taken before the
      * program's waivers are looked at and again as the test is
      * written; settling twice changes nothing.
           IF WS-HELD-TEST = "YES"
               AND WS-RECON-ELIGIBLE = "YES"
               AND WS-FOUND-SWITCH = "YES"
               AND WS-EXACT-HIT = "NO"
               MOVE "DRIFTED" TO WS-RECON-STATE
           END-IF.

       4170-WRITE-UNEXPECTED.
           MOVE 2 TO WS-RCW-SECTION
           MOVE 0 TO WS-RCW-ORDINAL
           MOVE 0 TO WS-RCW-SUB
           MOVE RCS-SEQ TO WS-RCW-SEQ
           MOVE SPACES TO WS-RCW-ENTRY
           MOVE RCS-PROGRAM-ID TO WS-RCW-UNX-PROGRAM
           MOVE RCS-ACT-RULE TO WS-RCW-UNX-RULE
           MOVE RCS-ACT-SEVERITY TO WS-RCW-UNX-SEVERITY
           MOVE SPACES TO WS-RCW-FOUND
           MOVE SPACES TO WS-RCW-WAIVED
           MOVE SPACES TO WS-RCW-REASON
           MOVE SPACES TO WS-RCW-EXPIRY
           WRITE RECON-WORK-RECORD FROM WS-RECON-WORK.

       4180-WRITE-MATCHED-TEST.
           PERFORM 4168-SETTLE-FINDINGS
           IF WS-HELD-TEST = "YES"
               MOVE 1 TO WS-RCW-SECTION
               MOVE WS-RUN-ORDINAL TO WS-RCW-ORDINAL
               MOVE 2 TO WS-RCW-SUB
               MOVE 0 TO WS-RCW-SEQ
               MOVE WS-RUN-ENTRY TO WS-RCW-ENTRY
               MOVE WS-FOUND-SWITCH TO WS-RCW-FOUND
               MOVE WS-WAIVED-SWITCH TO WS-RCW-WAIVED
               MOVE WS-WAIVED-REASON TO WS-RCW-REASON
               MOVE SPACES TO WS-RCW-EXPIRY
               WRITE RECON-WORK-RECORD FROM WS-RECON-WORK
               MOVE "NO" TO WS-HELD-TEST
           END-IF.

       4190-SET-RECON-ELIGIBLE.
      * A window-deferred or profile-skipped test was never launched
      * tonight; leave its state alone rather than alerting on it.
           IF WS-RECON-STATE NOT = "DEFERRED"
               AND WS-RECON-STATE NOT = "SKIPPED"
               AND WS-RECON-STATE NOT = "NORUN"
               AND WS-FINDINGS-BAD = "NO"
               MOVE "YES" TO WS-RECON-ELIGIBLE
           ELSE
               MOVE "NO" TO WS-RECON-ELIGIBLE
           END-IF.

       4300-CHECK-RULE-EQUIV.
      * direction -- the fixture may still hold the retired id while
      * the scanner reports the new one, or the fixture may have been
      * re-baselined ahead of a scanner still on the old id.
           IF WS-CMP-ACT-RULE = WS-EXPECTED
               MOVE "YES" TO WS-RULES-EQUIV
           ELSE
               MOVE "NO" TO WS-RULES-EQUIV
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   IF (WS-ALS-OLD(WS-ALIAS-IDX) = WS-EXPECTED
                           AND WS-ALS-NEW(WS-ALIAS-IDX) =
                               WS-CMP-ACT-RULE)
                       OR (WS-ALS-NEW(WS-ALIAS-IDX) =
                               WS-EXPECTED
                           AND WS-ALS-OLD(WS-ALIAS-IDX) =
                               WS-CMP-ACT-RULE)
                       MOVE "YES" TO WS-RULES-EQUIV
      * A live waiver for this program and its expected rule parks the
      * mismatch; one past its expiry date is ignored and flagged for
      * renewal, so parked issues come back loudly instead of rotting.
      * The renewal notice is queued under the test so it prints in
      * run order, ahead of the test's verdict.
           IF RCS-WVR-RULE = WS-EXPECTED
               IF RCS-WVR-EXPIRY >= WS-TODAY-DATE
                   MOVE "YES" TO WS-WAIVED-SWITCH
                   MOVE RCS-WVR-REASON TO WS-WAIVED-REASON
               ELSE
                   MOVE 1 TO WS-RCW-SECTION
                   MOVE WS-RUN-ORDINAL TO WS-RCW-ORDINAL
                   MOVE 1 TO WS-RCW-SUB
                   MOVE RCS-SEQ TO WS-RCW-SEQ
                   MOVE WS-RUN-ENTRY TO WS-RCW-ENTRY
                   MOVE SPACES TO WS-RCW-FOUND
                   MOVE SPACES TO WS-RCW-WAIVED
                   MOVE SPACES TO WS-RCW-REASON
                   MOVE RCS-WVR-EXPIRY TO WS-RCW-EXPIRY
                   WRITE RECON-WORK-RECORD FROM WS-RECON-WORK
               END-IF
           END-IF.

       4400-APPLY-VERDICTS.
           OPEN OUTPUT RUN-STATE-FILE
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN RESULT-SORT-FILE INTO WS-RECON-WORK
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 4410-APPLY-ONE-RESULT
               END-RETURN
           END-PERFORM
           CLOSE RUN-STATE-FILE
           MOVE "NO" TO WS-SORT-EOF.

       4410-APPLY-ONE-RESULT.
           IF WS-RCW-SECTION = 2
               PERFORM 4500-COLLECT-UNEXPECTED
           ELSE
               EVALUATE WS-RCW-SUB
                   WHEN 1
                       MOVE WS-RCW-ENTRY TO WS-RUN-ENTRY
                       ADD 1 TO WS-EXPIRED-WVRS
                       DISPLAY "WAIVER EXPIRED, RENEWAL NEEDED: "
                           WS-TEST-NAME " " WS-RCW-EXPIRY
                   WHEN 3
                       PERFORM 4420-NOTE-ADDITIONAL
                   WHEN OTHER
                       MOVE WS-RCW-ENTRY TO WS-RUN-ENTRY
                       PERFORM 4415-APPLY-TEST-VERDICT
               END-EVALUATE
           END-IF.

       4415-APPLY-TEST-VERDICT.
           MOVE WS-RUN-ORDINAL TO WS-IDX
           PERFORM 4190-SET-RECON-ELIGIBLE
           IF WS-RECON-ELIGIBLE = "YES"
               MOVE WS-RCW-FOUND TO WS-FOUND-SWITCH
               MOVE WS-RCW-WAIVED TO WS-WAIVED-SWITCH
               MOVE WS-RCW-REASON TO WS-WAIVED-REASON
               PERFORM 4100-RECONCILE-ONE-TEST
           END-IF
           WRITE RUN-STATE-RECORD FROM WS-RUN-ENTRY.

       4420-NOTE-ADDITIONAL.
      * Follows its test's verdict. Beside a matched expected rule the
      * row is one more construct the program plants; beside a drift
      * it is the drift, already alerted on.
           IF WS-RECON-STATE = "MATCHED"
               ADD 1 TO WS-ADDITIONAL-COUNT
               DISPLAY "ADDITIONAL FINDING: " WS-TEST-NAME " "
                   WS-RCW-UNX-RULE " " WS-RCW-UNX-SEVERITY
           END-IF.

       5000-WRITE-SCORECARD.
      * One SCORECARD-FILE record per test, expected vs. actually
      * matched rule, for SuiteScorecardReport to turn into a
      * human-readable page at the end of the run.
           OPEN OUTPUT SCORECARD-FILE
           OPEN INPUT RUN-STATE-FILE
           PERFORM UNTIL WS-RUNSTATE-STATUS NOT = "00"
               READ RUN-STATE-FILE INTO WS-RUN-ENTRY
                   AT END
                       MOVE "10" TO WS-RUNSTATE-STATUS
                   NOT AT END
                       PERFORM 5010-WRITE-TEST-SCORE
               END-READ
           END-PERFORM
           CLOSE RUN-STATE-FILE
      * Unexpected findings ride the same scorecard with their own
      * UNEXPECT flag so SuiteScorecardReport can total them as a
      * separate section rather than folding them into mismatches.
           END-PERFORM
           CLOSE SCORECARD-FILE.

       5010-WRITE-TEST-SCORE.
           MOVE WS-TEST-NAME TO SCR-PROGRAM-ID
           MOVE WS-EXPECTED TO SCR-RULE-EXPECTED
           IF WS-ACTUAL-RULE = SPACES
               MOVE "NONE" TO SCR-RULE-ACTUAL
           ELSE
               MOVE WS-ACTUAL-RULE TO SCR-RULE-ACTUAL
           END-IF
           MOVE SPACES TO SCR-NOTE
           EVALUATE WS-RECON-STATE
               WHEN "MATCHED"
                   MOVE "MATCH" TO SCR-MATCH-FLAG
               WHEN "DEFERRED"
                   MOVE "DEFERRED" TO SCR-MATCH-FLAG
               WHEN "SKIPPED"
                   MOVE "SKIPPED" TO SCR-MATCH-FLAG
               WHEN "NORUN"
                   MOVE "NORUN" TO SCR-MATCH-FLAG
                   MOVE WS-NORUN-NOTE TO SCR-NOTE
               WHEN "WAIVED"
                   MOVE "WAIVED" TO SCR-MATCH-FLAG
                   MOVE WS-WAIVE-NOTE TO SCR-NOTE
               WHEN OTHER
                   MOVE "MISMATCH" TO SCR-MATCH-FLAG
           END-EVALUATE
           MOVE WS-SUITE-RUN-ID TO SCR-RUN-ID
           MOVE WS-SUITE-ENV-ID TO SCR-ENV-ID
           WRITE SCORECARD-RECORD
           ADD 1 TO WS-SCORE-REC-COUNT.

       5500-WRITE-MANIFEST.
      * Completion manifest, rewritten per run before the post-run
      * reporters are CALLed: every output the driver can count
               DISPLAY "OPALERT OPEN FAILED: " WS-OPALERT-STATUS
           ELSE
               IF WS-ALERT-COUNT > 0
                   OPEN INPUT RUN-STATE-FILE
                   PERFORM UNTIL WS-RUNSTATE-STATUS NOT = "00"
                       READ RUN-STATE-FILE INTO WS-RUN-ENTRY
                           AT END
                               MOVE "10" TO WS-RUNSTATE-STATUS
                           NOT AT END
                               PERFORM 6010-WRITE-TEST-ALERT
                       END-READ
                   END-PERFORM
                   CLOSE RUN-STATE-FILE
               END-IF
      * The login-outcome reconciliation is not a registry entry;
      * its alert is raised here by hand when its verdict was
                   MOVE WS-SUITE-ENV-ID TO ALR-ENV-ID
                   WRITE OPERATOR-ALERT-RECORD
               END-IF
      * Rule-ids the RULECAT catalog does not vouch for, one record
      * each, under the program (or RULEALIA) that carried them.
               PERFORM VARYING WS-RULE-FLAG-IDX FROM 1 BY 1
                       UNTIL WS-RULE-FLAG-IDX > WS-RULE-FLAG-COUNT
                           OR WS-RULE-FLAG-IDX > 20
                   MOVE WS-RFL-SOURCE(WS-RULE-FLAG-IDX)
                       TO ALR-PROGRAM-ID
                   MOVE WS-RFL-RULE(WS-RULE-FLAG-IDX) TO ALR-RULE-ID
                   MOVE WS-RFL-STATE(WS-RULE-FLAG-IDX) TO ALR-STATE
                   MOVE WS-SUITE-RUN-ID TO ALR-RUN-ID
                   MOVE WS-SUITE-ENV-ID TO ALR-ENV-ID
                   WRITE OPERATOR-ALERT-RECORD
               END-PERFORM
               CLOSE OPERATOR-ALERT-FILE
           END-IF.

       6010-WRITE-TEST-ALERT.
           IF WS-RECON-STATE = "ALERT"
               OR WS-RECON-STATE = "DRIFTED"
               MOVE WS-TEST-NAME TO ALR-PROGRAM-ID
               MOVE WS-EXPECTED TO ALR-RULE-ID
               MOVE WS-RECON-STATE TO ALR-STATE
               MOVE WS-SUITE-RUN-ID TO ALR-RUN-ID
               MOVE WS-SUITE-ENV-ID TO ALR-ENV-ID
               WRITE OPERATOR-ALERT-RECORD
           END-IF.

       6500-SET-CONDITION-CODE.
      * Graded condition code for the scheduler's COND= logic: 0 the
      * night was clean, 2 the window cutoff stopped the run (resubmit
      * after the window reopens -- this outranks the result grades
      * because a partial night's alerts are re-evaluated on the
      * resumed run), 4 mismatches only (unexpected findings, a
      * scored failure with no regression alert, a planted construct
      * the scanner's detail missed, a rule-id the RULECAT catalog
      * does not know or has retired, or a prerequisite DD left
      * unchecked because the pre-flight probe table was full),
      * 8 regression alerts,
      * 12 a fixture was unreadable -- EXPRESULT and TESTREG fail
      * their opens up front, and an unreadable ACTUALRES takes the
      * same grade here rather than masquerading as a night of
               WHEN WS-ALERT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNEXPECTED-COUNT > 0 OR WS-FAIL-COUNT > 0
                   OR WS-LOCATION-MISSED = "YES"
                   OR WS-RULE-FLAG-COUNT > 0
                   OR WS-PROBE-OVERFLOW = "YES"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "Suite condition code: " RETURN-CODE.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9600-CHECK-RULE-ID.
       COPY "rulechk.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

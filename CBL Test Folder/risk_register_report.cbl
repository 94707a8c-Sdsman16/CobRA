       IDENTIFICATION DIVISION.
       PROGRAM-ID. RiskRegisterReport.
      * Composite risk register: one ranked list of what to fix first
      * instead of the SLA, disposition, waiver and ownership views
      * read side by side. Every open HISTMST finding is scored as
      * the sum of six components, each printed so the score can be
      * argued with:
      *   SEV   CLASSLOG severity of the program (last row wins):
      *         HIGH 50, MEDIUM 30, LOW 10, anything else 20
      *   AGE   one point per full week open (today minus
      *         FH-FIRST-SEEN), capped at 52
      *   CWE   weight of the program's CWECAT weakness class from
      *         the CWEWGT weight table (the heaviest where the
      *         catalog lists several); CWEs with no row take DEFAULT
      *   TIER  OWNERMST escalation tier: tier 1 30, tier 2 15,
      *         tier 3 5, no owner 20
      *   DISP  DISPMST verdict: CONFIRMED +40, RISK-ACCEPTED -30,
      *         FALSE-POSITIVE -50
      *   WAIV  an unexpired WAIVERS entry for the finding -30
      * floored at zero. RISKREG lists the top N (PARM='nnn', default
      * 25) with each score's breakdown and its movement since last
      * week's snapshot (RISKPRV), then a per-team total risk figure
      * over every open finding, then the weight table checked
      * against CWECAT. Every open finding's score and rank goes to
      * this week's snapshot (RISKNEW) for next week's comparison.
      * CC 4 when CWEWGT is missing, out of step with CWECAT or has
      * more CWE rows than the 50 the weight table holds, or when
      * more than the 11 owning teams the team table holds own open
      * findings (the rest are left out of the team totals and
      * counted on the report), CC 12 when HISTMST cannot be read.
      * A chained after-job like FindingAgeSlaReport: it waits on
      * the suite run on CHAINCTL.
      * The inputs are sorted together on program-id and rule-id and
      * each finding scored as its group goes by; the scored findings
      * are then sorted on score to rank them, matched against last
      * week's snapshot in key order, and sorted back into rank order
      * to print, through the RISKWORK and RANKWORK work files, so
      * any number of programs and findings can be scored.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "classsel.cpy".
           COPY "dispsel.cpy".
           COPY "findhsel.cpy".
           SELECT CATALOG-FILE ASSIGN TO "CWECAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT WEIGHT-FILE ASSIGN TO "CWEWGT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WEIGHT-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO "RISKPRV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT NEW-SNAPSHOT-FILE ASSIGN TO "RISKNEW"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RISKREG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RISK-WORK-FILE ASSIGN TO "RISKWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RISKWORK-STATUS.
           SELECT RANK-WORK-FILE ASSIGN TO "RANKWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RANKWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT RANK-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT MOVE-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT PRINT-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  CLASSIFY-LOG-FILE.
       COPY "classrec.cpy".
       FD  DISPOSITION-FILE.
       COPY "disprec.cpy".
       FD  FINDINGS-HISTORY-FILE.
       COPY "findhrec.cpy".
       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-PROGRAM-ID          PIC X(30).
           05 CAT-CWE-NUMBER          PIC X(10).
           05 CAT-SEVERITY            PIC X(10).
           05 CAT-CVE-REF             PIC X(20).
      * CWEWGT rows are CWE-NUMBER(10) WEIGHT(3), one per CWE the
      * catalog uses; the DEFAULT row covers any CWE without one.
       FD  WEIGHT-FILE.
       01 WEIGHT-RECORD.
           05 WGT-CWE-NUMBER          PIC X(10).
           05 WGT-POINTS              PIC 9(3).
       FD  OWNERSHIP-FILE.
       01 OWNERSHIP-RECORD.
           05 OWN-PROGRAM-ID          PIC X(30).
           05 OWN-TEAM                PIC X(12).
           05 OWN-CONTACT             PIC X(20).
           05 OWN-TIER                PIC 9(1).
       FD  WAIVER-FILE.
       COPY "waiverec.cpy".
       FD  PRIOR-SNAPSHOT-FILE.
       COPY "risksnrec.cpy".
       FD  NEW-SNAPSHOT-FILE.
       COPY "risksnrec.cpy"
           REPLACING RISK-SNAPSHOT-RECORD BY NEW-SNAPSHOT-RECORD
               RS-SNAP-DATE BY NS-SNAP-DATE
               RS-RANK BY NS-RANK
               RS-PROGRAM-ID BY NS-PROGRAM-ID
               RS-RULE-ID BY NS-RULE-ID
               RS-SCORE BY NS-SCORE
               RS-TEAM BY NS-TEAM.
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(132).
      * Both work files carry WS-RISK-ITEM images.
       FD  RISK-WORK-FILE.
       01 RISK-WORK-RECORD           PIC X(126).
       FD  RANK-WORK-FILE.
       01 RANK-WORK-RECORD           PIC X(126).
      * Every input row under its program-id and rule-id (blank for
      * the program-level rows): CLASSLOG (SRT-KIND 0), CWECAT (1),
      * OWNERMST (2), an unexpired waiver (3) and the HISTMST finding
      * itself (4), so all a finding is scored on arrives before it.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-RULE-ID             PIC X(20).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-PAYLOAD             PIC X(13).
           05 SRT-CLASS-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-SEVERITY        PIC X(10).
               10 FILLER              PIC X(3).
           05 SRT-CATALOG-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-CWE-NUMBER      PIC X(10).
               10 FILLER              PIC X(3).
           05 SRT-OWNER-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-TEAM            PIC X(12).
               10 SRT-TIER            PIC 9(1).
           05 SRT-HISTORY-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-FIRST-SEEN      PIC X(10).
               10 FILLER              PIC X(3).
       SD  RANK-SORT-FILE.
       01 RANK-SORT-RECORD.
           05 RKS-KIND                PIC 9(1).
           05 RKS-SEQ                 PIC 9(9).
           05 RKS-SCORE               PIC 9(5).
           05 FILLER                  PIC X(111).
      * Last week's snapshot rows (MVS-KIND 0) ahead of this week's
      * ranked findings (1) under each key; the unweighted catalog
      * rows pass through as MVS-GROUP 2.
       SD  MOVE-SORT-FILE.
       01 MOVE-SORT-RECORD.
           05 MVS-GROUP               PIC 9(1).
           05 MVS-PROGRAM-ID          PIC X(30).
           05 MVS-RULE-ID             PIC X(20).
           05 MVS-KIND                PIC 9(1).
           05 MVS-SEQ                 PIC 9(9).
           05 MVS-ITEM                PIC X(126).
       SD  PRINT-SORT-FILE.
       01 PRINT-SORT-RECORD.
           05 PRS-KIND                PIC 9(1).
           05 PRS-SEQ                 PIC 9(9).
           05 FILLER                  PIC X(116).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-DISP-STATUS     PIC X(2).
       01 WS-HISTORY-STATUS  PIC X(2).
       01 WS-CATALOG-STATUS  PIC X(2).
       01 WS-WEIGHT-STATUS   PIC X(2).
       01 WS-OWNER-STATUS    PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-PRIOR-STATUS    PIC X(2).
       01 WS-SNAP-STATUS     PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-RISKWORK-STATUS PIC X(2).
       01 WS-RANKWORK-STATUS PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-HISTORY-AVAILABLE PIC X(3) VALUE "NO".
       01 WS-DISP-AVAILABLE  PIC X(3) VALUE "NO".
       01 WS-PRIOR-AVAILABLE PIC X(3) VALUE "NO".
       01 WS-SNAP-AVAILABLE  PIC X(3) VALUE "NO".
       01 WS-HIT-SWITCH      PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
       01 WS-SEEN-YMD        PIC X(8).
       01 WS-DAYS-OPEN       PIC S9(5) VALUE 0.
       01 WS-PRIOR-DATE      PIC X(10) VALUE SPACES.
       01 WS-TOP-N           PIC 9(3) VALUE 25.
       01 WS-RAW-SCORE       PIC S9(5) VALUE 0.
       01 WS-LOOKUP-CWE      PIC X(10).
       01 WS-LOOKUP-POINTS   PIC 9(3).
       01 WS-RANK-DELTA      PIC S9(4) VALUE 0.
       01 WS-DELTA-DISPLAY   PIC ZZZ9.
      * Score components that are policy rather than data; the CWE
      * weights are the one component maintained outside the program.
       01 WS-SEV-HIGH-PTS    PIC 9(3) VALUE 50.
       01 WS-SEV-MEDIUM-PTS  PIC 9(3) VALUE 30.
       01 WS-SEV-LOW-PTS     PIC 9(3) VALUE 10.
       01 WS-SEV-OTHER-PTS   PIC 9(3) VALUE 20.
       01 WS-AGE-CAP-PTS     PIC 9(3) VALUE 52.
       01 WS-TIER-1-PTS      PIC 9(3) VALUE 30.
       01 WS-TIER-2-PTS      PIC 9(3) VALUE 15.
       01 WS-TIER-3-PTS      PIC 9(3) VALUE 5.
       01 WS-UNOWNED-PTS     PIC 9(3) VALUE 20.
       01 WS-CONFIRMED-PTS   PIC S9(3) VALUE +40.
       01 WS-ACCEPTED-PTS    PIC S9(3) VALUE -30.
       01 WS-FALSE-POS-PTS   PIC S9(3) VALUE -50.
       01 WS-WAIVED-PTS      PIC S9(3) VALUE -30.
       01 WS-DEFAULT-WEIGHT  PIC 9(3) VALUE 10.
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-RANK            PIC 9(9) VALUE 0.
       01 WS-PRINT-STAGE     PIC 9(1) VALUE 1.
       01 WS-WGT-COUNT       PIC 9(2) VALUE 0.
       01 WS-WGT-IDX         PIC 9(2) VALUE 0.
       01 WS-TEAM-COUNT      PIC 9(2) VALUE 0.
       01 WS-TEAM-IDX        PIC 9(2) VALUE 0.
       01 WS-TEAM-DROPPED    PIC 9(5) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-FIND-COUNT      PIC 9(5) VALUE 0.
       01 WS-ROSE-COUNT      PIC 9(5) VALUE 0.
       01 WS-FELL-COUNT      PIC 9(5) VALUE 0.
       01 WS-SAME-COUNT      PIC 9(5) VALUE 0.
       01 WS-NEW-COUNT       PIC 9(5) VALUE 0.
       01 WS-GONE-COUNT      PIC 9(5) VALUE 0.
       01 WS-WGT-PROBLEMS    PIC 9(3) VALUE 0.
       01 WS-WGT-DROPPED     PIC 9(3) VALUE 0.
       01 WS-TOTAL-RISK      PIC 9(7) VALUE 0.
      * What the program group being scored has gathered so far:
      * its CLASSLOG severity (last row wins), its heaviest catalog
      * CWE weight, its owner (last row wins), and whether the
      * current rule-id carries an unexpired waiver.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-RULE        PIC X(20).
       01 WS-CUR-SEVERITY    PIC X(10).
       01 WS-CUR-CWE-PTS     PIC 9(3).
       01 WS-CUR-CATALOGED   PIC X(3).
       01 WS-CUR-TEAM        PIC X(12).
       01 WS-CUR-TIER        PIC 9(1).
       01 WS-CUR-WAIVED      PIC X(3).
       01 WS-KEY-PROGRAM     PIC X(30).
       01 WS-KEY-RULE        PIC X(20).
       01 WS-PRIOR-HELD      PIC X(3) VALUE "NO".
       01 WS-PRIOR-MATCHED   PIC X(3) VALUE "NO".
       01 WS-HELD-PRIOR      PIC X(126).
       01 WS-HELD-PRV-RANK   PIC 9(4).
       01 WS-WGT-TABLE.
           05 WS-WGT-ENTRY OCCURS 50 TIMES.
               10 WS-WGT-CWE         PIC X(10).
               10 WS-WGT-POINTS      PIC 9(3).
               10 WS-WGT-IN-CAT      PIC X(3).
      * One register item: a scored finding (WS-ITM-KIND 1, keyed by
      * its HISTMST place until ranked, then by rank), a key that has
      * left the register since last week (2, keyed by its place on
      * the prior snapshot), or a catalog CWE with no weight row (3,
      * keyed by its place on CWECAT) -- the order they print in.
       01 WS-RISK-ITEM.
           05 WS-ITM-KIND        PIC 9(1).
           05 WS-ITM-SEQ         PIC 9(9).
           05 WS-ITM-SCORE       PIC 9(5).
           05 WS-ITM-PROGRAM     PIC X(30).
           05 WS-ITM-RULE        PIC X(20).
           05 WS-ITM-TEAM        PIC X(12).
           05 WS-ITM-SEV-PTS     PIC 9(3).
           05 WS-ITM-AGE-PTS     PIC 9(3).
           05 WS-ITM-CWE-PTS     PIC 9(3).
           05 WS-ITM-TIER-PTS    PIC 9(3).
           05 WS-ITM-DISP-PTS    PIC S9(3) SIGN LEADING SEPARATE.
           05 WS-ITM-WAIV-PTS    PIC S9(3) SIGN LEADING SEPARATE.
           05 WS-ITM-MOVEMENT    PIC X(10).
           05 WS-ITM-PRV-RANK    PIC 9(4).
           05 WS-ITM-PRV-SCORE   PIC 9(5).
           05 WS-ITM-CWE         PIC X(10).
       01 WS-TEAM-TABLE.
           05 WS-TEAM-ENTRY OCCURS 11 TIMES.
               10 WS-TEAM-NAME       PIC X(12).
               10 WS-TEAM-FINDINGS   PIC 9(5).
               10 WS-TEAM-RISK       PIC 9(7).
               10 WS-TEAM-TOP        PIC 9(5).
       01 WS-HOLD-TEAM.
           05 WS-HLT-NAME        PIC X(12).
           05 WS-HLT-FINDINGS    PIC 9(5).
           05 WS-HLT-RISK        PIC 9(7).
           05 WS-HLT-TOP         PIC 9(5).
       01 WS-DETAIL-LINE.
           05 WS-DTL-RANK        PIC ZZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-RULE-ID     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-TEAM        PIC X(12).
           05 WS-DTL-SCORE       PIC ZZZZ9.
           05 FILLER             PIC X(3) VALUE " = ".
           05 WS-DTL-SEV         PIC ZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-AGE         PIC ZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-CWE         PIC ZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-TIER        PIC ZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-DISP        PIC +++9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-WAIV        PIC +++9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-MOVEMENT    PIC X(10).
       01 WS-TEAM-LINE.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 WS-TML-TEAM        PIC X(12).
           05 FILLER             PIC X(10) VALUE " FINDINGS=".
           05 WS-TML-FINDINGS    PIC ZZZZ9.
           05 FILLER             PIC X(12) VALUE " TOTAL RISK=".
           05 WS-TML-RISK        PIC Z(6)9.
           05 FILLER             PIC X(15) VALUE " HIGHEST SCORE=".
           05 WS-TML-TOP         PIC ZZZZ9.
       LINKAGE SECTION.
       01 LS-RISK-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(3).
       PROCEDURE DIVISION USING LS-RISK-PARM.
       0000-MAIN.
           MOVE "RISKREG" TO WS-CHAIN-STEP
           MOVE "RiskRegisterReport" TO WS-CHAIN-PROGRAM-ID
           PERFORM 9800-CHAIN-START
           IF WS-CHAIN-REFUSED = "YES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
           IF LS-PARM-LEN >= 3 AND LS-PARM-TEXT IS NUMERIC
               MOVE LS-PARM-TEXT TO WS-TOP-N
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-RULE-ID
                   SRT-KIND SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-SCORE-OPEN-FINDINGS
           IF WS-HISTORY-AVAILABLE = "NO"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           IF SORT-RETURN = 0
               PERFORM 2900-CHECK-WEIGHT-ROWS
               SORT RANK-SORT-FILE
                   ON ASCENDING KEY RKS-KIND
                   ON DESCENDING KEY RKS-SCORE
                   ON ASCENDING KEY RKS-SEQ
                   USING RISK-WORK-FILE
                   OUTPUT PROCEDURE IS 3000-RANK-FINDINGS
           END-IF
           IF SORT-RETURN = 0
               SORT MOVE-SORT-FILE
                   ON ASCENDING KEY MVS-GROUP MVS-PROGRAM-ID
                       MVS-RULE-ID MVS-KIND MVS-SEQ
                   INPUT PROCEDURE IS 3100-RELEASE-MOVEMENT
                   OUTPUT PROCEDURE IS 3500-NOTE-MOVEMENT
           END-IF
           IF SORT-RETURN = 0
               SORT PRINT-SORT-FILE
                   ON ASCENDING KEY PRS-KIND PRS-SEQ
                   USING RISK-WORK-FILE
                   OUTPUT PROCEDURE IS 4000-PRINT-REGISTER
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           DISPLAY "Risk register written, open findings="
               WS-FIND-COUNT " total risk=" WS-TOTAL-RISK
           MOVE "RiskRegisterReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "RISK OPEN=" WS-FIND-COUNT
               " TOTAL=" WS-TOTAL-RISK
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-WGT-PROBLEMS > 0 OR WS-SNAP-AVAILABLE = "NO"
               OR WS-TEAM-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-CHAIN-END
           GOBACK.

       1000-RELEASE-INPUTS.
           PERFORM 1050-RELEASE-CLASSIFICATIONS
           PERFORM 1200-LOAD-WEIGHTS
           PERFORM 1100-RELEASE-CATALOG
           PERFORM 1300-RELEASE-OWNERSHIP
           PERFORM 1400-RELEASE-WAIVERS
           PERFORM 1500-OPEN-PRIOR-SNAPSHOT
           OPEN INPUT FINDINGS-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTMST OPEN FAILED: " WS-HISTORY-STATUS
           ELSE
               MOVE "YES" TO WS-HISTORY-AVAILABLE
               PERFORM 1600-RELEASE-FINDINGS
           END-IF.

       1050-RELEASE-CLASSIFICATIONS.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASSLOG OPEN FAILED: " WS-CLASS-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ CLASSIFY-LOG-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 0 TO SRT-KIND
                       MOVE CLS-SEVERITY TO SRT-SEVERITY
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE CLASSIFY-LOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1100-RELEASE-CATALOG.
      * The approved catalog, not tonight's CLASSLOG, says which CWE
      * a program exercises, so a drifted classification cannot
      * quietly reweight its findings.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "CWECAT OPEN FAILED: " WS-CATALOG-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ CATALOG-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE CAT-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 1 TO SRT-KIND
                       MOVE CAT-CWE-NUMBER TO SRT-CWE-NUMBER
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1200-LOAD-WEIGHTS.
           OPEN INPUT WEIGHT-FILE
           IF WS-WEIGHT-STATUS NOT = "00"
               DISPLAY "CWEWGT OPEN FAILED: " WS-WEIGHT-STATUS
                   ", DEFAULT weight applies to every CWE"
               ADD 1 TO WS-WGT-PROBLEMS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ WEIGHT-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WGT-CWE-NUMBER = "DEFAULT"
                           MOVE WGT-POINTS TO WS-DEFAULT-WEIGHT
                       ELSE
                           IF WS-WGT-COUNT < 50
                               ADD 1 TO WS-WGT-COUNT
                               MOVE WGT-CWE-NUMBER
                                   TO WS-WGT-CWE(WS-WGT-COUNT)
                               MOVE WGT-POINTS
                                   TO WS-WGT-POINTS(WS-WGT-COUNT)
                               MOVE "NO"
                                   TO WS-WGT-IN-CAT(WS-WGT-COUNT)
                           ELSE
      * A row past the table's 50 is never looked up, so its CWE
      * scores at DEFAULT; that is reported, not left silent.
                               ADD 1 TO WS-WGT-PROBLEMS
                               ADD 1 TO WS-WGT-DROPPED
                               DISPLAY "CWEWGT row beyond 50 ignored, "
                                   "DEFAULT weight applies: "
                                   WGT-CWE-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WEIGHT-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1300-RELEASE-OWNERSHIP.
      * A missing OWNERMST leaves every finding unowned, which is
      * scored, not fatal.
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWNER-STATUS NOT = "00"
               DISPLAY "OWNERMST OPEN FAILED: " WS-OWNER-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ OWNERSHIP-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE OWN-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 2 TO SRT-KIND
                       MOVE OWN-TEAM TO SRT-TEAM
                       MOVE OWN-TIER TO SRT-TIER
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE OWNERSHIP-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1400-RELEASE-WAIVERS.
      * Only waivers still in force today lower a score.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS NOT = "00"
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ WAIVER-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WV-EXPIRY-DATE >= WS-TODAY
                           MOVE SPACES TO SORT-RECORD
                           MOVE WV-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE WV-RULE-ID TO SRT-RULE-ID
                           MOVE 3 TO SRT-KIND
                           PERFORM 1900-RELEASE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAIVER-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1500-OPEN-PRIOR-SNAPSHOT.
      * Last week's generation, read back once the register is
      * ranked; the first run has none and reports every finding as
      * new.
           OPEN INPUT PRIOR-SNAPSHOT-FILE
           IF WS-PRIOR-STATUS = "00"
               MOVE "YES" TO WS-PRIOR-AVAILABLE
           ELSE
               DISPLAY "RISKPRV not available, status "
                   WS-PRIOR-STATUS ", no movement reported"
           END-IF.

       1600-RELEASE-FINDINGS.
           MOVE LOW-VALUES TO FH-KEY
           START FINDINGS-HISTORY-FILE KEY NOT < FH-KEY
               INVALID KEY
                   MOVE "10" TO WS-HISTORY-STATUS
           END-START
           PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
               READ FINDINGS-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HISTORY-STATUS
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE FH-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE FH-RULE-ID TO SRT-RULE-ID
                       MOVE 4 TO SRT-KIND
                       MOVE FH-FIRST-SEEN TO SRT-FIRST-SEEN
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE FINDINGS-HISTORY-FILE.

       1900-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD.

       2000-SCORE-OPEN-FINDINGS.
           IF WS-HISTORY-AVAILABLE = "YES"
               OPEN INPUT DISPOSITION-FILE
               IF WS-DISP-STATUS = "00"
                   MOVE "YES" TO WS-DISP-AVAILABLE
               ELSE
                   DISPLAY "DISPMST not available, status "
                       WS-DISP-STATUS ", no disposition component"
               END-IF
               OPEN OUTPUT RISK-WORK-FILE
               MOVE LOW-VALUES TO WS-CUR-PROGRAM
               PERFORM UNTIL WS-SORT-EOF = "YES"
                   RETURN SORT-FILE
                       AT END
                           MOVE "YES" TO WS-SORT-EOF
                       NOT AT END
                           PERFORM 2050-POST-ONE-ROW
                   END-RETURN
               END-PERFORM
               CLOSE RISK-WORK-FILE
               IF WS-DISP-AVAILABLE = "YES"
                   CLOSE DISPOSITION-FILE
               END-IF
           END-IF.

       2050-POST-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE "UNKNOWN" TO WS-CUR-SEVERITY
               MOVE 0 TO WS-CUR-CWE-PTS
               MOVE "NO" TO WS-CUR-CATALOGED
               MOVE "UNASSIGNED" TO WS-CUR-TEAM
               MOVE 0 TO WS-CUR-TIER
               MOVE LOW-VALUES TO WS-CUR-RULE
           END-IF
           IF SRT-RULE-ID NOT = WS-CUR-RULE
               MOVE SRT-RULE-ID TO WS-CUR-RULE
               MOVE "NO" TO WS-CUR-WAIVED
           END-IF
           EVALUATE SRT-KIND
               WHEN 0
                   MOVE SRT-SEVERITY TO WS-CUR-SEVERITY
               WHEN 1
                   PERFORM 2060-POST-CATALOG-ROW
               WHEN 2
                   MOVE SRT-TEAM TO WS-CUR-TEAM
                   MOVE SRT-TIER TO WS-CUR-TIER
               WHEN 3
                   MOVE "YES" TO WS-CUR-WAIVED
               WHEN 4
                   PERFORM 2100-SCORE-ONE-FINDING
           END-EVALUATE.

       2060-POST-CATALOG-ROW.
      * Keyed to CWECAT both ways: a weight row for a CWE the catalog
      * never uses is a typo or a stale row, and a catalog CWE with no
      * weight row is scored at DEFAULT until someone decides. The
      * heaviest weight among the program's catalog CWEs is its CWE
      * component; a program missing from CWECAT takes DEFAULT.
           MOVE "YES" TO WS-CUR-CATALOGED
           MOVE SRT-CWE-NUMBER TO WS-LOOKUP-CWE
           PERFORM 2450-LOOKUP-WEIGHT
           IF WS-LOOKUP-POINTS > WS-CUR-CWE-PTS
               MOVE WS-LOOKUP-POINTS TO WS-CUR-CWE-PTS
           END-IF
           IF WS-HIT-SWITCH = "NO"
               AND WS-WEIGHT-STATUS NOT = "35"
               ADD 1 TO WS-WGT-PROBLEMS
               INITIALIZE WS-RISK-ITEM
               MOVE 3 TO WS-ITM-KIND
               MOVE SRT-SEQ TO WS-ITM-SEQ
               MOVE SRT-PROGRAM-ID TO WS-ITM-PROGRAM
               MOVE SRT-CWE-NUMBER TO WS-ITM-CWE
               WRITE RISK-WORK-RECORD FROM WS-RISK-ITEM
           END-IF.

       2100-SCORE-ONE-FINDING.
           ADD 1 TO WS-FIND-COUNT
           INITIALIZE WS-RISK-ITEM
           MOVE 1 TO WS-ITM-KIND
           MOVE SRT-SEQ TO WS-ITM-SEQ
           MOVE SRT-PROGRAM-ID TO WS-ITM-PROGRAM
           MOVE SRT-RULE-ID    TO WS-ITM-RULE
           PERFORM 2200-SEVERITY-POINTS
           PERFORM 2300-AGE-POINTS
           PERFORM 2400-CWE-POINTS
           PERFORM 2500-TIER-POINTS
           PERFORM 2600-DISPOSITION-POINTS
           PERFORM 2700-WAIVER-POINTS
           COMPUTE WS-RAW-SCORE =
               WS-ITM-SEV-PTS + WS-ITM-AGE-PTS + WS-ITM-CWE-PTS
               + WS-ITM-TIER-PTS + WS-ITM-DISP-PTS + WS-ITM-WAIV-PTS
           IF WS-RAW-SCORE < 0
               MOVE 0 TO WS-RAW-SCORE
           END-IF
           MOVE WS-RAW-SCORE TO WS-ITM-SCORE
           ADD WS-RAW-SCORE TO WS-TOTAL-RISK
           WRITE RISK-WORK-RECORD FROM WS-RISK-ITEM.

       2200-SEVERITY-POINTS.
           EVALUATE WS-CUR-SEVERITY
               WHEN "HIGH"
                   MOVE WS-SEV-HIGH-PTS TO WS-ITM-SEV-PTS
               WHEN "MEDIUM"
                   MOVE WS-SEV-MEDIUM-PTS TO WS-ITM-SEV-PTS
               WHEN "LOW"
                   MOVE WS-SEV-LOW-PTS TO WS-ITM-SEV-PTS
               WHEN OTHER
                   MOVE WS-SEV-OTHER-PTS TO WS-ITM-SEV-PTS
           END-EVALUATE.

       2300-AGE-POINTS.
           MOVE SPACES TO WS-SEEN-YMD
           STRING SRT-FIRST-SEEN(1:4) SRT-FIRST-SEEN(6:2)
               SRT-FIRST-SEEN(9:2) DELIMITED BY SIZE
               INTO WS-SEEN-YMD
           IF WS-SEEN-YMD IS NUMERIC
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-SEEN-YMD))
           ELSE
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           COMPUTE WS-ITM-AGE-PTS = WS-DAYS-OPEN / 7
           IF WS-DAYS-OPEN / 7 > WS-AGE-CAP-PTS
               MOVE WS-AGE-CAP-PTS TO WS-ITM-AGE-PTS
           END-IF.

       2400-CWE-POINTS.
           IF WS-CUR-CATALOGED = "YES"
               MOVE WS-CUR-CWE-PTS TO WS-ITM-CWE-PTS
           ELSE
               MOVE WS-DEFAULT-WEIGHT TO WS-ITM-CWE-PTS
           END-IF.

       2450-LOOKUP-WEIGHT.
           MOVE WS-DEFAULT-WEIGHT TO WS-LOOKUP-POINTS
           MOVE "NO" TO WS-HIT-SWITCH
           PERFORM VARYING WS-WGT-IDX FROM 1 BY 1
                   UNTIL WS-WGT-IDX > WS-WGT-COUNT
               IF WS-WGT-CWE(WS-WGT-IDX) = WS-LOOKUP-CWE
                   MOVE WS-WGT-POINTS(WS-WGT-IDX) TO WS-LOOKUP-POINTS
                   MOVE "YES" TO WS-WGT-IN-CAT(WS-WGT-IDX)
                   MOVE "YES" TO WS-HIT-SWITCH
               END-IF
           END-PERFORM.

       2500-TIER-POINTS.
           MOVE WS-CUR-TEAM TO WS-ITM-TEAM
           EVALUATE WS-CUR-TIER
               WHEN 1
                   MOVE WS-TIER-1-PTS TO WS-ITM-TIER-PTS
               WHEN 2
                   MOVE WS-TIER-2-PTS TO WS-ITM-TIER-PTS
               WHEN 3
                   MOVE WS-TIER-3-PTS TO WS-ITM-TIER-PTS
               WHEN OTHER
                   MOVE WS-UNOWNED-PTS TO WS-ITM-TIER-PTS
           END-EVALUATE.

       2600-DISPOSITION-POINTS.
      * Keyed like HISTMST, so the finding's own key reads its verdict.
           MOVE 0 TO WS-ITM-DISP-PTS
           IF WS-DISP-AVAILABLE = "YES"
               MOVE SRT-PROGRAM-ID TO DS-PROGRAM-ID
               MOVE SRT-RULE-ID TO DS-RULE-ID
               READ DISPOSITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE DS-DISPOSITION
                           WHEN "CONFIRMED"
                               MOVE WS-CONFIRMED-PTS
                                   TO WS-ITM-DISP-PTS
                           WHEN "RISK-ACCEPTED"
                               MOVE WS-ACCEPTED-PTS
                                   TO WS-ITM-DISP-PTS
                           WHEN "FALSE-POSITIVE"
                               MOVE WS-FALSE-POS-PTS
                                   TO WS-ITM-DISP-PTS
                       END-EVALUATE
               END-READ
           END-IF.

       2700-WAIVER-POINTS.
           MOVE 0 TO WS-ITM-WAIV-PTS
           IF WS-CUR-WAIVED = "YES"
               MOVE WS-WAIVED-PTS TO WS-ITM-WAIV-PTS
           END-IF.

       2900-CHECK-WEIGHT-ROWS.
           PERFORM VARYING WS-WGT-IDX FROM 1 BY 1
                   UNTIL WS-WGT-IDX > WS-WGT-COUNT
               IF WS-WGT-IN-CAT(WS-WGT-IDX) = "NO"
                   ADD 1 TO WS-WGT-PROBLEMS
               END-IF
           END-PERFORM.

       3000-RANK-FINDINGS.
      * Highest score first; equal scores keep HISTMST order. A
      * finding's rank replaces its HISTMST place as its key.
           OPEN OUTPUT RANK-WORK-FILE
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN RANK-SORT-FILE INTO WS-RISK-ITEM
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       IF WS-ITM-KIND = 1
                           ADD 1 TO WS-RANK
                           MOVE WS-RANK TO WS-ITM-SEQ
                       END-IF
                       WRITE RANK-WORK-RECORD FROM WS-RISK-ITEM
               END-RETURN
           END-PERFORM
           CLOSE RANK-WORK-FILE.

       3100-RELEASE-MOVEMENT.
           IF WS-PRIOR-AVAILABLE = "YES"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ PRIOR-SNAPSHOT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE RS-SNAP-DATE TO WS-PRIOR-DATE
                           INITIALIZE WS-RISK-ITEM
                           MOVE 2 TO WS-ITM-KIND
                           ADD 1 TO WS-RELEASE-SEQ
                           MOVE WS-RELEASE-SEQ TO WS-ITM-SEQ
                           MOVE RS-PROGRAM-ID TO WS-ITM-PROGRAM
                           MOVE RS-RULE-ID TO WS-ITM-RULE
                           MOVE RS-RANK TO WS-ITM-PRV-RANK
                           MOVE RS-SCORE TO WS-ITM-PRV-SCORE
                           MOVE 1 TO MVS-GROUP
                           MOVE 0 TO MVS-KIND
                           PERFORM 3150-RELEASE-ITEM
                   END-READ
               END-PERFORM
               CLOSE PRIOR-SNAPSHOT-FILE
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT RANK-WORK-FILE
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ RANK-WORK-FILE INTO WS-RISK-ITEM
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF WS-ITM-KIND = 1
                           MOVE 1 TO MVS-GROUP
                           MOVE 1 TO MVS-KIND
                       ELSE
                           MOVE 2 TO MVS-GROUP
                           MOVE 0 TO MVS-KIND
                       END-IF
                       PERFORM 3150-RELEASE-ITEM
               END-READ
           END-PERFORM
           CLOSE RANK-WORK-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       3150-RELEASE-ITEM.
           MOVE WS-ITM-PROGRAM TO MVS-PROGRAM-ID
           MOVE WS-ITM-RULE TO MVS-RULE-ID
           MOVE WS-ITM-SEQ TO MVS-SEQ
           MOVE WS-RISK-ITEM TO MVS-ITEM
           RELEASE MOVE-SORT-RECORD.

       3500-NOTE-MOVEMENT.
      * Movement is rank against last week's rank for the same key;
      * keys only on last week's snapshot have left the register.
           OPEN OUTPUT RISK-WORK-FILE
           MOVE LOW-VALUES TO WS-KEY-PROGRAM WS-KEY-RULE
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN MOVE-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 3550-POST-ONE-ITEM
               END-RETURN
           END-PERFORM
           PERFORM 3900-END-KEY
           CLOSE RISK-WORK-FILE.

       3550-POST-ONE-ITEM.
           MOVE MVS-ITEM TO WS-RISK-ITEM
           IF MVS-GROUP = 2
               WRITE RISK-WORK-RECORD FROM WS-RISK-ITEM
           ELSE
               IF MVS-PROGRAM-ID NOT = WS-KEY-PROGRAM
                   OR MVS-RULE-ID NOT = WS-KEY-RULE
                   PERFORM 3900-END-KEY
                   MOVE MVS-PROGRAM-ID TO WS-KEY-PROGRAM
                   MOVE MVS-RULE-ID TO WS-KEY-RULE
               END-IF
               IF MVS-KIND = 0
                   IF WS-PRIOR-HELD = "NO"
                       MOVE "YES" TO WS-PRIOR-HELD
                       MOVE "NO" TO WS-PRIOR-MATCHED
                       MOVE WS-RISK-ITEM TO WS-HELD-PRIOR
                       MOVE WS-ITM-PRV-RANK TO WS-HELD-PRV-RANK
                   ELSE
                       ADD 1 TO WS-GONE-COUNT
                       WRITE RISK-WORK-RECORD FROM WS-RISK-ITEM
                   END-IF
               ELSE
                   PERFORM 3600-MOVEMENT-ONE-FINDING
               END-IF
           END-IF.

       3600-MOVEMENT-ONE-FINDING.
      * A key seen twice on last week's snapshot matches its first
      * row; the other has left the register.
           MOVE SPACES TO WS-ITM-MOVEMENT
           IF WS-PRIOR-HELD = "YES"
               MOVE "YES" TO WS-PRIOR-MATCHED
               COMPUTE WS-RANK-DELTA =
                   WS-HELD-PRV-RANK - WS-ITM-SEQ
           END-IF
           EVALUATE TRUE
               WHEN WS-PRIOR-HELD = "NO"
                   ADD 1 TO WS-NEW-COUNT
                   MOVE "NEW" TO WS-ITM-MOVEMENT
               WHEN WS-RANK-DELTA > 0
                   ADD 1 TO WS-ROSE-COUNT
                   MOVE WS-RANK-DELTA TO WS-DELTA-DISPLAY
                   STRING "UP " FUNCTION TRIM(WS-DELTA-DISPLAY)
                       DELIMITED BY SIZE
                       INTO WS-ITM-MOVEMENT
               WHEN WS-RANK-DELTA < 0
                   ADD 1 TO WS-FELL-COUNT
                   MOVE WS-RANK-DELTA TO WS-DELTA-DISPLAY
                   STRING "DOWN " FUNCTION TRIM(WS-DELTA-DISPLAY)
                       DELIMITED BY SIZE
                       INTO WS-ITM-MOVEMENT
               WHEN OTHER
                   ADD 1 TO WS-SAME-COUNT
                   MOVE "SAME" TO WS-ITM-MOVEMENT
           END-EVALUATE
           WRITE RISK-WORK-RECORD FROM WS-RISK-ITEM.

       3900-END-KEY.
           IF WS-PRIOR-HELD = "YES" AND WS-PRIOR-MATCHED = "NO"
               ADD 1 TO WS-GONE-COUNT
               WRITE RISK-WORK-RECORD FROM WS-HELD-PRIOR
           END-IF
           MOVE "NO" TO WS-PRIOR-HELD.

       4000-PRINT-REGISTER.
           OPEN OUTPUT REPORT-FILE
           MOVE "COMPOSITE RISK REGISTER - OPEN FINDINGS BY SCORE"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RUN ID: " WS-SUITE-RUN-ID "  DATE: " WS-TODAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "TOP " WS-TOP-N " OF " WS-FIND-COUNT
               " OPEN FINDINGS (SCORE = SEV + AGE + CWE + TIER"
               " + DISP + WAIV)"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RANK PROGRAM-ID                     RULE-ID    "
               "          TEAM        SCORE   SEV AGE CWE TIER "
               "DISP WAIV  MOVEMENT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-FIND-COUNT = 0
               MOVE "  NONE - NO OPEN FINDINGS ON HISTMST" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           OPEN OUTPUT NEW-SNAPSHOT-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "RISKNEW OPEN FAILED: " WS-SNAP-STATUS
                   ", no snapshot kept this week"
           ELSE
               MOVE "YES" TO WS-SNAP-AVAILABLE
           END-IF
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN PRINT-SORT-FILE INTO WS-RISK-ITEM
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 4050-ADVANCE-STAGE
                       EVALUATE WS-ITM-KIND
                           WHEN 1
                               PERFORM 4100-PRINT-ONE-FINDING
                           WHEN 2
                               PERFORM 4350-PRINT-LEFT-REGISTER
                           WHEN 3
                               PERFORM 4450-PRINT-UNWEIGHTED
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           MOVE 4 TO WS-ITM-KIND
           PERFORM 4050-ADVANCE-STAGE
           IF WS-SNAP-AVAILABLE = "YES"
               CLOSE NEW-SNAPSHOT-FILE
           END-IF
           CLOSE REPORT-FILE.

       4050-ADVANCE-STAGE.
      * Findings in rank order, then the team totals and movement
      * summary, the keys that left the register, the weight checks,
      * the unweighted catalog CWEs, and the weight verdict -- each
      * section's heading printed once the one before it is done.
           PERFORM UNTIL WS-PRINT-STAGE >= WS-ITM-KIND
               EVALUATE WS-PRINT-STAGE
                   WHEN 1
                       PERFORM 4200-PRINT-TEAM-TOTALS
                       PERFORM 4300-PRINT-MOVEMENT
                   WHEN 2
                       PERFORM 4400-PRINT-WEIGHT-CHECKS
                   WHEN 3
                       PERFORM 4500-PRINT-WEIGHT-VERDICT
               END-EVALUATE
               ADD 1 TO WS-PRINT-STAGE
           END-PERFORM.

       4100-PRINT-ONE-FINDING.
      * Every finding counts to its team and goes to this week's
      * snapshot; only the top N are listed.
           IF WS-ITM-SEQ NOT > WS-TOP-N
               MOVE WS-ITM-SEQ        TO WS-DTL-RANK
               MOVE WS-ITM-PROGRAM    TO WS-DTL-PROGRAM-ID
               MOVE WS-ITM-RULE       TO WS-DTL-RULE-ID
               MOVE WS-ITM-TEAM       TO WS-DTL-TEAM
               MOVE WS-ITM-SCORE      TO WS-DTL-SCORE
               MOVE WS-ITM-SEV-PTS    TO WS-DTL-SEV
               MOVE WS-ITM-AGE-PTS    TO WS-DTL-AGE
               MOVE WS-ITM-CWE-PTS    TO WS-DTL-CWE
               MOVE WS-ITM-TIER-PTS   TO WS-DTL-TIER
               MOVE WS-ITM-DISP-PTS   TO WS-DTL-DISP
               MOVE WS-ITM-WAIV-PTS   TO WS-DTL-WAIV
               MOVE WS-ITM-MOVEMENT   TO WS-DTL-MOVEMENT
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 4150-TOTAL-TEAM
           IF WS-SNAP-AVAILABLE = "YES"
               MOVE WS-TODAY          TO NS-SNAP-DATE
               MOVE WS-ITM-SEQ        TO NS-RANK
               MOVE WS-ITM-PROGRAM    TO NS-PROGRAM-ID
               MOVE WS-ITM-RULE       TO NS-RULE-ID
               MOVE WS-ITM-SCORE      TO NS-SCORE
               MOVE WS-ITM-TEAM       TO NS-TEAM
               WRITE NEW-SNAPSHOT-RECORD
           END-IF.

       4150-TOTAL-TEAM.
      * Total risk per owning team over every open finding, not just
      * the top N.
           MOVE 0 TO WS-TEAM-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TEAM-COUNT
               IF WS-TEAM-NAME(WS-SCAN-IDX) = WS-ITM-TEAM
                   MOVE WS-SCAN-IDX TO WS-TEAM-IDX
               END-IF
           END-PERFORM
           IF WS-TEAM-IDX = 0 AND WS-TEAM-COUNT < 11
               ADD 1 TO WS-TEAM-COUNT
               MOVE WS-TEAM-COUNT TO WS-TEAM-IDX
               MOVE WS-ITM-TEAM TO WS-TEAM-NAME(WS-TEAM-IDX)
               MOVE 0 TO WS-TEAM-FINDINGS(WS-TEAM-IDX)
                   WS-TEAM-RISK(WS-TEAM-IDX)
                   WS-TEAM-TOP(WS-TEAM-IDX)
           END-IF
           IF WS-TEAM-IDX = 0
               ADD 1 TO WS-TEAM-DROPPED
               DISPLAY "Team table full, finding not in team totals: "
                   WS-ITM-TEAM
           END-IF
           IF WS-TEAM-IDX > 0
               ADD 1 TO WS-TEAM-FINDINGS(WS-TEAM-IDX)
               ADD WS-ITM-SCORE TO WS-TEAM-RISK(WS-TEAM-IDX)
               IF WS-ITM-SCORE > WS-TEAM-TOP(WS-TEAM-IDX)
                   MOVE WS-ITM-SCORE TO WS-TEAM-TOP(WS-TEAM-IDX)
               END-IF
           END-IF.

       4200-PRINT-TEAM-TOTALS.
      * Heaviest team first, the same neighbour-exchange pass the SLA
      * report uses for its worst-first order.
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX >= WS-TEAM-COUNT
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX >= WS-TEAM-COUNT
                   IF WS-TEAM-RISK(WS-SCAN-IDX) <
                           WS-TEAM-RISK(WS-SCAN-IDX + 1)
                       MOVE WS-TEAM-ENTRY(WS-SCAN-IDX)
                           TO WS-HOLD-TEAM
                       MOVE WS-TEAM-ENTRY(WS-SCAN-IDX + 1)
                           TO WS-TEAM-ENTRY(WS-SCAN-IDX)
                       MOVE WS-HOLD-TEAM
                           TO WS-TEAM-ENTRY(WS-SCAN-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "TOTAL RISK BY OWNING TEAM (ALL OPEN FINDINGS):"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               MOVE WS-TEAM-NAME(WS-TEAM-IDX)     TO WS-TML-TEAM
               MOVE WS-TEAM-FINDINGS(WS-TEAM-IDX) TO WS-TML-FINDINGS
               MOVE WS-TEAM-RISK(WS-TEAM-IDX)     TO WS-TML-RISK
               MOVE WS-TEAM-TOP(WS-TEAM-IDX)      TO WS-TML-TOP
               MOVE WS-TEAM-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           STRING "     ALL TEAMS    FINDINGS=" WS-FIND-COUNT
               " TOTAL RISK=" WS-TOTAL-RISK
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-TEAM-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "   FINDINGS OF TEAMS BEYOND THE TABLE'S 11 "
                   "NOT IN TEAM TOTALS: " WS-TEAM-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       4300-PRINT-MOVEMENT.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-PRIOR-AVAILABLE = "NO"
               MOVE "MOVEMENT: NO PRIOR SNAPSHOT - EVERY FINDING IS NEW"
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "MOVEMENT SINCE SNAPSHOT OF " WS-PRIOR-DATE
                   ":  UP " WS-ROSE-COUNT
                   "  DOWN " WS-FELL-COUNT
                   "  SAME " WS-SAME-COUNT
                   "  NEW " WS-NEW-COUNT
                   "  NO LONGER OPEN " WS-GONE-COUNT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       4350-PRINT-LEFT-REGISTER.
           MOVE SPACES TO RPT-LINE
           STRING "   LEFT REGISTER: "
               WS-ITM-PROGRAM " "
               WS-ITM-RULE
               " WAS RANK " WS-ITM-PRV-RANK
               " SCORE " WS-ITM-PRV-SCORE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       4400-PRINT-WEIGHT-CHECKS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CWE WEIGHT TABLE VS CWECAT:" TO RPT-LINE
           WRITE RPT-LINE
           IF WS-WEIGHT-STATUS = "35"
               MOVE SPACES TO RPT-LINE
               STRING "   CWEWGT MISSING - EVERY CWE SCORED AT DEFAULT "
                   WS-DEFAULT-WEIGHT
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-WGT-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "   CWEWGT ROWS BEYOND THE TABLE'S 50 IGNORED: "
                   WS-WGT-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-WGT-IDX FROM 1 BY 1
                   UNTIL WS-WGT-IDX > WS-WGT-COUNT
               IF WS-WGT-IN-CAT(WS-WGT-IDX) = "NO"
                   MOVE SPACES TO RPT-LINE
                   STRING "   WEIGHT ROW FOR CWE NOT IN CWECAT: "
                       WS-WGT-CWE(WS-WGT-IDX)
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.

       4450-PRINT-UNWEIGHTED.
           MOVE SPACES TO RPT-LINE
           STRING "   NO WEIGHT ROW, DEFAULT "
               WS-DEFAULT-WEIGHT " USED: "
               WS-ITM-CWE " "
               WS-ITM-PROGRAM
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       4500-PRINT-WEIGHT-VERDICT.
           IF WS-WGT-PROBLEMS = 0
               MOVE "   WEIGHT TABLE COMPLETE AND CONSISTENT"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DispositionConflictReport.
      * Nightly cross-check of the DISPMST analyst verdicts against
      * what the suite's fixtures say each program is. Two verdicts
      * contradict the fixture and are listed with the analyst and
      * date that recorded them:
      *   FALSE-POSITIVE on the very rule EXPRESULT says the program
      *         was built to trip -- the detection the suite
      *         certifies, so the verdict should be CONFIRMED
      *   CONFIRMED on a program EXPRESULT expects to be clean (rule
      *         NONE) -- it should be FALSE-POSITIVE; where the
      *         program is the Clean twin of a vulnerable test
      *         (CleanXxx beside Xxx) and the confirmed rule is the
      *         one its twin trips, the twin is named as well
      * RISK-ACCEPTED is an analyst's call either way and is never a
      * contradiction. Rule ids are compared through RULEALIA in
      * both directions: DISPMST is keyed under the original id, the
      * fixture may already carry the renamed one. Each contradiction
      * is also written to DISPCOR for the SIEM team, in the DISPIN
      * layout (program|rule|disposition|analyst|date) followed by
      * the corrected disposition and a reason code, under the rule
      * id the SIEM now knows the finding by, so the verdicts
      * SiemExport echoes back stop training SecOps to ignore the
      * detections the suite certifies. EXPRESULT and DISPMST are
      * sorted together on program-id, the fixture rows ahead of the
      * verdicts, so any number of programs and verdicts is checked
      * in one pass. CC 4 when any contradiction is found, or when
      * RULEALIA holds more renames in effect than the alias table
      * (those are listed as ignored), CC 12 when EXPRESULT or
      * DISPMST cannot be read. A chained after-job: it waits on the
      * suite run on CHAINCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "aliassel.cpy".
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "dispsel.cpy".
           SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPRESULT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DISPCHK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO "DISPCOR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  RULE-ALIAS-FILE.
       COPY "aliasrec.cpy".
       FD  DISPOSITION-FILE.
       COPY "disprec.cpy".
       FD  EXPECTED-RESULTS-FILE.
       COPY "expresult.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(132).
       FD  CORRECTION-FILE.
       01 CORRECTION-RECORD PIC X(120).
      * Every row under its program-id: the program's own EXPRESULT
      * row (SRT-KIND 1), the vulnerable twin's expected rule filed
      * under the CleanXxx name it pairs with (2), then each DISPMST
      * verdict (3), so all a verdict is checked against arrives
      * before it.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-RULE-ID             PIC X(20).
           05 SRT-PAYLOAD             PIC X(32).
           05 SRT-TWIN-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-TWIN-PROGRAM    PIC X(30).
               10 FILLER              PIC X(2).
           05 SRT-VERDICT-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-DISPOSITION     PIC X(14).
               10 SRT-ANALYST         PIC X(8).
               10 SRT-DISP-DATE       PIC X(10).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       01 WS-ALIAS-STATUS    PIC X(2).
       01 WS-DISP-STATUS     PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-CORRECTION-STATUS PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-INPUTS-READY    PIC X(3) VALUE "YES".
       01 WS-TODAY           PIC X(10).
       01 WS-ALIAS-COUNT     PIC 9(2) VALUE 0.
       01 WS-ALIAS-IDX       PIC 9(2) VALUE 0.
       01 WS-ALIAS-DROPPED   PIC 9(5) VALUE 0.
       01 WS-RESOLVED-RULE   PIC X(20).
       01 WS-SIEM-RULE       PIC X(20).
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 30 TIMES.
               10 WS-ALS-OLD      PIC X(20).
               10 WS-ALS-NEW      PIC X(20).
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-TWIN-NAME       PIC X(30).
       01 WS-TWIN-OVERFLOW   PIC X(3).
       01 WS-CHECKED-COUNT   PIC 9(5) VALUE 0.
       01 WS-CONFLICT-COUNT  PIC 9(5) VALUE 0.
       01 WS-FP-COUNT        PIC 9(5) VALUE 0.
       01 WS-CLEAN-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNFIXTURED-COUNT PIC 9(5) VALUE 0.
      * What the program group being checked has gathered so far:
      * whether EXPRESULT knows it, the rule it expects (alias
      * resolved), and the vulnerable twin of a Clean program with
      * the rule that twin expects.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-EXPECTED    PIC X(3).
       01 WS-CUR-EXP-RULE    PIC X(20).
       01 WS-CUR-TWIN        PIC X(30).
       01 WS-CUR-TWIN-RULE   PIC X(20).
      * The contradiction being reported.
       01 WS-CORRECTED-DISP  PIC X(14).
       01 WS-REASON-CODE     PIC X(18).
       01 WS-REASON-TEXT     PIC X(45).
       01 WS-TWIN-NOTED      PIC X(3).
       01 WS-HEADER-LINE.
           05 FILLER PIC X(31) VALUE "PROGRAM-ID".
           05 FILLER PIC X(21) VALUE "RULE-ID".
           05 FILLER PIC X(15) VALUE "DISPOSITION".
           05 FILLER PIC X(9)  VALUE "ANALYST".
           05 FILLER PIC X(11) VALUE "DATE".
           05 FILLER PIC X(45) VALUE "CONTRADICTION".
       01 WS-DETAIL-LINE.
           05 WS-DTL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-RULE-ID     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-DISPOSITION PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-ANALYST     PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-DATE        PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-REASON      PIC X(45).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "DISPCHK" TO WS-CHAIN-STEP
           MOVE "DispositionConflictReport" TO WS-CHAIN-PROGRAM-ID
           PERFORM 9800-CHAIN-START
           IF WS-CHAIN-REFUSED = "YES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           PERFORM 1500-LOAD-RULE-ALIASES
           PERFORM 1000-OPEN-FILES
           IF WS-INPUTS-READY = "NO"
               MOVE "DispositionConflictReport"
                   TO WS-AUDIT-PROGRAM-ID
               MOVE "DISPCHK INPUTS UNREADABLE"
                   TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-KIND SRT-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-CHECK-VERDICTS
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               CLOSE REPORT-FILE
               CLOSE CORRECTION-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           PERFORM 3000-PRINT-TOTALS
           CLOSE REPORT-FILE
           CLOSE CORRECTION-FILE
           DISPLAY "Disposition cross-check: checked "
               WS-CHECKED-COUNT " contradictions " WS-CONFLICT-COUNT
           MOVE "DispositionConflictReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "DISPCHK CHK=" WS-CHECKED-COUNT
               " CONTRA=" WS-CONFLICT-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-CONFLICT-COUNT > 0 OR WS-ALIAS-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-CHAIN-END
           GOBACK.

       1000-OPEN-FILES.
      * Both inputs are opened before the sort so that a missing one
      * stops the run instead of passing for a night with nothing to
      * contradict.
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "EXPRESULT OPEN FAILED: " WS-EXPECTED-STATUS
               MOVE "NO" TO WS-INPUTS-READY
           END-IF
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISP-STATUS NOT = "00"
               DISPLAY "DISPMST OPEN FAILED: " WS-DISP-STATUS
               MOVE "NO" TO WS-INPUTS-READY
               IF WS-EXPECTED-STATUS = "00"
                   CLOSE EXPECTED-RESULTS-FILE
               END-IF
           ELSE
               IF WS-INPUTS-READY = "NO"
                   CLOSE DISPOSITION-FILE
               END-IF
           END-IF
           IF WS-INPUTS-READY = "YES"
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT CORRECTION-FILE
               MOVE SPACES TO RPT-LINE
               STRING "DISPOSITION VERSUS FIXTURE CONTRADICTIONS - "
                   WS-TODAY
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-HEADER-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       1100-RELEASE-INPUTS.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ EXPECTED-RESULTS-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1200-RELEASE-EXPECTED
               END-READ
           END-PERFORM
           CLOSE EXPECTED-RESULTS-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           PERFORM 1300-RELEASE-VERDICTS.

       1200-RELEASE-EXPECTED.
           MOVE SPACES TO SORT-RECORD
           MOVE EXP-PROGRAM-ID TO SRT-PROGRAM-ID
           MOVE 1 TO SRT-KIND
           MOVE EXP-RULE-ID TO SRT-RULE-ID
           PERFORM 1900-RELEASE-ROW
      * A vulnerable test's Clean twin is the same name with a Clean
      * prefix; its expected rule is filed under the twin's name too,
      * so a verdict against the twin can be matched to it.
           IF EXP-RULE-ID NOT = "NONE"
               AND EXP-PROGRAM-ID(1:5) NOT = "Clean"
               MOVE SPACES TO WS-TWIN-NAME
               MOVE "NO" TO WS-TWIN-OVERFLOW
               STRING "Clean" DELIMITED BY SIZE
                   EXP-PROGRAM-ID DELIMITED BY SPACE
                   INTO WS-TWIN-NAME
                   ON OVERFLOW
                       MOVE "YES" TO WS-TWIN-OVERFLOW
               END-STRING
               IF WS-TWIN-OVERFLOW = "NO"
                   MOVE SPACES TO SORT-RECORD
                   MOVE WS-TWIN-NAME TO SRT-PROGRAM-ID
                   MOVE 2 TO SRT-KIND
                   MOVE EXP-RULE-ID TO SRT-RULE-ID
                   MOVE EXP-PROGRAM-ID TO SRT-TWIN-PROGRAM
                   PERFORM 1900-RELEASE-ROW
               END-IF
           END-IF.

       1300-RELEASE-VERDICTS.
           MOVE LOW-VALUES TO DS-KEY
           START DISPOSITION-FILE KEY NOT < DS-KEY
               INVALID KEY
                   MOVE "10" TO WS-DISP-STATUS
           END-START
           PERFORM UNTIL WS-DISP-STATUS NOT = "00"
               READ DISPOSITION-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-DISP-STATUS
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE DS-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 3 TO SRT-KIND
                       MOVE DS-RULE-ID TO SRT-RULE-ID
                       MOVE DS-DISPOSITION TO SRT-DISPOSITION
                       MOVE DS-ANALYST TO SRT-ANALYST
                       MOVE DS-DISP-DATE TO SRT-DISP-DATE
                       PERFORM 1900-RELEASE-ROW
               END-READ
           END-PERFORM
           CLOSE DISPOSITION-FILE.

       1500-LOAD-RULE-ALIASES.
      * Renames in effect from RULEALIA, the same dataset the
      * disposition import and the driver's reconciliation consult;
      * a missing dataset means no renames are known.
           OPEN INPUT RULE-ALIAS-FILE
           IF WS-ALIAS-STATUS = "00"
               PERFORM UNTIL WS-ALIAS-STATUS NOT = "00"
                   READ RULE-ALIAS-FILE
                       AT END
                           MOVE "10" TO WS-ALIAS-STATUS
                       NOT AT END
                           IF RA-EFFECTIVE-DATE <= WS-TODAY
                               IF WS-ALIAS-COUNT < 30
                                   ADD 1 TO WS-ALIAS-COUNT
                                   MOVE RA-OLD-RULE-ID
                                       TO WS-ALS-OLD(WS-ALIAS-COUNT)
                                   MOVE RA-NEW-RULE-ID
                                       TO WS-ALS-NEW(WS-ALIAS-COUNT)
                               ELSE
                                   ADD 1 TO WS-ALIAS-DROPPED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-ALIAS-FILE
           END-IF
           IF WS-ALIAS-DROPPED > 0
               DISPLAY "RULEALIA renames beyond 30 ignored: "
                   WS-ALIAS-DROPPED
           END-IF.

       1600-RESOLVE-RULE-ALIAS.
      * Maps a renamed (new) rule id back to the original id DISPMST
      * is keyed under, so a fixture already carrying the new id
      * still matches the verdict. An unrenamed id passes through.
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               IF WS-ALS-NEW(WS-ALIAS-IDX) = WS-RESOLVED-RULE
                   MOVE WS-ALS-OLD(WS-ALIAS-IDX) TO WS-RESOLVED-RULE
               END-IF
           END-PERFORM.

       1700-FORWARD-RULE-ALIAS.
      * The other way round for the correction extract: the SIEM
      * records a renamed rule under the id that actually fired, so
      * the correction names the finding the way the SIEM knows it.
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               IF WS-ALS-OLD(WS-ALIAS-IDX) = WS-SIEM-RULE
                   MOVE WS-ALS-NEW(WS-ALIAS-IDX) TO WS-SIEM-RULE
               END-IF
           END-PERFORM.

       1900-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD.

       2000-CHECK-VERDICTS.
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2050-POST-ONE-ROW
               END-RETURN
           END-PERFORM.

       2050-POST-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE "NO" TO WS-CUR-EXPECTED
               MOVE SPACES TO WS-CUR-EXP-RULE WS-CUR-TWIN
                   WS-CUR-TWIN-RULE
           END-IF
           MOVE SRT-RULE-ID TO WS-RESOLVED-RULE
           PERFORM 1600-RESOLVE-RULE-ALIAS
           EVALUATE SRT-KIND
               WHEN 1
                   MOVE "YES" TO WS-CUR-EXPECTED
                   MOVE WS-RESOLVED-RULE TO WS-CUR-EXP-RULE
               WHEN 2
                   MOVE SRT-TWIN-PROGRAM TO WS-CUR-TWIN
                   MOVE WS-RESOLVED-RULE TO WS-CUR-TWIN-RULE
               WHEN OTHER
                   ADD 1 TO WS-CHECKED-COUNT
                   PERFORM 2100-CHECK-ONE-VERDICT
           END-EVALUATE.

       2100-CHECK-ONE-VERDICT.
           MOVE SPACES TO WS-CORRECTED-DISP WS-REASON-CODE
               WS-REASON-TEXT
           MOVE "NO" TO WS-TWIN-NOTED
           IF WS-CUR-EXPECTED = "NO"
               ADD 1 TO WS-UNFIXTURED-COUNT
           ELSE
               IF SRT-DISPOSITION = "FALSE-POSITIVE"
                   AND WS-CUR-EXP-RULE NOT = "NONE"
                   AND WS-RESOLVED-RULE = WS-CUR-EXP-RULE
                   MOVE "CONFIRMED" TO WS-CORRECTED-DISP
                   MOVE "FP-ON-EXPECTED" TO WS-REASON-CODE
                   MOVE "EXPECTED DETECTION - SHOULD BE CONFIRMED"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-FP-COUNT
               END-IF
               IF SRT-DISPOSITION = "CONFIRMED"
                   AND WS-CUR-EXP-RULE = "NONE"
                   MOVE "FALSE-POSITIVE" TO WS-CORRECTED-DISP
                   IF WS-CUR-TWIN NOT = SPACES
                       AND WS-RESOLVED-RULE = WS-CUR-TWIN-RULE
                       MOVE "CONFIRMED-ON-TWIN" TO WS-REASON-CODE
                       MOVE "YES" TO WS-TWIN-NOTED
                   ELSE
                       MOVE "CONFIRMED-CLEAN" TO WS-REASON-CODE
                   END-IF
                   MOVE "CLEAN PROGRAM - SHOULD BE FALSE-POSITIVE"
                       TO WS-REASON-TEXT
                   ADD 1 TO WS-CLEAN-COUNT
               END-IF
           END-IF
           IF WS-CORRECTED-DISP NOT = SPACES
               ADD 1 TO WS-CONFLICT-COUNT
               PERFORM 2200-PRINT-CONFLICT
               PERFORM 2300-WRITE-CORRECTION
           END-IF.

       2200-PRINT-CONFLICT.
           MOVE SRT-PROGRAM-ID TO WS-DTL-PROGRAM-ID
           MOVE SRT-RULE-ID TO WS-DTL-RULE-ID
           MOVE SRT-DISPOSITION TO WS-DTL-DISPOSITION
           MOVE SRT-ANALYST TO WS-DTL-ANALYST
           MOVE SRT-DISP-DATE TO WS-DTL-DATE
           MOVE WS-REASON-TEXT TO WS-DTL-REASON
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-TWIN-NOTED = "YES"
               MOVE SPACES TO RPT-LINE
               STRING "     CLEAN TWIN OF " DELIMITED BY SIZE
                   WS-CUR-TWIN DELIMITED BY SPACE
                   ", WHICH IS BUILT TO TRIP " DELIMITED BY SIZE
                   WS-CUR-TWIN-RULE DELIMITED BY SPACE
                   INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       2300-WRITE-CORRECTION.
           MOVE SRT-RULE-ID TO WS-SIEM-RULE
           PERFORM 1700-FORWARD-RULE-ALIAS
           MOVE SPACES TO CORRECTION-RECORD
           STRING SRT-PROGRAM-ID DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-SIEM-RULE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               SRT-DISPOSITION DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               SRT-ANALYST DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               SRT-DISP-DATE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-CORRECTED-DISP DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-REASON-CODE DELIMITED BY SPACE
               INTO CORRECTION-RECORD
           WRITE CORRECTION-RECORD.

       3000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-CONFLICT-COUNT = 0
               MOVE "NO VERDICT CONTRADICTS THE FIXTURES" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "VERDICTS CHECKED: " WS-CHECKED-COUNT
               "  CONTRADICTIONS: " WS-CONFLICT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  FALSE-POSITIVE ON AN EXPECTED DETECTION: "
               WS-FP-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  CONFIRMED ON A CLEAN PROGRAM:             "
               WS-CLEAN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  VERDICTS ON PROGRAMS NOT ON EXPRESULT:    "
               WS-UNFIXTURED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-ALIAS-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "  RULEALIA RENAMES BEYOND 30 IGNORED:       "
                   WS-ALIAS-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
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

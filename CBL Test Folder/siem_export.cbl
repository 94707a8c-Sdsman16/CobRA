      * has looked at the finding yet -- so the SIEM sees its own
      * verdicts reflected back instead of every finding re-reported
      * as untouched.
      * CALLed by the suite, it records its SIEMEXP step on CHAINCTL
      * under the suite's run-id (COMPLETE, or FAILED at CC 12 when
      * the scorecard or the export could not be opened) so the
      * transfer job can wait on it.
      * CLASSLOG, AUDITLOG and the scorecard are sorted together on
      * program-id so each scorecard row meets its program's
      * classification and outcome in matched sequence; the joined
      * rows are then sorted back into scorecard order through the
      * EXPWORK work file, so no program table limits the export.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "classsel.cpy".
           COPY "dispsel.cpy".
           COPY "manifsel.cpy".
           SELECT EXPORT-FILE ASSIGN TO "SIEMEXP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.
           SELECT EXPORT-WORK-FILE ASSIGN TO "EXPWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT EXPORT-SORT-FILE ASSIGN TO "SORTWK01".
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
       COPY "scorerec.cpy".
       FD  EXPORT-FILE.
       01 EXPORT-RECORD PIC X(200).
      * A finished export row tagged with its scorecard position.
       FD  EXPORT-WORK-FILE.
       01 EXPORT-WORK-RECORD.
           05 EW-SEQ                  PIC 9(9).
           05 EW-TEXT                 PIC X(200).
      * Join sort record: a CLASSLOG row (SRT-KIND 1), an AUDITLOG
      * outcome (2) or a scorecard row (3), numbered in read order.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-PAYLOAD             PIC X(90).
           05 SRT-CLASS-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-CWE             PIC X(10).
               10 SRT-SEVERITY        PIC X(10).
               10 FILLER              PIC X(70).
           05 SRT-AUDIT-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-OUTCOME         PIC X(30).
               10 SRT-TIMESTAMP       PIC X(19).
               10 FILLER              PIC X(41).
           05 SRT-SCORE-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-RULE-EXPECTED   PIC X(20).
               10 SRT-RULE-ACTUAL     PIC X(20).
               10 SRT-MATCH-FLAG      PIC X(8).
               10 SRT-RUN-ID          PIC X(14).
               10 SRT-ENV-ID          PIC X(8).
               10 FILLER              PIC X(20).
       SD  EXPORT-SORT-FILE.
       01 EXPORT-SORT-RECORD.
           05 EXS-SEQ                 PIC 9(9).
           05 EXS-TEXT                PIC X(200).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-DISP-STATUS     PIC X(2).
       01 WS-DISP-AVAILABLE  PIC X(3) VALUE "NO".
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-SCORE-STATUS    PIC X(2).
       01 WS-EXPORT-STATUS   PIC X(2).
       01 WS-EXPWORK-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-EXPORT-COUNT    PIC 9(7) VALUE 0.
       01 WS-SCORE-SEQ       PIC 9(9) VALUE 0.
       01 WS-JOIN-CWE        PIC X(10).
       01 WS-JOIN-SEVERITY   PIC X(10).
       01 WS-JOIN-OUTCOME    PIC X(30).
       01 WS-JOIN-TIMESTAMP  PIC X(19).
       01 WS-JOIN-DISP       PIC X(14).
      * The program whose sorted group is being read: its last
      * classification and last outcome seen so far.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-CWE         PIC X(10).
       01 WS-CUR-SEVERITY    PIC X(10).
       01 WS-CUR-OUTCOME     PIC X(30).
       01 WS-CUR-TIMESTAMP   PIC X(19).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "SIEMEXP" TO WS-CHAIN-STEP
           MOVE "SiemExport" TO WS-CHAIN-PROGRAM-ID
           MOVE "YES" TO WS-CHAIN-ROOT
           MOVE "COMPLETE" TO WS-CHAIN-END-STATE
           PERFORM 9800-CHAIN-START
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-KIND
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0100-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-JOIN-SCORECARD
           IF SORT-RETURN = 0
               SORT EXPORT-SORT-FILE
                   ON ASCENDING KEY EXS-SEQ
                   USING EXPORT-WORK-FILE
                   OUTPUT PROCEDURE IS 2300-WRITE-EXPORT
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE "FAILED" TO WS-CHAIN-END-STATE
           END-IF
           DISPLAY "SIEM export written, records=" WS-EXPORT-COUNT
           MOVE "SiemExport" TO WS-AUDIT-PROGRAM-ID
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           PERFORM 2500-APPEND-MANIFEST-ROW
           IF WS-CHAIN-END-STATE = "FAILED"
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 9810-CHAIN-END
           GOBACK.

       0100-RELEASE-INPUTS.
           PERFORM 1000-LOAD-CLASSIFICATIONS
           PERFORM 1500-LOAD-AUDIT-OUTCOMES
           PERFORM 1700-RELEASE-SCORECARD.

       2500-APPEND-MANIFEST-ROW.
      * The driver's manifest already lists the outputs it counted;
      * the export row is appended here because only this program
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO SORT-RECORD
                   MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                   MOVE 1 TO SRT-KIND
                   MOVE 0 TO SRT-SEQ
                   MOVE CLS-CWE-NUMBER TO SRT-CWE
                   MOVE CLS-SEVERITY   TO SRT-SEVERITY
                   RELEASE SORT-RECORD
           END-READ.

       1500-LOAD-AUDIT-OUTCOMES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
           END-READ.

       1650-POST-AUDIT-OUTCOME.
           MOVE SPACES TO SORT-RECORD
           MOVE AUD-PROGRAM-ID TO SRT-PROGRAM-ID
           MOVE 2 TO SRT-KIND
           MOVE 0 TO SRT-SEQ
           MOVE AUD-OUTCOME   TO SRT-OUTCOME
           MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP
           RELEASE SORT-RECORD.

       1700-RELEASE-SCORECARD.
           OPEN INPUT SCORECARD-FILE
           IF WS-SCORE-STATUS NOT = "00"
               DISPLAY "SCORECARD OPEN FAILED: " WS-SCORE-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
               MOVE "FAILED" TO WS-CHAIN-END-STATE
           END-IF
           PERFORM 1750-READ-SCORECARD
               UNTIL WS-EOF-SWITCH = "YES"
           CLOSE SCORECARD-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1750-READ-SCORECARD.
           READ SCORECARD-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SCORE-SEQ
                   MOVE SPACES TO SORT-RECORD
                   MOVE SCR-PROGRAM-ID    TO SRT-PROGRAM-ID
                   MOVE 3 TO SRT-KIND
                   MOVE WS-SCORE-SEQ      TO SRT-SEQ
                   MOVE SCR-RULE-EXPECTED TO SRT-RULE-EXPECTED
                   MOVE SCR-RULE-ACTUAL   TO SRT-RULE-ACTUAL
                   MOVE SCR-MATCH-FLAG    TO SRT-MATCH-FLAG
                   MOVE SCR-RUN-ID        TO SRT-RUN-ID
                   MOVE SCR-ENV-ID        TO SRT-ENV-ID
                   RELEASE SORT-RECORD
           END-READ.

       1800-OPEN-DISPOSITIONS.
      * A missing DISPMST just means nothing is dispositioned yet;
      * so a dispositioned gone-quiet finding still annotates).
           MOVE "NONE" TO WS-JOIN-DISP
           IF WS-DISP-AVAILABLE = "YES"
               MOVE SRT-PROGRAM-ID TO DS-PROGRAM-ID
               IF SRT-RULE-ACTUAL = "NONE"
                   OR SRT-RULE-ACTUAL = SPACES
                   MOVE SRT-RULE-EXPECTED TO DS-RULE-ID
               ELSE
                   MOVE SRT-RULE-ACTUAL TO DS-RULE-ID
               END-IF
               READ DISPOSITION-FILE
                   INVALID KEY
               END-READ
           END-IF.

       2000-JOIN-SCORECARD.
      * Within a program, classifications sort ahead of outcomes and
      * both ahead of its scorecard rows, each in the order read, so
      * the last one of each kind is what a scorecard row joins to.
           PERFORM 1800-OPEN-DISPOSITIONS
           OPEN OUTPUT EXPORT-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2100-JOIN-ONE-ROW
               END-RETURN
           END-PERFORM
           CLOSE EXPORT-WORK-FILE
           IF WS-DISP-AVAILABLE = "YES"
               CLOSE DISPOSITION-FILE
           END-IF.

       2100-JOIN-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE SPACES TO WS-CUR-CWE WS-CUR-SEVERITY
               MOVE SPACES TO WS-CUR-OUTCOME WS-CUR-TIMESTAMP
           END-IF
           EVALUATE SRT-KIND
               WHEN 1
                   MOVE SRT-CWE       TO WS-CUR-CWE
                   MOVE SRT-SEVERITY  TO WS-CUR-SEVERITY
               WHEN 2
                   MOVE SRT-OUTCOME   TO WS-CUR-OUTCOME
                   MOVE SRT-TIMESTAMP TO WS-CUR-TIMESTAMP
               WHEN OTHER
                   PERFORM 2200-WRITE-ONE-EXPORT
           END-EVALUATE.

       2200-WRITE-ONE-EXPORT.
           MOVE "UNKNOWN" TO WS-JOIN-CWE WS-JOIN-SEVERITY
           MOVE "UNKNOWN" TO WS-JOIN-OUTCOME
           MOVE "UNKNOWN" TO WS-JOIN-TIMESTAMP
           IF WS-CUR-CWE NOT = SPACES
               MOVE WS-CUR-CWE      TO WS-JOIN-CWE
               MOVE WS-CUR-SEVERITY TO WS-JOIN-SEVERITY
           END-IF
           IF WS-CUR-TIMESTAMP NOT = SPACES
               MOVE WS-CUR-OUTCOME   TO WS-JOIN-OUTCOME
               MOVE WS-CUR-TIMESTAMP TO WS-JOIN-TIMESTAMP
           END-IF
           PERFORM 1900-LOOKUP-DISPOSITION
           MOVE SPACES TO EXPORT-WORK-RECORD
           MOVE SRT-SEQ TO EW-SEQ
           STRING FUNCTION TRIM(SRT-PROGRAM-ID) "|"
               FUNCTION TRIM(WS-JOIN-CWE) "|"
               FUNCTION TRIM(WS-JOIN-SEVERITY) "|"
               FUNCTION TRIM(SRT-RULE-EXPECTED) "|"
               FUNCTION TRIM(SRT-RULE-ACTUAL) "|"
               FUNCTION TRIM(SRT-MATCH-FLAG) "|"
               FUNCTION TRIM(WS-JOIN-OUTCOME) "|"
               FUNCTION TRIM(WS-JOIN-TIMESTAMP) "|"
               FUNCTION TRIM(SRT-RUN-ID) "|"
               FUNCTION TRIM(WS-JOIN-DISP) "|"
               FUNCTION TRIM(SRT-ENV-ID)
               DELIMITED BY SIZE INTO EW-TEXT
           WRITE EXPORT-WORK-RECORD.

       2300-WRITE-EXPORT.
      * Back in scorecard order for the SIEM.
           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "SIEMEXP OPEN FAILED: " WS-EXPORT-STATUS
               MOVE "FAILED" TO WS-CHAIN-END-STATE
           END-IF
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN EXPORT-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       MOVE EXS-TEXT TO EXPORT-RECORD
                       WRITE EXPORT-RECORD
                       ADD 1 TO WS-EXPORT-COUNT
               END-RETURN
           END-PERFORM
           CLOSE EXPORT-FILE.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainRestartReport.
      * Restart picture for one night's post-suite job chain, read off
      * CHAINCTL instead of pieced together from job logs: every step
      * on CHAINDEF prints with its state for the run-id --
      *   DONE        COMPLETE, with its condition code and end time
      *   FAILED      ended CC 12 or worse; rerun it once fixed
      *   NO END      STARTED but never ended -- abended, or still
      *               running
      *   DEFERRED    the suite stopped at its window cutoff; the
      *               resumed run carries the night forward
      *   PENDING     not started, either READY (every prerequisite
      *               COMPLETE) or WAITING ON the first one that is not
      * The run-id is PARM='yyyymmddhhmmss'; with no PARM the latest
      * suite run on CHAINCTL is shown. CC 0 every step done, CC 4
      * steps still pending or deferred, CC 8 a step failed or never
      * ended, CC 12 CHAINCTL, CHAINDEF, or the run-id is missing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           SELECT REPORT-FILE ASSIGN TO "CHAINRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-STEP-COUNT      PIC 9(2) VALUE 0.
       01 WS-STEP-IDX        PIC 9(2) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
               10 WS-STP-NAME        PIC X(8).
               10 WS-STP-PREREQS.
                   15 WS-STP-PREREQ  PIC X(8) OCCURS 4 TIMES.
       01 WS-DONE-COUNT      PIC 9(2) VALUE 0.
       01 WS-FAILED-COUNT    PIC 9(2) VALUE 0.
       01 WS-PENDING-COUNT   PIC 9(2) VALUE 0.
       01 WS-HEADER-LINE.
           05 FILLER             PIC X(23)
               VALUE "JOB CHAIN STATUS, RUN ".
           05 WS-HDR-RUN-ID      PIC X(14).
       01 WS-DETAIL-LINE.
           05 WS-DTL-STEP        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-STATE       PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-DTL-CC          PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-TRIES       PIC X(3).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-INFO        PIC X(49).
       01 WS-DTL-NUMBER      PIC ZZ9.
       01 WS-TOTAL-LINE.
           05 FILLER             PIC X(6) VALUE "DONE: ".
           05 WS-TOT-DONE        PIC Z9.
           05 FILLER             PIC X(11) VALUE "   FAILED: ".
           05 WS-TOT-FAILED      PIC Z9.
           05 FILLER             PIC X(12) VALUE "   PENDING: ".
           05 WS-TOT-PENDING     PIC Z9.
       LINKAGE SECTION.
       01 LS-CHAIN-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(14).
       PROCEDURE DIVISION USING LS-CHAIN-PARM.
       0000-MAIN.
           PERFORM 1000-LOAD-DEFINITIONS
           IF WS-STEP-COUNT = 0
               DISPLAY "No steps on CHAINDEF, nothing to report"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CHAIN-CONTROL-FILE
           IF WS-CHAIN-STATUS NOT = "00"
               DISPLAY "CHAINCTL OPEN FAILED: " WS-CHAIN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0100-SET-RUN-ID
           IF WS-SUITE-RUN-ID = SPACES
               DISPLAY "No suite run on CHAINCTL to report"
               CLOSE CHAIN-CONTROL-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-SUITE-RUN-ID TO WS-HDR-RUN-ID
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "STEP      STATE       CC  TRY  STARTED / ENDED"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM 2000-REPORT-ONE-STEP
           END-PERFORM
           CLOSE CHAIN-CONTROL-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DONE-COUNT    TO WS-TOT-DONE
           MOVE WS-FAILED-COUNT  TO WS-TOT-FAILED
           MOVE WS-PENDING-COUNT TO WS-TOT-PENDING
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Chain run " WS-SUITE-RUN-ID ": "
               WS-DONE-COUNT " done, " WS-FAILED-COUNT " failed, "
               WS-PENDING-COUNT " pending"
           MOVE "ChainRestartReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "CHAIN DONE=" WS-DONE-COUNT
               " FAIL=" WS-FAILED-COUNT
               " PEND=" WS-PENDING-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PENDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       0100-SET-RUN-ID.
      * Run-ids sort by the clock, so the last suite row on an ordered
      * browse is the latest night.
           MOVE SPACES TO WS-SUITE-RUN-ID
           IF LS-PARM-LEN >= 14
               MOVE LS-PARM-TEXT(1:14) TO WS-SUITE-RUN-ID
           ELSE
               MOVE LOW-VALUES TO CH-KEY
               START CHAIN-CONTROL-FILE KEY NOT < CH-KEY
                   INVALID KEY
                       MOVE "10" TO WS-CHAIN-STATUS
               END-START
               PERFORM UNTIL WS-CHAIN-STATUS NOT = "00"
                   READ CHAIN-CONTROL-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-CHAIN-STATUS
                       NOT AT END
                           IF CH-STEP = "CBLSUITD"
                               MOVE CH-RUN-ID TO WS-SUITE-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-CHAIN-STATUS
           END-IF.

       1000-LOAD-DEFINITIONS.
           OPEN INPUT CHAIN-DEFINITION-FILE
           IF WS-CHAINDEF-STATUS NOT = "00"
               DISPLAY "CHAINDEF OPEN FAILED: " WS-CHAINDEF-STATUS
           ELSE
               PERFORM UNTIL WS-CHAINDEF-STATUS NOT = "00"
                   READ CHAIN-DEFINITION-FILE
                       AT END
                           MOVE "10" TO WS-CHAINDEF-STATUS
                       NOT AT END
                           IF WS-STEP-COUNT < 20
                               AND CD-STEP NOT = SPACES
                               ADD 1 TO WS-STEP-COUNT
                               MOVE CD-STEP
                                   TO WS-STP-NAME(WS-STEP-COUNT)
                               MOVE CD-PREREQS
                                   TO WS-STP-PREREQS(WS-STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAIN-DEFINITION-FILE
           END-IF.

       2000-REPORT-ONE-STEP.
           MOVE SPACES TO WS-DTL-STATE WS-DTL-CC WS-DTL-TRIES
               WS-DTL-INFO
           MOVE WS-STP-NAME(WS-STEP-IDX) TO WS-DTL-STEP
           MOVE WS-SUITE-RUN-ID TO CH-RUN-ID
           MOVE WS-STP-NAME(WS-STEP-IDX) TO CH-STEP
           READ CHAIN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO CH-STATE
           END-READ
           IF CH-STATE NOT = SPACES
               MOVE CH-COND-CODE TO WS-DTL-NUMBER
               MOVE WS-DTL-NUMBER TO WS-DTL-CC
               MOVE CH-ATTEMPTS TO WS-DTL-NUMBER
               MOVE WS-DTL-NUMBER TO WS-DTL-TRIES
               STRING CH-START-TS " " CH-END-TS
                   DELIMITED BY SIZE INTO WS-DTL-INFO
           END-IF
           EVALUATE CH-STATE
               WHEN "COMPLETE"
                   MOVE "DONE" TO WS-DTL-STATE
                   ADD 1 TO WS-DONE-COUNT
               WHEN "FAILED"
                   MOVE "FAILED" TO WS-DTL-STATE
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "STARTED"
                   MOVE "NO END" TO WS-DTL-STATE
                   MOVE SPACES TO WS-DTL-CC
                   MOVE SPACES TO WS-DTL-INFO
                   STRING CH-START-TS " ABENDED OR RUNNING"
                       DELIMITED BY SIZE INTO WS-DTL-INFO
                   ADD 1 TO WS-FAILED-COUNT
               WHEN "DEFERRED"
                   MOVE "DEFERRED" TO WS-DTL-STATE
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   MOVE "PENDING" TO WS-DTL-STATE
                   PERFORM 2100-CHECK-PREREQS
                   IF WS-CHAIN-WAITING-ON = SPACES
                       MOVE "READY" TO WS-DTL-INFO
                   ELSE
                       STRING "WAITING ON " WS-CHAIN-WAITING-ON
                           DELIMITED BY SIZE INTO WS-DTL-INFO
                   END-IF
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2100-CHECK-PREREQS.
           MOVE SPACES TO WS-CHAIN-WAITING-ON
           MOVE WS-STP-PREREQS(WS-STEP-IDX) TO WS-CHAIN-PREREQS
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > 4
               IF WS-CHAIN-PREREQ(WS-CHAIN-IDX) NOT = SPACES
                   AND WS-CHAIN-WAITING-ON = SPACES
                   MOVE WS-SUITE-RUN-ID TO CH-RUN-ID
                   MOVE WS-CHAIN-PREREQ(WS-CHAIN-IDX) TO CH-STEP
                   READ CHAIN-CONTROL-FILE
                       INVALID KEY
                           MOVE SPACES TO CH-STATE
                   END-READ
                   IF CH-STATE NOT = "COMPLETE"
                       MOVE WS-CHAIN-PREREQ(WS-CHAIN-IDX)
                           TO WS-CHAIN-WAITING-ON
                   END-IF
               END-IF
           END-PERFORM.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

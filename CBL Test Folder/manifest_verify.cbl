      * SIEMEXP accumulate across runs, so only records stamped with
      * the manifest's run-id count; an empty or missing manifest is
      * itself a refusal -- no proof of completion, no transfer.
      * A chained after-job: it waits on both the suite run and its
      * SIEMEXP step being COMPLETE on CHAINCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "classsel.cpy".
           COPY "manifsel.cpy".
           SELECT SCORECARD-FILE ASSIGN TO "SCORECARD"
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  CLASSIFY-LOG-FILE.
       COPY "classrec.cpy".
       FD  MANIFEST-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-MANIFEST-STATUS PIC X(2).
       01 WS-SCORE-STATUS    PIC X(2).
           05 WS-CHK-VERDICT     PIC X(9).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "MANIFVER" TO WS-CHAIN-STEP
           MOVE "ManifestVerify" TO WS-CHAIN-PROGRAM-ID
           PERFORM 9800-CHAIN-START
           IF WS-CHAIN-REFUSED = "YES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "TRANSFER MANIFEST VERIFICATION" TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FAIL-COUNT > 0
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 9810-CHAIN-END
           GOBACK.

       2000-VERIFY-ONE-ROW.
               ADD 1 TO WS-ACTUAL-COUNT
           END-IF.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

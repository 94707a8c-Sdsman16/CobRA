      * then operator alerts, mismatches, new and gone findings,
      * and runtime drift -- and a night where every section is
      * empty says ALL CLEAR explicitly rather than by absence.
      * A chained after-job: it waits on the suite run and the alert
      * state update (ALRTUPD) being COMPLETE on CHAINCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "findhsel.cpy".
           SELECT STATUS-FILE ASSIGN TO "SUITESTAT"
               ORGANIZATION LINE SEQUENTIAL
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CHAIN-CONTROL-FILE.
       COPY "chnrec.cpy".
       FD  CHAIN-DEFINITION-FILE.
       COPY "chndrec.cpy".
       FD  FINDINGS-HISTORY-FILE.
       COPY "findhrec.cpy".
       FD  STATUS-FILE.
       01 SUITE-STATUS-RECORD.
           05 STA-RUN-ID              PIC X(14).
           05 STA-PHASE               PIC X(10).
           05 STA-CURRENT-IDX         PIC 9(4).
           05 STA-CURRENT-TEST        PIC X(30).
           05 STA-COMPLETED           PIC 9(4).
           05 STA-PASS                PIC 9(4).
           05 STA-FAIL                PIC 9(4).
       FD  ALERT-FILE.
       01 ALERT-RECORD.
           05 ALR-PROGRAM-ID          PIC X(30).
       01 RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       01 WS-HISTORY-STATUS  PIC X(2).
       01 WS-STATUS-STATUS   PIC X(2).
       01 WS-ALERT-STATUS    PIC X(2).
       01 WS-TODAY           PIC X(10).
       01 WS-RUN-ID          PIC X(14) VALUE SPACES.
       01 WS-PHASE           PIC X(10) VALUE SPACES.
       01 WS-COMPLETED       PIC 9(4)  VALUE 0.
       01 WS-PASS-COUNT      PIC 9(4)  VALUE 0.
       01 WS-FAIL-COUNT      PIC 9(4)  VALUE 0.
       01 WS-ALERT-COUNT     PIC 9(3)  VALUE 0.
       01 WS-MISMATCH-COUNT  PIC 9(3)  VALUE 0.
       01 WS-NEW-COUNT       PIC 9(3)  VALUE 0.
           05 WS-HDG-PAGE        PIC ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "MORNDIG" TO WS-CHAIN-STEP
           MOVE "MorningDigestReport" TO WS-CHAIN-PROGRAM-ID
           PERFORM 9800-CHAIN-START
           IF WS-CHAIN-REFUSED = "YES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               " MISM=" WS-MISMATCH-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           PERFORM 9810-CHAIN-END
           GOBACK.

       1000-READ-SUITE-STATUS.
           WRITE RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

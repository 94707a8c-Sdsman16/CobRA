      * subtotal block per severity with its oldest open finding --
      * the quarterly "how old is your oldest unremediated HIGH"
      * answer read straight off FINDSLA instead of eyeballed from
      * the FINDHRPT aging lines. A chained after-job: it waits on
      * the night's suite run being COMPLETE on CHAINCTL.
      * CLASSLOG is sorted on program-id and walked in matched
      * sequence with HISTMST (already in program-id order); each
      * breach goes to the SLAWORK work file, which is sorted
      * worst-first to print. Neither the programs nor the findings
      * are held in a table, so the report takes any number of both.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "classsel.cpy".
           COPY "findhsel.cpy".
           SELECT SLA-TABLE-FILE ASSIGN TO "SLATBL"
           SELECT REPORT-FILE ASSIGN TO "FINDSLA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BREACH-WORK-FILE ASSIGN TO "SLAWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SLAWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT BREACH-SORT-FILE ASSIGN TO "SORTWK01".
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
       FD  FINDINGS-HISTORY-FILE.
           05 SLA-MAX-DAYS            PIC 9(5).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One finding over its SLA, in HISTMST key order.
       FD  BREACH-WORK-FILE.
       01 BREACH-WORK-RECORD.
           05 BW-PROGRAM-ID           PIC X(30).
           05 BW-RULE-ID              PIC X(20).
           05 BW-SEVERITY             PIC X(10).
           05 BW-DAYS-OPEN            PIC 9(5).
           05 BW-OVER-SLA             PIC 9(5).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-SEVERITY            PIC X(10).
       SD  BREACH-SORT-FILE.
       01 BREACH-SORT-RECORD.
           05 BRS-PROGRAM-ID          PIC X(30).
           05 BRS-RULE-ID             PIC X(20).
           05 BRS-SEVERITY            PIC X(10).
           05 BRS-DAYS-OPEN           PIC 9(5).
           05 BRS-OVER-SLA            PIC 9(5).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-HISTORY-STATUS  PIC X(2).
       01 WS-SLA-STATUS      PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-SLAWORK-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
       01 WS-SEEN-YMD        PIC X(8).
       01 WS-DAYS-OPEN       PIC S9(5) VALUE 0.
       01 WS-SLA-COUNT       PIC 9(2) VALUE 0.
       01 WS-SLA-IDX         PIC 9(2) VALUE 0.
       01 WS-DEFAULT-DAYS    PIC 9(5) VALUE 365.
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-FIND-COUNT      PIC 9(5) VALUE 0.
       01 WS-BREACH-COUNT    PIC 9(5) VALUE 0.
       01 WS-OVER-SLA        PIC S9(5) VALUE 0.
       01 WS-BREACH-SWITCH   PIC X(3).
       01 WS-SEV-IDX         PIC 9(1) VALUE 0.
       01 WS-LOOKUP-SEV      PIC X(10).
       01 WS-LOOKUP-DAYS     PIC 9(5).
           05 WS-SLA-ENTRY OCCURS 10 TIMES.
               10 WS-SLA-SEV         PIC X(10).
               10 WS-SLA-DAYS        PIC 9(5).
      * The sorted CLASSLOG group the history walk has reached (its
      * last row is the program's classification) and the sorted row
      * read ahead of it; HIGH-VALUES once the sort is exhausted.
       01 WS-CLS-PROGRAM     PIC X(30).
       01 WS-CLS-SEVERITY    PIC X(10).
       01 WS-AHEAD-RECORD.
           05 WS-AHEAD-PROGRAM   PIC X(30).
           05 WS-AHEAD-SEVERITY  PIC X(10).
       01 WS-SEV-TOTALS.
           05 WS-SEV-ENTRY OCCURS 5 TIMES.
               10 WS-SEV-NAME        PIC X(10).
               10 WS-SEV-OPEN        PIC 9(5).
               10 WS-SEV-BREACHED    PIC 9(5).
               10 WS-SEV-OLDEST      PIC 9(5).
       01 WS-DETAIL-LINE.
           05 WS-DTL-PROGRAM-ID  PIC X(30).
       01 WS-TOTAL-LINE.
           05 WS-TOT-SEVERITY    PIC X(10).
           05 FILLER             PIC X(6) VALUE " OPEN=".
           05 WS-TOT-OPEN        PIC 9(5).
           05 FILLER             PIC X(10) VALUE " BREACHED=".
           05 WS-TOT-BREACHED    PIC 9(5).
           05 FILLER             PIC X(13) VALUE " OLDEST-DAYS=".
           05 WS-TOT-OLDEST      PIC 9(5).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "FINDSLA" TO WS-CHAIN-STEP
           MOVE "FindingAgeSlaReport" TO WS-CHAIN-PROGRAM-ID
           PERFORM 9800-CHAIN-START
           IF WS-CHAIN-REFUSED = "YES"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
           PERFORM 1000-LOAD-SLA-TABLE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1500-RELEASE-CLASSIFICATIONS
               OUTPUT PROCEDURE IS 2000-AGE-HISTORY-MASTER
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           PERFORM 4000-PRINT-REPORT
           MOVE "FindingAgeSlaReport" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           IF WS-BREACH-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9810-CHAIN-END
           GOBACK.

       1000-LOAD-SLA-TABLE.
                   WS-DEFAULT-DAYS " days applies to everything"
           END-IF.

       1500-RELEASE-CLASSIFICATIONS.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASSLOG OPEN FAILED: " WS-CLASS-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE CLS-SEVERITY   TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CLASSIFY-LOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1600-RETURN-AHEAD.
           RETURN SORT-FILE INTO WS-AHEAD-RECORD
               AT END
                   MOVE "YES" TO WS-SORT-EOF
                   MOVE HIGH-VALUES TO WS-AHEAD-PROGRAM
           END-RETURN.

       1700-NEXT-CLASS-GROUP.
      * Duplicates keep CLASSLOG order, so the last row of a group is
      * the one that stands.
           MOVE WS-AHEAD-PROGRAM TO WS-CLS-PROGRAM
           PERFORM UNTIL WS-AHEAD-PROGRAM NOT = WS-CLS-PROGRAM
                   OR WS-SORT-EOF = "YES"
               MOVE WS-AHEAD-SEVERITY TO WS-CLS-SEVERITY
               PERFORM 1600-RETURN-AHEAD
           END-PERFORM.

       2000-AGE-HISTORY-MASTER.
           PERFORM 1600-RETURN-AHEAD
           PERFORM 1700-NEXT-CLASS-GROUP
           OPEN OUTPUT BREACH-WORK-FILE
           OPEN INPUT FINDINGS-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTMST OPEN FAILED: " WS-HISTORY-STATUS
                       PERFORM 2100-AGE-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE FINDINGS-HISTORY-FILE
           CLOSE BREACH-WORK-FILE.

       2100-AGE-ONE-ENTRY.
           ADD 1 TO WS-FIND-COUNT
           PERFORM 2200-LOOKUP-SEVERITY
           MOVE SPACES TO WS-SEEN-YMD
           STRING FH-FIRST-SEEN(1:4) FH-FIRST-SEEN(6:2)
               FH-FIRST-SEEN(9:2) DELIMITED BY SIZE
               INTO WS-SEEN-YMD
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SEEN-YMD))
           COMPUTE WS-OVER-SLA = WS-DAYS-OPEN - WS-LOOKUP-DAYS
           IF WS-OVER-SLA > 0
               MOVE "YES" TO WS-BREACH-SWITCH
               ADD 1 TO WS-BREACH-COUNT
               MOVE FH-PROGRAM-ID TO BW-PROGRAM-ID
               MOVE FH-RULE-ID    TO BW-RULE-ID
               MOVE WS-LOOKUP-SEV TO BW-SEVERITY
               MOVE WS-DAYS-OPEN  TO BW-DAYS-OPEN
               MOVE WS-OVER-SLA   TO BW-OVER-SLA
               WRITE BREACH-WORK-RECORD
           ELSE
               MOVE "NO" TO WS-BREACH-SWITCH
           END-IF
           PERFORM 2500-POST-SEVERITY-TOTAL.

       2200-LOOKUP-SEVERITY.
      * Severity of the program's current classification, then that
      * severity's SLA row; either lookup missing falls through to
      * UNKNOWN / the DEFAULT days.
           MOVE "UNKNOWN" TO WS-LOOKUP-SEV
           PERFORM UNTIL WS-CLS-PROGRAM NOT < FH-PROGRAM-ID
               PERFORM 1700-NEXT-CLASS-GROUP
           END-PERFORM
           IF WS-CLS-PROGRAM = FH-PROGRAM-ID
               MOVE WS-CLS-SEVERITY TO WS-LOOKUP-SEV
           END-IF
           MOVE WS-DEFAULT-DAYS TO WS-LOOKUP-DAYS
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                   UNTIL WS-SLA-IDX > WS-SLA-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 5
               IF WS-SEV-NAME(WS-SCAN-IDX) =
                       WS-LOOKUP-SEV
                   MOVE WS-SCAN-IDX TO WS-SEV-IDX
               END-IF
           END-PERFORM
                       UNTIL WS-SCAN-IDX > 5 OR WS-SEV-IDX > 0
                   IF WS-SEV-NAME(WS-SCAN-IDX) = SPACES
                       MOVE WS-SCAN-IDX TO WS-SEV-IDX
                       MOVE WS-LOOKUP-SEV
                           TO WS-SEV-NAME(WS-SEV-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SEV-IDX > 0
               ADD 1 TO WS-SEV-OPEN(WS-SEV-IDX)
               IF WS-BREACH-SWITCH = "YES"
                   ADD 1 TO WS-SEV-BREACHED(WS-SEV-IDX)
               END-IF
               IF WS-DAYS-OPEN > WS-SEV-OLDEST(WS-SEV-IDX)
                   MOVE WS-DAYS-OPEN TO WS-SEV-OLDEST(WS-SEV-IDX)
               END-IF
           END-IF.

       4000-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "FINDING AGE VS REMEDIATION SLA" TO RPT-LINE
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
      * Worst-first on days over SLA; equal overruns keep HISTMST
      * key order.
           SORT BREACH-SORT-FILE
               ON DESCENDING KEY BRS-OVER-SLA
               WITH DUPLICATES IN ORDER
               USING BREACH-WORK-FILE
               OUTPUT PROCEDURE IS 4100-PRINT-BREACHES
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE "  BREACH SORT FAILED" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OPEN FINDINGS BY SEVERITY:" TO RPT-LINE
           DISPLAY "Finding-age SLA report written, breaches="
               WS-BREACH-COUNT.

       4100-PRINT-BREACHES.
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN BREACH-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       MOVE BRS-PROGRAM-ID TO WS-DTL-PROGRAM-ID
                       MOVE BRS-RULE-ID    TO WS-DTL-RULE-ID
                       MOVE BRS-SEVERITY   TO WS-DTL-SEVERITY
                       MOVE BRS-DAYS-OPEN  TO WS-DTL-DAYS
                       MOVE BRS-OVER-SLA   TO WS-DTL-OVER
                       MOVE WS-DETAIL-LINE TO RPT-LINE
                       WRITE RPT-LINE
               END-RETURN
           END-PERFORM.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterArchivePurge.
      * Coordinated housekeeping for the four keyed finding masters,
      * which otherwise only ever grow. A finding is closed when the
      * scanner last reported it (FH-LAST-SEEN) more than the
      * retention period ago; the period is the number of days on the
      * PURGECTL control card. For every closed key this run:
      *   - archives every row held for the key on HISTMST, DISPMST,
      *     TICKMST and ALRTMST to the one dated MSTARC archive, and
      *   - then deletes those rows, the dependents (DISPMST, TICKMST,
      *     ALRTMST) before the HISTMST row, so no verdict, ticket
      *     cross reference or alert state is ever left behind with
      *     its history row gone.
      * A key is held back, and reported why, while it has an
      * unexpired waiver on WAIVERS, an open ticket or an alert
      * still ACTIVE on ALRTMST. A ticket is open unless its latest
      * TICKHIST status is RESOLVED or CLOSED; a request still
      * PENDING with the ITSM gateway has no status yet and is open.
      * The control totals prove, master by master, that the rows
      * archived equal the rows deleted. A key whose rows cannot
      * all be written to MSTARC is kept whole, nothing deleted.
      * CC 0 balanced, CC 8 out of balance, CC 12 when the control
      * card is missing or invalid (nothing is purged on a guess)
      * or an archive write failed.
      * Every delete is also journaled (before image) to JRNLLOG, so
      * MasterRecovery can put a purge back as it would any run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "findhsel.cpy".
           COPY "dispsel.cpy".
           COPY "ticksel.cpy".
           COPY "alrtsel.cpy".
           COPY "jrnlsel.cpy".
           COPY "tkhsel.cpy".
           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PURGECTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "MSTARC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PURGERPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPEN-TICKET-WORK-FILE ASSIGN TO "TKOPNWRK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TKOPEN-STATUS.
           SELECT TICKET-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT OPEN-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  FINDINGS-HISTORY-FILE.
       COPY "findhrec.cpy".
       FD  DISPOSITION-FILE.
       COPY "disprec.cpy".
       FD  TICKET-XREF-FILE.
       COPY "tickrec.cpy".
       FD  ALERT-STATE-FILE.
       COPY "alrtrec.cpy".
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       FD  WAIVER-FILE.
       COPY "waiverec.cpy".
       FD  CONTROL-FILE.
       01 PURGE-CONTROL-RECORD.
           05 PC-RETENTION-DAYS       PIC 9(5).
       FD  ARCHIVE-FILE.
       COPY "mstarcrec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       FD  TICKET-STATUS-FILE.
       COPY "tkhrec.cpy".
      * TKOPNWRK: one finding key for each TICKMST ticket whose latest
      * status is neither RESOLVED nor CLOSED, in ticket order.
       FD  OPEN-TICKET-WORK-FILE.
       01 OPEN-TICKET-WORK-RECORD.
           05 OTW-PROGRAM-ID          PIC X(30).
           05 OTW-RULE-ID             PIC X(20).
           05 OTW-TICKET-NO           PIC X(12).
           05 OTW-STATUS              PIC X(12).
      * Under each ticket number its TICKHIST status events (TKS-KIND
      * 1, in status-date then load order, so the last one is the
      * latest status) ahead of the TICKMST cross references that
      * carry it (2).
       SD  TICKET-SORT-FILE.
       01 TICKET-SORT-RECORD.
           05 TKS-TICKET-NO           PIC X(12).
           05 TKS-KIND                PIC 9(1).
           05 TKS-DATE                PIC X(10).
           05 TKS-SEQ                 PIC 9(9).
           05 TKS-PAYLOAD             PIC X(50).
           05 TKS-STATUS-VIEW REDEFINES TKS-PAYLOAD.
               10 TKS-STATUS          PIC X(12).
               10 FILLER              PIC X(38).
           05 TKS-XREF-VIEW REDEFINES TKS-PAYLOAD.
               10 TKS-PROGRAM-ID      PIC X(30).
               10 TKS-RULE-ID         PIC X(20).
      * The open-ticket keys again, in HISTMST key order, so the
      * browse for closed keys can match them as it goes.
       SD  OPEN-SORT-FILE.
       01 OPEN-SORT-RECORD.
           05 OPS-KEY.
               10 OPS-PROGRAM-ID      PIC X(30).
               10 OPS-RULE-ID         PIC X(20).
           05 OPS-TICKET-NO           PIC X(12).
           05 OPS-STATUS              PIC X(12).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "jrnlws.cpy".
       01 WS-HISTORY-STATUS  PIC X(2).
       01 WS-DISP-STATUS     PIC X(2).
       01 WS-TICKET-STATUS   PIC X(2).
       01 WS-ALSTATE-STATUS  PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-CONTROL-STATUS  PIC X(2).
       01 WS-ARCHIVE-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-TKHIST-STATUS   PIC X(2).
       01 WS-TKOPEN-STATUS   PIC X(2).
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-CUR-TICKET      PIC X(12).
       01 WS-CUR-STATUS      PIC X(12).
      * The next open-ticket key in HISTMST order; HIGH-VALUES once
      * the sort is exhausted.
       01 WS-OPEN-AHEAD.
           05 WS-OPA-KEY         PIC X(50).
           05 WS-OPA-TICKET-NO   PIC X(12).
           05 WS-OPA-STATUS      PIC X(12).
       01 WS-KEY-ARC-FAILED  PIC X(3) VALUE "NO".
       01 WS-ARC-FAILURES    PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT    PIC 9(4) VALUE 0.
       01 WS-TODAY           PIC X(10).
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
       01 WS-CUTOFF-INT      PIC 9(7) VALUE 0.
       01 WS-CUTOFF-YMD      PIC X(8).
       01 WS-CUTOFF-DATE     PIC X(10).
       01 WS-RETENTION-DAYS  PIC 9(5) VALUE 0.
       01 WS-HOLD-REASON     PIC X(9).
       01 WS-FOUND-FLAGS.
           05 WS-FOUND-HIST      PIC X(1).
           05 WS-FOUND-DISP      PIC X(1).
           05 WS-FOUND-TICK      PIC X(1).
           05 WS-FOUND-ALRT      PIC X(1).
       01 WS-WAIVER-COUNT    PIC 9(3) VALUE 0.
       01 WS-WAIVER-IDX      PIC 9(3) VALUE 0.
       01 WS-WAIVER-TABLE.
           05 WS-WAIVER-ENTRY OCCURS 200 TIMES.
               10 WS-WVR-PROGRAM     PIC X(30).
               10 WS-WVR-RULE        PIC X(20).
      * Closed keys selected from HISTMST; rows are archived and
      * deleted only after the browse has finished.
       01 WS-KEY-COUNT       PIC 9(4) VALUE 0.
       01 WS-KEY-IDX         PIC 9(4) VALUE 0.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 2000 TIMES.
               10 WS-KEY-PROGRAM     PIC X(30).
               10 WS-KEY-RULE        PIC X(20).
               10 WS-KEY-LAST-SEEN   PIC X(10).
       01 WS-HELD-WAIVER     PIC 9(5) VALUE 0.
       01 WS-HELD-TICKET     PIC 9(5) VALUE 0.
       01 WS-HELD-ALERT      PIC 9(5) VALUE 0.
      * Control totals, one row per master: 1 HISTMST, 2 DISPMST,
      * 3 TICKMST, 4 ALRTMST.
       01 WS-MST-IDX         PIC 9(1) VALUE 0.
       01 WS-OUT-OF-BALANCE  PIC X(3) VALUE "NO".
       01 WS-CONTROL-TOTALS.
           05 WS-CTL-ENTRY OCCURS 4 TIMES.
               10 WS-CTL-MASTER      PIC X(8).
               10 WS-CTL-ARCHIVED    PIC 9(5).
               10 WS-CTL-DELETED     PIC 9(5).
       01 WS-DETAIL-LINE.
           05 WS-DTL-TAG         PIC X(8).
           05 WS-DTL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-RULE-ID     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-LAST-SEEN   PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-INFO        PIC X(9).
       01 WS-TOTAL-LINE.
           05 WS-TOT-MASTER      PIC X(10).
           05 WS-TOT-ARCHIVED    PIC ZZZZ9.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 WS-TOT-DELETED     PIC ZZZZ9.
           05 FILLER             PIC X(5) VALUE SPACES.
           05 WS-TOT-STATUS      PIC X(14).
       PROCEDURE DIVISION.
       0000-MAIN.
      * Standalone the shared run id is still empty; seed it here
      * rather than at the first audit write, because it is stamped
      * on every archive row this run writes.
           IF WS-SUITE-RUN-ID = SPACES OR WS-SUITE-RUN-ID = LOW-VALUES
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SUITE-RUN-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
           MOVE "MasterArchivePurge" TO WS-JRNL-PROGRAM-ID
           MOVE "DELETED" TO WS-JRNL-ACTION
           MOVE SPACES TO WS-JRNL-AFTER
           MOVE "HISTMST" TO WS-CTL-MASTER(1)
           MOVE "DISPMST" TO WS-CTL-MASTER(2)
           MOVE "TICKMST" TO WS-CTL-MASTER(3)
           MOVE "ALRTMST" TO WS-CTL-MASTER(4)
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1 UNTIL WS-MST-IDX > 4
               MOVE 0 TO WS-CTL-ARCHIVED(WS-MST-IDX)
                   WS-CTL-DELETED(WS-MST-IDX)
           END-PERFORM
           PERFORM 1000-READ-CONTROL-CARD
           PERFORM 1200-LOAD-WAIVERS
           PERFORM 1500-OPEN-MASTERS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "MASTER ARCHIVE AND PURGE  " WS-TODAY
               "  CLOSED BEFORE " WS-CUTOFF-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ACTION  PROGRAM-ID                     RULE-ID"
               TO RPT-LINE
           MOVE "LAST-SEEN  ROWS/HOLD" TO RPT-LINE(61:20)
           WRITE RPT-LINE
           PERFORM 1700-FIND-OPEN-TICKETS
           PERFORM 2000-SELECT-CLOSED-KEYS
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-KEY-COUNT
               PERFORM 3000-ARCHIVE-AND-PURGE-KEY
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE FINDINGS-HISTORY-FILE DISPOSITION-FILE
               TICKET-XREF-FILE ALERT-STATE-FILE
           PERFORM 4000-PRINT-CONTROL-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Master purge: keys " WS-PURGED-COUNT
               " history rows " WS-CTL-DELETED(1)
               " balanced " WS-OUT-OF-BALANCE
               " archive failures " WS-ARC-FAILURES
           MOVE "MasterArchivePurge" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           EVALUATE TRUE
               WHEN WS-ARC-FAILURES > 0
                   STRING "PURGE KEYS=" WS-PURGED-COUNT
                       " ARCFAIL=" WS-ARC-FAILURES
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-OUT-OF-BALANCE = "YES"
                   STRING "PURGE KEYS=" WS-PURGED-COUNT " UNBALANCED"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   STRING "PURGE KEYS=" WS-PURGED-COUNT " BALANCED"
                       DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           END-EVALUATE
           PERFORM 9900-WRITE-AUDIT-LOG
           GOBACK.

       1000-READ-CONTROL-CARD.
      * Unlike the results repository there is no default retention:
      * a missing or non-numeric card purges nothing.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-RETENTION-DAYS IS NUMERIC
                           AND PC-RETENTION-DAYS > 0
                           MOVE PC-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-RETENTION-DAYS = 0
               DISPLAY "PURGECTL missing or invalid, nothing purged"
               MOVE "MasterArchivePurge" TO WS-AUDIT-PROGRAM-ID
               MOVE "PURGE REFUSED NO CONTROL CARD" TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETENTION-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-YMD
           MOVE SPACES TO WS-CUTOFF-DATE
           STRING WS-CUTOFF-YMD(1:4) "-" WS-CUTOFF-YMD(5:2) "-"
               WS-CUTOFF-YMD(7:2)
               DELIMITED BY SIZE INTO WS-CUTOFF-DATE.

       1200-LOAD-WAIVERS.
      * Only waivers still in force hold a key back; a lapsed one
      * protects nothing.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               PERFORM UNTIL WS-WAIVER-STATUS NOT = "00"
                   READ WAIVER-FILE
                       AT END
                           MOVE "10" TO WS-WAIVER-STATUS
                       NOT AT END
                           IF WV-EXPIRY-DATE >= WS-TODAY
                               AND WS-WAIVER-COUNT < 200
                               ADD 1 TO WS-WAIVER-COUNT
                               MOVE WV-PROGRAM-ID
                                   TO WS-WVR-PROGRAM(WS-WAIVER-COUNT)
                               MOVE WV-RULE-ID
                                   TO WS-WVR-RULE(WS-WAIVER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.

       1500-OPEN-MASTERS.
      * All four masters or none: purging some without the others is
      * exactly the orphaning this program exists to prevent.
           OPEN I-O FINDINGS-HISTORY-FILE
           OPEN I-O DISPOSITION-FILE
           OPEN I-O TICKET-XREF-FILE
           OPEN I-O ALERT-STATE-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OR WS-DISP-STATUS NOT = "00"
               OR WS-TICKET-STATUS NOT = "00"
               OR WS-ALSTATE-STATUS NOT = "00"
               DISPLAY "MASTER OPEN FAILED: HISTMST "
                   WS-HISTORY-STATUS " DISPMST " WS-DISP-STATUS
                   " TICKMST " WS-TICKET-STATUS
                   " ALRTMST " WS-ALSTATE-STATUS
               MOVE "MasterArchivePurge" TO WS-AUDIT-PROGRAM-ID
               MOVE "PURGE REFUSED MASTER OPEN" TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       1700-FIND-OPEN-TICKETS.
      * A ticket's latest status is its last TICKHIST event in
      * status-date then load order, as TicketFeedGenerator reads it.
      * Without TICKHIST no ticket has a status, so every ticketed
      * key is held.
           SORT TICKET-SORT-FILE
               ON ASCENDING KEY TKS-TICKET-NO TKS-KIND TKS-DATE
                   TKS-SEQ
               INPUT PROCEDURE IS 1710-RELEASE-TICKETS
               OUTPUT PROCEDURE IS 1750-WRITE-OPEN-TICKETS
           IF SORT-RETURN NOT = 0
               PERFORM 1790-SORT-FAILED
           END-IF.

       1710-RELEASE-TICKETS.
           OPEN INPUT TICKET-STATUS-FILE
           IF WS-TKHIST-STATUS = "00"
               PERFORM UNTIL WS-TKHIST-STATUS NOT = "00"
                   READ TICKET-STATUS-FILE
                       AT END
                           MOVE "10" TO WS-TKHIST-STATUS
                       NOT AT END
                           MOVE SPACES TO TICKET-SORT-RECORD
                           MOVE TS-TICKET-NO TO TKS-TICKET-NO
                           MOVE 1 TO TKS-KIND
                           MOVE TS-STATUS-DATE TO TKS-DATE
                           MOVE TS-STATUS TO TKS-STATUS
                           PERFORM 1740-RELEASE-TICKET-ROW
                   END-READ
               END-PERFORM
               CLOSE TICKET-STATUS-FILE
           ELSE
               DISPLAY "TICKHIST not available, status "
                   WS-TKHIST-STATUS ", every ticketed key held"
           END-IF
           MOVE LOW-VALUES TO TK-KEY
           START TICKET-XREF-FILE KEY NOT < TK-KEY
               INVALID KEY
                   MOVE "10" TO WS-TICKET-STATUS
           END-START
           PERFORM UNTIL WS-TICKET-STATUS NOT = "00"
               READ TICKET-XREF-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-TICKET-STATUS
                   NOT AT END
                       MOVE SPACES TO TICKET-SORT-RECORD
                       MOVE TK-TICKET-NO TO TKS-TICKET-NO
                       MOVE 2 TO TKS-KIND
                       MOVE TK-OPENED-DATE TO TKS-DATE
                       MOVE TK-PROGRAM-ID TO TKS-PROGRAM-ID
                       MOVE TK-RULE-ID TO TKS-RULE-ID
                       PERFORM 1740-RELEASE-TICKET-ROW
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TICKET-STATUS.

       1740-RELEASE-TICKET-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO TKS-SEQ
           RELEASE TICKET-SORT-RECORD.

       1750-WRITE-OPEN-TICKETS.
           OPEN OUTPUT OPEN-TICKET-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-TICKET
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN TICKET-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 1760-POST-TICKET-ROW
               END-RETURN
           END-PERFORM
           CLOSE OPEN-TICKET-WORK-FILE.

       1760-POST-TICKET-ROW.
           IF TKS-TICKET-NO NOT = WS-CUR-TICKET
               MOVE TKS-TICKET-NO TO WS-CUR-TICKET
               MOVE SPACES TO WS-CUR-STATUS
           END-IF
           IF TKS-KIND = 1
               MOVE TKS-STATUS TO WS-CUR-STATUS
           ELSE
               IF WS-CUR-STATUS NOT = "RESOLVED"
                   AND WS-CUR-STATUS NOT = "CLOSED"
                   MOVE TKS-PROGRAM-ID TO OTW-PROGRAM-ID
                   MOVE TKS-RULE-ID TO OTW-RULE-ID
                   MOVE WS-CUR-TICKET TO OTW-TICKET-NO
                   MOVE WS-CUR-STATUS TO OTW-STATUS
                   WRITE OPEN-TICKET-WORK-RECORD
               END-IF
           END-IF.

       1790-SORT-FAILED.
      * Without the open-ticket list no key can be proven free to
      * go, so nothing is purged.
           DISPLAY "SORT FAILED: " SORT-RETURN ", nothing purged"
           MOVE "MasterArchivePurge" TO WS-AUDIT-PROGRAM-ID
           MOVE "PURGE REFUSED SORT FAILED" TO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           MOVE 12 TO RETURN-CODE
           GOBACK.

       2000-SELECT-CLOSED-KEYS.
           SORT OPEN-SORT-FILE
               ON ASCENDING KEY OPS-KEY
               INPUT PROCEDURE IS 2010-RELEASE-OPEN-TICKETS
               OUTPUT PROCEDURE IS 2050-BROWSE-HISTORY
           IF SORT-RETURN NOT = 0
               PERFORM 1790-SORT-FAILED
           END-IF.

       2010-RELEASE-OPEN-TICKETS.
           OPEN INPUT OPEN-TICKET-WORK-FILE
           PERFORM UNTIL WS-TKOPEN-STATUS NOT = "00"
               READ OPEN-TICKET-WORK-FILE
                   AT END
                       MOVE "10" TO WS-TKOPEN-STATUS
                   NOT AT END
                       MOVE OPEN-TICKET-WORK-RECORD TO OPEN-SORT-RECORD
                       RELEASE OPEN-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE OPEN-TICKET-WORK-FILE.

       2050-BROWSE-HISTORY.
           MOVE "NO" TO WS-SORT-EOF
           PERFORM 2060-NEXT-OPEN-TICKET
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
                       IF FH-LAST-SEEN < WS-CUTOFF-DATE
                           PERFORM 2100-CHECK-HOLD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-HISTORY-STATUS.

       2060-NEXT-OPEN-TICKET.
           RETURN OPEN-SORT-FILE INTO WS-OPEN-AHEAD
               AT END
                   MOVE "YES" TO WS-SORT-EOF
                   MOVE HIGH-VALUES TO WS-OPEN-AHEAD
           END-RETURN.

       2100-CHECK-HOLD.
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM VARYING WS-WAIVER-IDX FROM 1 BY 1
                   UNTIL WS-WAIVER-IDX > WS-WAIVER-COUNT
               IF WS-WVR-PROGRAM(WS-WAIVER-IDX) = FH-PROGRAM-ID
                   AND WS-WVR-RULE(WS-WAIVER-IDX) = FH-RULE-ID
                   MOVE "WAIVER" TO WS-HOLD-REASON
               END-IF
           END-PERFORM
           IF WS-HOLD-REASON = SPACES
               PERFORM 2060-NEXT-OPEN-TICKET
                   UNTIL WS-OPA-KEY NOT < FH-KEY
               IF WS-OPA-KEY = FH-KEY
                   MOVE "TICKET" TO WS-HOLD-REASON
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACES
               MOVE FH-PROGRAM-ID TO AS-PROGRAM-ID
               MOVE FH-RULE-ID    TO AS-RULE-ID
               READ ALERT-STATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AS-STATE = "ACTIVE"
                           MOVE "ALERT" TO WS-HOLD-REASON
                       END-IF
               END-READ
           END-IF
           EVALUATE WS-HOLD-REASON
               WHEN "WAIVER"
                   ADD 1 TO WS-HELD-WAIVER
               WHEN "TICKET"
                   ADD 1 TO WS-HELD-TICKET
               WHEN "ALERT"
                   ADD 1 TO WS-HELD-ALERT
           END-EVALUATE
           IF WS-HOLD-REASON NOT = SPACES
               MOVE "HELD    "     TO WS-DTL-TAG
               MOVE FH-PROGRAM-ID  TO WS-DTL-PROGRAM-ID
               MOVE FH-RULE-ID     TO WS-DTL-RULE-ID
               MOVE FH-LAST-SEEN   TO WS-DTL-LAST-SEEN
               MOVE WS-HOLD-REASON TO WS-DTL-INFO
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF WS-KEY-COUNT < 2000
                   ADD 1 TO WS-KEY-COUNT
                   MOVE FH-PROGRAM-ID TO WS-KEY-PROGRAM(WS-KEY-COUNT)
                   MOVE FH-RULE-ID    TO WS-KEY-RULE(WS-KEY-COUNT)
                   MOVE FH-LAST-SEEN
                       TO WS-KEY-LAST-SEEN(WS-KEY-COUNT)
               ELSE
                   DISPLAY "Purge table full, left for next run: "
                       FH-PROGRAM-ID " " FH-RULE-ID
               END-IF
           END-IF.

       3000-ARCHIVE-AND-PURGE-KEY.
      * Every row for the key is on the archive before any is
      * deleted; deletes then run dependents first, history last.
      * A key with any archive row unwritten is kept whole.
           MOVE "NNNN" TO WS-FOUND-FLAGS
           MOVE "NO" TO WS-KEY-ARC-FAILED
           MOVE WS-TODAY        TO MA-ARCHIVE-DATE
           MOVE WS-SUITE-RUN-ID TO MA-RUN-ID
           MOVE WS-KEY-PROGRAM(WS-KEY-IDX) TO FH-PROGRAM-ID
           MOVE WS-KEY-RULE(WS-KEY-IDX)    TO FH-RULE-ID
           READ FINDINGS-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-HIST
                   MOVE "HISTMST" TO MA-MASTER
                   MOVE FINDINGS-HISTORY-RECORD TO MA-IMAGE
                   PERFORM 3900-WRITE-ARCHIVE-ROW
           END-READ
           MOVE WS-KEY-PROGRAM(WS-KEY-IDX) TO DS-PROGRAM-ID
           MOVE WS-KEY-RULE(WS-KEY-IDX)    TO DS-RULE-ID
           READ DISPOSITION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-DISP
                   MOVE "DISPMST" TO MA-MASTER
                   MOVE DISPOSITION-RECORD TO MA-IMAGE
                   PERFORM 3900-WRITE-ARCHIVE-ROW
           END-READ
           MOVE WS-KEY-PROGRAM(WS-KEY-IDX) TO TK-PROGRAM-ID
           MOVE WS-KEY-RULE(WS-KEY-IDX)    TO TK-RULE-ID
           READ TICKET-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-TICK
                   MOVE "TICKMST" TO MA-MASTER
                   MOVE TICKET-XREF-RECORD TO MA-IMAGE
                   PERFORM 3900-WRITE-ARCHIVE-ROW
           END-READ
           MOVE WS-KEY-PROGRAM(WS-KEY-IDX) TO AS-PROGRAM-ID
           MOVE WS-KEY-RULE(WS-KEY-IDX)    TO AS-RULE-ID
           READ ALERT-STATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-ALRT
                   MOVE "ALRTMST" TO MA-MASTER
                   MOVE ALERT-STATE-RECORD TO MA-IMAGE
                   PERFORM 3900-WRITE-ARCHIVE-ROW
           END-READ
           MOVE WS-KEY-PROGRAM(WS-KEY-IDX)   TO WS-DTL-PROGRAM-ID
           MOVE WS-KEY-RULE(WS-KEY-IDX)      TO WS-DTL-RULE-ID
           MOVE WS-KEY-LAST-SEEN(WS-KEY-IDX) TO WS-DTL-LAST-SEEN
           IF WS-KEY-ARC-FAILED = "YES"
               ADD 1 TO WS-ARC-FAILURES
               MOVE "KEPT    " TO WS-DTL-TAG
               MOVE "ARC FAIL" TO WS-DTL-INFO
           ELSE
               PERFORM 3100-PURGE-KEY-ROWS
               ADD 1 TO WS-PURGED-COUNT
               MOVE "PURGED  " TO WS-DTL-TAG
               MOVE SPACES TO WS-DTL-INFO
               STRING "HDTA=" WS-FOUND-FLAGS
                   DELIMITED BY SIZE INTO WS-DTL-INFO
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3100-PURGE-KEY-ROWS.
           IF WS-FOUND-HIST = "Y"
               ADD 1 TO WS-CTL-ARCHIVED(1)
           END-IF
           IF WS-FOUND-DISP = "Y"
               ADD 1 TO WS-CTL-ARCHIVED(2)
           END-IF
           IF WS-FOUND-TICK = "Y"
               ADD 1 TO WS-CTL-ARCHIVED(3)
           END-IF
           IF WS-FOUND-ALRT = "Y"
               ADD 1 TO WS-CTL-ARCHIVED(4)
           END-IF
           IF WS-FOUND-DISP = "Y"
               MOVE WS-CTL-MASTER(2) TO WS-JRNL-MASTER
               MOVE DISPOSITION-RECORD TO WS-JRNL-BEFORE
               DELETE DISPOSITION-FILE RECORD
                   INVALID KEY
                       DISPLAY "DISPMST delete failed: "
                           DS-PROGRAM-ID " " DS-RULE-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-CTL-DELETED(2)
                       PERFORM 9950-WRITE-JOURNAL
               END-DELETE
           END-IF
           IF WS-FOUND-TICK = "Y"
               MOVE WS-CTL-MASTER(3) TO WS-JRNL-MASTER
               MOVE TICKET-XREF-RECORD TO WS-JRNL-BEFORE
               DELETE TICKET-XREF-FILE RECORD
                   INVALID KEY
                       DISPLAY "TICKMST delete failed: "
                           TK-PROGRAM-ID " " TK-RULE-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-CTL-DELETED(3)
                       PERFORM 9950-WRITE-JOURNAL
               END-DELETE
           END-IF
           IF WS-FOUND-ALRT = "Y"
               MOVE WS-CTL-MASTER(4) TO WS-JRNL-MASTER
               MOVE ALERT-STATE-RECORD TO WS-JRNL-BEFORE
               DELETE ALERT-STATE-FILE RECORD
                   INVALID KEY
                       DISPLAY "ALRTMST delete failed: "
                           AS-PROGRAM-ID " " AS-RULE-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-CTL-DELETED(4)
                       PERFORM 9950-WRITE-JOURNAL
               END-DELETE
           END-IF
           IF WS-FOUND-HIST = "Y"
               MOVE WS-CTL-MASTER(1) TO WS-JRNL-MASTER
               MOVE FINDINGS-HISTORY-RECORD TO WS-JRNL-BEFORE
               DELETE FINDINGS-HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY "HISTMST delete failed: "
                           FH-PROGRAM-ID " " FH-RULE-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-CTL-DELETED(1)
                       PERFORM 9950-WRITE-JOURNAL
               END-DELETE
           END-IF.

       3900-WRITE-ARCHIVE-ROW.
      * Only a key archived in full counts on the control totals;
      * any rows a failed key did get onto MSTARC are extra copies,
      * its masters are untouched.
           WRITE MASTER-ARCHIVE-RECORD
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "YES" TO WS-KEY-ARC-FAILED
               DISPLAY "MSTARC write failed, status "
                   WS-ARCHIVE-STATUS ", key kept: " MA-MASTER " "
                   WS-KEY-PROGRAM(WS-KEY-IDX) " "
                   WS-KEY-RULE(WS-KEY-IDX)
           END-IF.

       4000-PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "KEYS PURGED: " WS-PURGED-COUNT
               "  HELD: WAIVER " WS-HELD-WAIVER
               " TICKET " WS-HELD-TICKET " ALERT " WS-HELD-ALERT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-ARC-FAILURES > 0
               MOVE SPACES TO RPT-LINE
               STRING "ARCHIVE WRITE FAILED: " WS-ARC-FAILURES
                   " KEYS KEPT, NOTHING DELETED FOR THEM"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "CONTROL TOTALS  ARCHIVED   DELETED" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1 UNTIL WS-MST-IDX > 4
               MOVE WS-CTL-MASTER(WS-MST-IDX)   TO WS-TOT-MASTER
               MOVE WS-CTL-ARCHIVED(WS-MST-IDX) TO WS-TOT-ARCHIVED
               MOVE WS-CTL-DELETED(WS-MST-IDX)  TO WS-TOT-DELETED
               IF WS-CTL-ARCHIVED(WS-MST-IDX) =
                       WS-CTL-DELETED(WS-MST-IDX)
                   MOVE "BALANCED" TO WS-TOT-STATUS
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-TOT-STATUS
                   MOVE "YES" TO WS-OUT-OF-BALANCE
               END-IF
               MOVE WS-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9950-WRITE-JOURNAL.
       COPY "jrnlwrt.cpy".

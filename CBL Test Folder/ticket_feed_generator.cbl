       IDENTIFICATION DIVISION.
       PROGRAM-ID. TicketFeedGenerator.
      * Turns NEW findings into remediation tickets automatically
      * instead of "someone is supposed to open one by hand", and
      * checks that a ticket the ITSM system calls resolved really
      * did make the finding go away. Four modes, the same PARM
      * convention the snapshot utility uses:
      *   PARM='GENERATE' -- after FindingsHistoryUpdate: every
      *   HISTMST entry first seen tonight with no TICKMST cross
      *   reference emits a pipe-delimited ticket request
      *   row so a rerun or recurrence never requests twice;
      *   PARM='LOADRESP' -- rolls the gateway's response file
      *   (TICKRESP: program|rule|ticket) back into TICKMST, so the
      *   inquiry tools can show the ticket next to the finding;
      *   PARM='LOADSTAT' -- appends the ITSM system's inbound status
      *   feed (TICKSTAT: ticket|status|resolver|date) to the TICKHIST
      *   ticket status history; a line without a ticket, a status or
      *   a YYYY-MM-DD date is rejected, not half-loaded;
      *   PARM='VERIFY' or 'VERIFYnn' -- after FindingsHistoryUpdate:
      *   each TICKMST ticket's latest TICKHIST status is checked
      *   against its finding on HISTMST. A ticket RESOLVED or CLOSED
      *   more than nn nights ago (default 3) whose finding the
      *   scanner still reported tonight is a FALSE-RESOLUTION: a
      *   reopen request (ticket|program|rule|resolver|resolved
      *   date|FALSE-RESOLUTION|date) goes to the TICKROPN dataset
      *   the gateway collects, and a REOPEN-REQ event to TICKHIST
      *   so the request is not repeated every night. A finding the
      *   scanner no longer reports (GONE) whose ticket was never
      *   resolved is listed on TICKVRPT for closure. CC 4 when any
      *   false resolution was found.
      * Every TICKMST add and change is journaled (before and after
      * image) to JRNLLOG for MasterRecovery; TICKHIST is itself an
      * append-only history. GENERATE and VERIFY are chained
      * after-jobs (steps TICKGEN and TICKVRFY): they wait on the
      * night's suite run being COMPLETE on CHAINCTL. LOADRESP and
      * LOADSTAT run whenever the gateway delivers and are not
      * chained.
      * GENERATE sorts CLASSLOG on program-id and walks it in matched
      * sequence with HISTMST (already in program-id order), so the
      * classification join holds no program table. VERIFY sorts
      * TICKHIST and TICKMST together on ticket number, each ticket's
      * status events in date order ahead of its cross references,
      * to give every ticketed finding its latest status (TICKWORK
      * work file), then sorts those with HISTMST on program-id and
      * rule-id to judge each against its finding, so it holds no
      * ticket table either.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "chnsel.cpy".
           COPY "classsel.cpy".
           COPY "findhsel.cpy".
           COPY "ticksel.cpy".
           COPY "tkhsel.cpy".
           COPY "jrnlsel.cpy".
           SELECT REQUEST-FILE ASSIGN TO "TICKREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT RESPONSE-FILE ASSIGN TO "TICKRESP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT STATUS-FEED-FILE ASSIGN TO "TICKSTAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REOPEN-FILE ASSIGN TO "TICKROPN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REOPEN-STATUS.
           SELECT VERIFY-REPORT-FILE ASSIGN TO "TICKVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-RPT-STATUS.
           SELECT TICKET-WORK-FILE ASSIGN TO "TICKWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TICKWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT VERIFY-SORT-FILE ASSIGN TO "SORTWK01".
           SELECT FINDING-SORT-FILE ASSIGN TO "SORTWK01".
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
       COPY "findhrec.cpy".
       FD  TICKET-XREF-FILE.
       COPY "tickrec.cpy".
       FD  TICKET-STATUS-FILE.
       COPY "tkhrec.cpy".
       FD  JOURNAL-FILE.
       COPY "jrnlrec.cpy".
       FD  REQUEST-FILE.
       01 REQUEST-RECORD PIC X(120).
       FD  RESPONSE-FILE.
       01 RESPONSE-RECORD PIC X(80).
       FD  STATUS-FEED-FILE.
       01 STATUS-FEED-RECORD PIC X(80).
       FD  REOPEN-FILE.
       01 REOPEN-RECORD PIC X(120).
       FD  VERIFY-REPORT-FILE.
       01 VRPT-LINE PIC X(132).
      * TICKWORK carries WS-TICKET-ITEM images.
       FD  TICKET-WORK-FILE.
       01 TICKET-WORK-RECORD PIC X(92).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-CWE                 PIC X(10).
           05 SRT-SEVERITY            PIC X(10).
      * Under each ticket number its TICKHIST status events (VFS-KIND
      * 1, in status-date then load order, so the last one is the
      * latest status) ahead of the TICKMST cross references that
      * carry it (2).
       SD  VERIFY-SORT-FILE.
       01 VERIFY-SORT-RECORD.
           05 VFS-TICKET-NO           PIC X(12).
           05 VFS-KIND                PIC 9(1).
           05 VFS-DATE                PIC X(10).
           05 VFS-SEQ                 PIC 9(9).
           05 VFS-PAYLOAD             PIC X(50).
           05 VFS-STATUS-VIEW REDEFINES VFS-PAYLOAD.
               10 VFS-STATUS          PIC X(12).
               10 VFS-RESOLVER        PIC X(8).
               10 FILLER              PIC X(30).
           05 VFS-XREF-VIEW REDEFINES VFS-PAYLOAD.
               10 VFS-PROGRAM-ID      PIC X(30).
               10 VFS-RULE-ID         PIC X(20).
      * Under each finding key its HISTMST entry (FDS-KIND 1) ahead
      * of the tickets raised for it with their latest status (2).
       SD  FINDING-SORT-FILE.
       01 FINDING-SORT-RECORD.
           05 FDS-PROGRAM-ID          PIC X(30).
           05 FDS-RULE-ID             PIC X(20).
           05 FDS-KIND                PIC 9(1).
           05 FDS-SEQ                 PIC 9(9).
           05 FDS-PAYLOAD             PIC X(42).
           05 FDS-HISTORY-VIEW REDEFINES FDS-PAYLOAD.
               10 FDS-FIRST-SEEN      PIC X(10).
               10 FDS-LAST-SEEN       PIC X(10).
               10 FILLER              PIC X(22).
           05 FDS-TICKET-VIEW REDEFINES FDS-PAYLOAD.
               10 FDS-TICKET-NO       PIC X(12).
               10 FDS-STATUS          PIC X(12).
               10 FDS-RESOLVER        PIC X(8).
               10 FDS-STAT-DATE       PIC X(10).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "chnws.cpy".
       COPY "jrnlws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-HISTORY-STATUS  PIC X(2).
       01 WS-TICKET-STATUS   PIC X(2).
       01 WS-REQUEST-STATUS  PIC X(2).
       01 WS-RESPONSE-STATUS PIC X(2).
       01 WS-TKHIST-STATUS   PIC X(2).
       01 WS-FEED-STATUS     PIC X(2).
       01 WS-REOPEN-STATUS   PIC X(2).
       01 WS-VERIFY-RPT-STATUS PIC X(2).
       01 WS-TICKWORK-STATUS PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-REQUEST-COUNT   PIC 9(4) VALUE 0.
       01 WS-HELD-COUNT      PIC 9(4) VALUE 0.
       01 WS-LOADED-COUNT    PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(4) VALUE 0.
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-JOIN-CWE        PIC X(10).
       01 WS-JOIN-SEVERITY   PIC X(10).
       01 WS-RESP-PROGRAM    PIC X(30).
       01 WS-RESP-RULE       PIC X(20).
       01 WS-RESP-TICKET     PIC X(12).
       01 WS-FEED-TICKET     PIC X(12).
       01 WS-FEED-STATE      PIC X(12).
       01 WS-FEED-RESOLVER   PIC X(8).
       01 WS-FEED-DATE       PIC X(10).
      * VERIFY: how many nights a resolution gets to show in the scan
      * before a finding still reported is called a false one.
       01 WS-REOPEN-NIGHTS   PIC 9(2) VALUE 3.
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
       01 WS-STATUS-YMD      PIC X(8).
       01 WS-NIGHTS-SINCE    PIC S9(5) VALUE 0.
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-FINDING-HELD    PIC X(3).
       01 WS-HELD-FIRST-SEEN PIC X(10).
       01 WS-HELD-LAST-SEEN  PIC X(10).
       01 WS-FALSE-RES-COUNT PIC 9(4) VALUE 0.
       01 WS-CLOSURE-COUNT   PIC 9(4) VALUE 0.
       01 WS-VERIFIED-COUNT  PIC 9(4) VALUE 0.
       01 WS-GRACE-COUNT     PIC 9(4) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(4) VALUE 0.
       01 WS-CHECKED-COUNT   PIC 9(4) VALUE 0.
      * The ticket group VERIFY has reached: its latest status event
      * and how many cross references carry the ticket.
       01 WS-CUR-TICKET      PIC X(12).
       01 WS-CUR-STATUS      PIC X(12).
       01 WS-CUR-RESOLVER    PIC X(8).
       01 WS-CUR-STAT-DATE   PIC X(10).
       01 WS-CUR-XREFS       PIC 9(4) VALUE 0.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-RULE        PIC X(20).
      * One ticketed finding with its ticket's latest status.
       01 WS-TICKET-ITEM.
           05 WS-TKI-PROGRAM     PIC X(30).
           05 WS-TKI-RULE        PIC X(20).
           05 WS-TKI-TICKET      PIC X(12).
           05 WS-TKI-STATUS      PIC X(12).
           05 WS-TKI-RESOLVER    PIC X(8).
           05 WS-TKI-STAT-DATE   PIC X(10).
       01 WS-VERIFY-LINE.
           05 WS-VFL-TAG         PIC X(17).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VFL-TICKET      PIC X(12).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VFL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VFL-RULE-ID     PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VFL-STATUS      PIC X(12).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VFL-RESOLVER    PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VFL-STAT-DATE   PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-VFL-LAST-SEEN   PIC X(10).
      * The sorted CLASSLOG group the history walk has reached (its
      * last row is the program's classification) and the sorted row
      * read ahead of it; HIGH-VALUES once the sort is exhausted.
       01 WS-CLS-PROGRAM     PIC X(30).
       01 WS-CLS-CWE         PIC X(10).
       01 WS-CLS-SEVERITY    PIC X(10).
       01 WS-AHEAD-RECORD.
           05 WS-AHEAD-PROGRAM   PIC X(30).
           05 WS-AHEAD-CWE       PIC X(10).
           05 WS-AHEAD-SEVERITY  PIC X(10).
       01 WS-VERIFY-HEADER.
           05 FILLER PIC X(18) VALUE "VERDICT".
           05 FILLER PIC X(13) VALUE "TICKET".
           05 FILLER PIC X(31) VALUE "PROGRAM-ID".
           05 FILLER PIC X(21) VALUE "RULE-ID".
           05 FILLER PIC X(13) VALUE "STATUS".
           05 FILLER PIC X(9)  VALUE "BY".
           05 FILLER PIC X(11) VALUE "ON".
           05 FILLER PIC X(10) VALUE "LAST SEEN".
       LINKAGE SECTION.
       01 LS-TICKET-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           IF LS-PARM-LEN >= 8
               AND LS-PARM-TEXT(1:8) = "GENERATE"
               MOVE "TICKGEN" TO WS-CHAIN-STEP
               MOVE "TicketFeedGenerator" TO WS-CHAIN-PROGRAM-ID
               PERFORM 9800-CHAIN-START
               IF WS-CHAIN-REFUSED = "YES"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF LS-PARM-LEN >= 6
               AND LS-PARM-TEXT(1:6) = "VERIFY"
               MOVE "TICKVRFY" TO WS-CHAIN-STEP
               MOVE "TicketFeedGenerator" TO WS-CHAIN-PROGRAM-ID
               PERFORM 9800-CHAIN-START
               IF WS-CHAIN-REFUSED = "YES"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE "TicketFeedGenerator" TO WS-JRNL-PROGRAM-ID
           MOVE "TICKMST" TO WS-JRNL-MASTER
           PERFORM 1000-OPEN-XREF-MASTER
           EVALUATE TRUE
               WHEN LS-PARM-LEN >= 8
               WHEN LS-PARM-LEN >= 8
                   AND LS-PARM-TEXT(1:8) = "LOADRESP"
                   PERFORM 4000-LOAD-RESPONSES
               WHEN LS-PARM-LEN >= 8
                   AND LS-PARM-TEXT(1:8) = "LOADSTAT"
                   PERFORM 4500-LOAD-STATUS-FEED
               WHEN LS-PARM-LEN >= 6
                   AND LS-PARM-TEXT(1:6) = "VERIFY"
                   PERFORM 5000-VERIFY-RESOLUTIONS
               WHEN OTHER
                   DISPLAY "PARM must be GENERATE, LOADRESP, LOADSTAT"
                       " or VERIFY"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           CLOSE TICKET-XREF-FILE
           PERFORM 9810-CHAIN-END
           GOBACK.

       1000-OPEN-XREF-MASTER.
           IF WS-TICKET-STATUS NOT = "00"
               DISPLAY "TICKMST OPEN FAILED: " WS-TICKET-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF.

       1500-RELEASE-CLASSIFICATIONS.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE CLS-CWE-NUMBER TO SRT-CWE
                           MOVE CLS-SEVERITY   TO SRT-SEVERITY
                           RELEASE SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE CLASSIFY-LOG-FILE
           END-IF
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
               MOVE WS-AHEAD-CWE      TO WS-CLS-CWE
               MOVE WS-AHEAD-SEVERITY TO WS-CLS-SEVERITY
               PERFORM 1600-RETURN-AHEAD
           END-PERFORM.

       2000-GENERATE-REQUESTS.
           IF WS-SUITE-RUN-ID = SPACES
               OR WS-SUITE-RUN-ID = LOW-VALUES
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SUITE-RUN-ID
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTMST OPEN FAILED: " WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           OPEN OUTPUT REQUEST-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 1500-RELEASE-CLASSIFICATIONS
               OUTPUT PROCEDURE IS 2050-WALK-HISTORY
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE REQUEST-FILE
           CLOSE FINDINGS-HISTORY-FILE
           DISPLAY "Ticket feed: requested " WS-REQUEST-COUNT
               " already ticketed " WS-HELD-COUNT
           MOVE "TicketFeedGenerator" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "TICKETS REQ=" WS-REQUEST-COUNT
               " HELD=" WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.

       2050-WALK-HISTORY.
           PERFORM 1600-RETURN-AHEAD
           PERFORM 1700-NEXT-CLASS-GROUP
           MOVE LOW-VALUES TO FH-KEY
           START FINDINGS-HISTORY-FILE KEY NOT < FH-KEY
               INVALID KEY
                           PERFORM 2100-REQUEST-ONE-TICKET
                       END-IF
               END-READ
           END-PERFORM.

       2100-REQUEST-ONE-TICKET.
      * A key already on the cross reference -- PENDING or numbered

       2200-WRITE-ONE-REQUEST.
           MOVE "UNKNOWN" TO WS-JOIN-CWE WS-JOIN-SEVERITY
           PERFORM UNTIL WS-CLS-PROGRAM NOT < FH-PROGRAM-ID
               PERFORM 1700-NEXT-CLASS-GROUP
           END-PERFORM
           IF WS-CLS-PROGRAM = FH-PROGRAM-ID
               MOVE WS-CLS-CWE      TO WS-JOIN-CWE
               MOVE WS-CLS-SEVERITY TO WS-JOIN-SEVERITY
           END-IF
           MOVE SPACES TO REQUEST-RECORD
           STRING FUNCTION TRIM(FH-PROGRAM-ID) "|"
               FUNCTION TRIM(FH-RULE-ID) "|"
           ADD 1 TO WS-REQUEST-COUNT
           MOVE "PENDING     " TO TK-TICKET-NO
           MOVE WS-TODAY TO TK-OPENED-DATE
           WRITE TICKET-XREF-RECORD
           PERFORM 4900-JOURNAL-ADD.

       4000-LOAD-RESPONSES.
           OPEN INPUT RESPONSE-FILE
                       MOVE WS-RESP-TICKET TO TK-TICKET-NO
                       MOVE WS-TODAY TO TK-OPENED-DATE
                       WRITE TICKET-XREF-RECORD
                       PERFORM 4900-JOURNAL-ADD
                       ADD 1 TO WS-LOADED-COUNT
                   NOT INVALID KEY
                       MOVE TICKET-XREF-RECORD TO WS-JRNL-BEFORE
                       MOVE WS-RESP-TICKET TO TK-TICKET-NO
                       REWRITE TICKET-XREF-RECORD
                       MOVE "CHANGED" TO WS-JRNL-ACTION
                       MOVE TICKET-XREF-RECORD TO WS-JRNL-AFTER
                       PERFORM 9950-WRITE-JOURNAL
                       ADD 1 TO WS-LOADED-COUNT
               END-READ
           END-IF.

       4500-LOAD-STATUS-FEED.
           OPEN INPUT STATUS-FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "TICKSTAT OPEN FAILED: " WS-FEED-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND TICKET-STATUS-FILE
           IF WS-TKHIST-STATUS NOT = "00"
               OPEN OUTPUT TICKET-STATUS-FILE
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ STATUS-FEED-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 4600-POST-ONE-STATUS
               END-READ
           END-PERFORM
           CLOSE STATUS-FEED-FILE
           CLOSE TICKET-STATUS-FILE
           DISPLAY "Ticket status feed: loaded " WS-LOADED-COUNT
               " rejected " WS-REJECTED-COUNT
           MOVE "TicketFeedGenerator" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "TKSTAT LOADED=" WS-LOADED-COUNT
               " REJ=" WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       4600-POST-ONE-STATUS.
           MOVE SPACES TO WS-FEED-TICKET WS-FEED-STATE
               WS-FEED-RESOLVER WS-FEED-DATE
           UNSTRING STATUS-FEED-RECORD DELIMITED BY "|"
               INTO WS-FEED-TICKET WS-FEED-STATE WS-FEED-RESOLVER
                   WS-FEED-DATE
           END-UNSTRING
           IF WS-FEED-TICKET = SPACES OR WS-FEED-STATE = SPACES
               OR WS-FEED-DATE(1:4) IS NOT NUMERIC
               OR WS-FEED-DATE(5:1) NOT = "-"
               OR WS-FEED-DATE(6:2) IS NOT NUMERIC
               OR WS-FEED-DATE(8:1) NOT = "-"
               OR WS-FEED-DATE(9:2) IS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Unparseable status line rejected: "
                   STATUS-FEED-RECORD
           ELSE
               MOVE SPACES TO TICKET-STATUS-RECORD
               MOVE WS-FEED-TICKET   TO TS-TICKET-NO
               MOVE WS-FEED-STATE    TO TS-STATUS
               MOVE WS-FEED-RESOLVER TO TS-RESOLVER
               MOVE WS-FEED-DATE     TO TS-STATUS-DATE
               MOVE WS-TODAY         TO TS-LOADED-DATE
               MOVE "ITSM"           TO TS-SOURCE
               WRITE TICKET-STATUS-RECORD
               ADD 1 TO WS-LOADED-COUNT
           END-IF.

       4900-JOURNAL-ADD.
           MOVE "ADDED" TO WS-JRNL-ACTION
           MOVE SPACES TO WS-JRNL-BEFORE
           MOVE TICKET-XREF-RECORD TO WS-JRNL-AFTER
           PERFORM 9950-WRITE-JOURNAL.

       5000-VERIFY-RESOLUTIONS.
           IF LS-PARM-LEN >= 8 AND LS-PARM-TEXT(7:2) IS NUMERIC
               MOVE LS-PARM-TEXT(7:2) TO WS-REOPEN-NIGHTS
           END-IF
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
           OPEN INPUT FINDINGS-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTMST OPEN FAILED: " WS-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CHAIN-END
               GOBACK
           END-IF
           OPEN OUTPUT REOPEN-FILE
           OPEN OUTPUT VERIFY-REPORT-FILE
           MOVE SPACES TO VRPT-LINE
           STRING "TICKET RESOLUTION VERIFICATION - " WS-TODAY
               DELIMITED BY SIZE INTO VRPT-LINE
           WRITE VRPT-LINE
           MOVE SPACES TO VRPT-LINE
           STRING "FALSE-RESOLUTION: RESOLVED OR CLOSED MORE THAN "
               WS-REOPEN-NIGHTS " NIGHTS AGO, FINDING STILL REPORTED"
               DELIMITED BY SIZE INTO VRPT-LINE
           WRITE VRPT-LINE
           MOVE "CLOSE TICKET: FINDING GONE, TICKET NEVER RESOLVED"
               TO VRPT-LINE
           WRITE VRPT-LINE
           MOVE SPACES TO VRPT-LINE
           WRITE VRPT-LINE
           MOVE WS-VERIFY-HEADER TO VRPT-LINE
           WRITE VRPT-LINE
           SORT VERIFY-SORT-FILE
               ON ASCENDING KEY VFS-TICKET-NO VFS-KIND VFS-DATE
                   VFS-SEQ
               INPUT PROCEDURE IS 5050-RELEASE-TICKETS
               OUTPUT PROCEDURE IS 5100-LATEST-STATUS
           IF SORT-RETURN = 0
               SORT FINDING-SORT-FILE
                   ON ASCENDING KEY FDS-PROGRAM-ID FDS-RULE-ID
                       FDS-KIND FDS-SEQ
                   INPUT PROCEDURE IS 5200-RELEASE-FINDINGS
                   OUTPUT PROCEDURE IS 5250-JUDGE-FINDINGS
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE FINDINGS-HISTORY-FILE
           CLOSE REOPEN-FILE
           PERFORM 5900-PRINT-VERIFY-TOTALS
           CLOSE VERIFY-REPORT-FILE
           DISPLAY "Ticket verification: false resolutions "
               WS-FALSE-RES-COUNT " for closure " WS-CLOSURE-COUNT
           MOVE "TicketFeedGenerator" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "TKVRFY FALSE=" WS-FALSE-RES-COUNT
               " CLOSE=" WS-CLOSURE-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF RETURN-CODE < 12 AND WS-FALSE-RES-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       5050-RELEASE-TICKETS.
           OPEN INPUT TICKET-STATUS-FILE
           IF WS-TKHIST-STATUS = "00"
               PERFORM UNTIL WS-TKHIST-STATUS NOT = "00"
                   READ TICKET-STATUS-FILE
                       AT END
                           MOVE "10" TO WS-TKHIST-STATUS
                       NOT AT END
                           MOVE SPACES TO VERIFY-SORT-RECORD
                           MOVE TS-TICKET-NO TO VFS-TICKET-NO
                           MOVE 1 TO VFS-KIND
                           MOVE TS-STATUS-DATE TO VFS-DATE
                           MOVE TS-STATUS TO VFS-STATUS
                           MOVE TS-RESOLVER TO VFS-RESOLVER
                           PERFORM 5090-RELEASE-ROW
                   END-READ
               END-PERFORM
               CLOSE TICKET-STATUS-FILE
           ELSE
               DISPLAY "TICKHIST not available, status "
                   WS-TKHIST-STATUS ", no ticket resolved yet"
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
                       MOVE SPACES TO VERIFY-SORT-RECORD
                       MOVE TK-TICKET-NO TO VFS-TICKET-NO
                       MOVE 2 TO VFS-KIND
                       MOVE TK-OPENED-DATE TO VFS-DATE
                       MOVE TK-PROGRAM-ID TO VFS-PROGRAM-ID
                       MOVE TK-RULE-ID TO VFS-RULE-ID
                       PERFORM 5090-RELEASE-ROW
               END-READ
           END-PERFORM.

       5090-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO VFS-SEQ
           RELEASE VERIFY-SORT-RECORD.

       5100-LATEST-STATUS.
           OPEN OUTPUT TICKET-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-TICKET
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN VERIFY-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 5150-POST-ONE-TICKET-ROW
               END-RETURN
           END-PERFORM
           PERFORM 5160-CLOSE-TICKET-GROUP
           CLOSE TICKET-WORK-FILE
           MOVE "NO" TO WS-SORT-EOF.

       5150-POST-ONE-TICKET-ROW.
           IF VFS-TICKET-NO NOT = WS-CUR-TICKET
               PERFORM 5160-CLOSE-TICKET-GROUP
               MOVE VFS-TICKET-NO TO WS-CUR-TICKET
               MOVE SPACES TO WS-CUR-STATUS WS-CUR-RESOLVER
                   WS-CUR-STAT-DATE
               MOVE 0 TO WS-CUR-XREFS
           END-IF
           IF VFS-KIND = 1
               MOVE VFS-STATUS TO WS-CUR-STATUS
               MOVE VFS-RESOLVER TO WS-CUR-RESOLVER
               MOVE VFS-DATE TO WS-CUR-STAT-DATE
           ELSE
               ADD 1 TO WS-CUR-XREFS
               MOVE VFS-PROGRAM-ID TO WS-TKI-PROGRAM
               MOVE VFS-RULE-ID TO WS-TKI-RULE
               MOVE WS-CUR-TICKET TO WS-TKI-TICKET
               MOVE WS-CUR-STATUS TO WS-TKI-STATUS
               MOVE WS-CUR-RESOLVER TO WS-TKI-RESOLVER
               MOVE WS-CUR-STAT-DATE TO WS-TKI-STAT-DATE
               WRITE TICKET-WORK-RECORD FROM WS-TICKET-ITEM
           END-IF.

       5160-CLOSE-TICKET-GROUP.
      * Status events for a ticket no cross reference carries: the
      * ITSM system knows a ticket this side never asked for.
           IF WS-CUR-TICKET NOT = LOW-VALUES
               AND WS-CUR-STATUS NOT = SPACES
               AND WS-CUR-XREFS = 0
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.

       5200-RELEASE-FINDINGS.
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
                       MOVE SPACES TO FINDING-SORT-RECORD
                       MOVE FH-PROGRAM-ID TO FDS-PROGRAM-ID
                       MOVE FH-RULE-ID TO FDS-RULE-ID
                       MOVE 1 TO FDS-KIND
                       MOVE FH-FIRST-SEEN TO FDS-FIRST-SEEN
                       MOVE FH-LAST-SEEN TO FDS-LAST-SEEN
                       PERFORM 5290-RELEASE-FINDING-ROW
               END-READ
           END-PERFORM
           OPEN INPUT TICKET-WORK-FILE
           PERFORM UNTIL WS-TICKWORK-STATUS NOT = "00"
               READ TICKET-WORK-FILE INTO WS-TICKET-ITEM
                   AT END
                       MOVE "10" TO WS-TICKWORK-STATUS
                   NOT AT END
                       MOVE SPACES TO FINDING-SORT-RECORD
                       MOVE WS-TKI-PROGRAM TO FDS-PROGRAM-ID
                       MOVE WS-TKI-RULE TO FDS-RULE-ID
                       MOVE 2 TO FDS-KIND
                       MOVE WS-TKI-TICKET TO FDS-TICKET-NO
                       MOVE WS-TKI-STATUS TO FDS-STATUS
                       MOVE WS-TKI-RESOLVER TO FDS-RESOLVER
                       MOVE WS-TKI-STAT-DATE TO FDS-STAT-DATE
                       PERFORM 5290-RELEASE-FINDING-ROW
               END-READ
           END-PERFORM
           CLOSE TICKET-WORK-FILE.

       5250-JUDGE-FINDINGS.
      * TICKHIST has been read into the first sort by now, so the
      * reopen events this pass raises can be appended to it.
           OPEN EXTEND TICKET-STATUS-FILE
           IF WS-TKHIST-STATUS NOT = "00"
               OPEN OUTPUT TICKET-STATUS-FILE
           END-IF
           MOVE LOW-VALUES TO WS-CUR-PROGRAM WS-CUR-RULE
           MOVE "NO" TO WS-FINDING-HELD
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN FINDING-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 5260-POST-ONE-FINDING-ROW
               END-RETURN
           END-PERFORM
           CLOSE TICKET-STATUS-FILE.

       5260-POST-ONE-FINDING-ROW.
           IF FDS-PROGRAM-ID NOT = WS-CUR-PROGRAM
               OR FDS-RULE-ID NOT = WS-CUR-RULE
               MOVE FDS-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE FDS-RULE-ID TO WS-CUR-RULE
               MOVE "NO" TO WS-FINDING-HELD
           END-IF
           IF FDS-KIND = 1
               MOVE "YES" TO WS-FINDING-HELD
               MOVE FDS-FIRST-SEEN TO WS-HELD-FIRST-SEEN
               MOVE FDS-LAST-SEEN TO WS-HELD-LAST-SEEN
           ELSE
      * A ticket for a key HISTMST has never held (purged, or raised
      * by hand) has nothing to verify against.
               IF WS-FINDING-HELD = "YES"
                   MOVE FDS-TICKET-NO TO WS-CUR-TICKET
                   MOVE FDS-STATUS TO WS-CUR-STATUS
                   MOVE FDS-RESOLVER TO WS-CUR-RESOLVER
                   MOVE FDS-STAT-DATE TO WS-CUR-STAT-DATE
                   PERFORM 5270-VERIFY-ONE-FINDING
               END-IF
           END-IF.

       5270-VERIFY-ONE-FINDING.
           ADD 1 TO WS-CHECKED-COUNT
           IF WS-CUR-STATUS = "RESOLVED" OR WS-CUR-STATUS = "CLOSED"
               IF WS-HELD-LAST-SEEN = WS-TODAY
                   AND WS-HELD-FIRST-SEEN NOT = WS-TODAY
                   PERFORM 5300-NIGHTS-SINCE-STATUS
                   IF WS-NIGHTS-SINCE > WS-REOPEN-NIGHTS
                       PERFORM 5400-REQUEST-REOPEN
                   ELSE
                       ADD 1 TO WS-GRACE-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-VERIFIED-COUNT
               END-IF
           ELSE
               IF WS-HELD-LAST-SEEN NOT = WS-TODAY
                   PERFORM 5500-LIST-FOR-CLOSURE
               END-IF
           END-IF.

       5290-RELEASE-FINDING-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO FDS-SEQ
           RELEASE FINDING-SORT-RECORD.

       5300-NIGHTS-SINCE-STATUS.
           MOVE SPACES TO WS-STATUS-YMD
           STRING WS-CUR-STAT-DATE(1:4) WS-CUR-STAT-DATE(6:2)
               WS-CUR-STAT-DATE(9:2) DELIMITED BY SIZE
               INTO WS-STATUS-YMD
           IF WS-STATUS-YMD IS NUMERIC
               COMPUTE WS-NIGHTS-SINCE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-STATUS-YMD))
           ELSE
               MOVE 0 TO WS-NIGHTS-SINCE
           END-IF.

       5400-REQUEST-REOPEN.
           ADD 1 TO WS-FALSE-RES-COUNT
           MOVE "FALSE-RESOLUTION" TO WS-VFL-TAG
           PERFORM 5600-WRITE-VERIFY-LINE
           MOVE SPACES TO REOPEN-RECORD
           STRING FUNCTION TRIM(WS-CUR-TICKET) "|"
               FUNCTION TRIM(WS-CUR-PROGRAM) "|"
               FUNCTION TRIM(WS-CUR-RULE) "|"
               FUNCTION TRIM(WS-CUR-RESOLVER) "|"
               WS-CUR-STAT-DATE "|"
               "FALSE-RESOLUTION|"
               WS-TODAY
               DELIMITED BY SIZE INTO REOPEN-RECORD
           WRITE REOPEN-RECORD
      * The reopen request becomes the ticket's latest status, so it
      * is asked for once, not every night until the gateway acts.
           MOVE SPACES TO TICKET-STATUS-RECORD
           MOVE WS-CUR-TICKET TO TS-TICKET-NO
           MOVE "REOPEN-REQ"  TO TS-STATUS
           MOVE "TICKGEN"     TO TS-RESOLVER
           MOVE WS-TODAY      TO TS-STATUS-DATE
           MOVE WS-TODAY      TO TS-LOADED-DATE
           MOVE "TICKGEN"     TO TS-SOURCE
           WRITE TICKET-STATUS-RECORD.

       5500-LIST-FOR-CLOSURE.
           ADD 1 TO WS-CLOSURE-COUNT
           MOVE "CLOSE TICKET" TO WS-VFL-TAG
           PERFORM 5600-WRITE-VERIFY-LINE.

       5600-WRITE-VERIFY-LINE.
           MOVE WS-CUR-TICKET TO WS-VFL-TICKET
           MOVE WS-CUR-PROGRAM TO WS-VFL-PROGRAM-ID
           MOVE WS-CUR-RULE TO WS-VFL-RULE-ID
           IF WS-CUR-STATUS = SPACES
               MOVE "NO STATUS" TO WS-VFL-STATUS
           ELSE
               MOVE WS-CUR-STATUS TO WS-VFL-STATUS
           END-IF
           MOVE WS-CUR-RESOLVER TO WS-VFL-RESOLVER
           MOVE WS-CUR-STAT-DATE TO WS-VFL-STAT-DATE
           MOVE WS-HELD-LAST-SEEN TO WS-VFL-LAST-SEEN
           MOVE WS-VERIFY-LINE TO VRPT-LINE
           WRITE VRPT-LINE.

       5900-PRINT-VERIFY-TOTALS.
           MOVE SPACES TO VRPT-LINE
           WRITE VRPT-LINE
           MOVE SPACES TO VRPT-LINE
           STRING "TICKETED FINDINGS CHECKED: " WS-CHECKED-COUNT
               "  FALSE RESOLUTIONS: " WS-FALSE-RES-COUNT
               "  FOR CLOSURE: " WS-CLOSURE-COUNT
               DELIMITED BY SIZE INTO VRPT-LINE
           WRITE VRPT-LINE
           MOVE SPACES TO VRPT-LINE
           STRING "RESOLUTIONS VERIFIED: " WS-VERIFIED-COUNT
               "  RESOLVED, STILL INSIDE " WS-REOPEN-NIGHTS
               " NIGHTS: " WS-GRACE-COUNT
               DELIMITED BY SIZE INTO VRPT-LINE
           WRITE VRPT-LINE
           MOVE SPACES TO VRPT-LINE
           STRING "TICKHIST TICKETS NOT ON TICKMST: "
               WS-UNMATCHED-COUNT
               DELIMITED BY SIZE INTO VRPT-LINE
           WRITE VRPT-LINE.

       9800-CHAIN-START.
       COPY "chnstart.cpy".

       9810-CHAIN-END.
       COPY "chnend.cpy".

       9820-CHAIN-TIMESTAMP.
       COPY "chnstamp.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9950-WRITE-JOURNAL.
       COPY "jrnlwrt.cpy".

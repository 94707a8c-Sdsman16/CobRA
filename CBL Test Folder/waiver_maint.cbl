       IDENTIFICATION DIVISION.
       PROGRAM-ID. WaiverMaint.
      * Transaction-driven maintenance of waivers, replacing hand
      * edits of WAIVERS (which let anyone with update access park a
      * HIGH mismatch until 2099 under their own approver id). Cards
      * from WAIVCMDS act on the WAIVLDG waiver ledger:
      *   REQUEST  propose a waiver; it sits PENDING, not in force
      *   APPROVE  a second user puts a pending request (or renewal)
      *            into force -- never the user who raised it
      *   REJECT   a second user refuses a pending request/renewal
      *   RENEW    propose a later expiry for an approved waiver;
      *            the current expiry stands until it is approved
      *   REVOKE   withdraw a pending or approved waiver at once
      * The longest term a waiver may run is set per severity by the
      * WAIVPOL policy table (HIGH 30 days, LOW 180, a DEFAULT row for
      * anything else), counted from the day of the card; severity is
      * the finding's EXPRESULT row, else its ACTUALRES row. Every
      * applied card writes a before-image and after-image of the
      * ledger entry to the WAIVRPT report and to AUDITLOG, the same
      * image pair ExpectedFixtureMaint writes. WAIVERS is then
      * rebuilt from the APPROVED ledger entries alone, so a waiver no
      * second user signed off can never reach reconciliation. CC 4
      * when any card was rejected, or when EXPRESULT/ACTUALRES or
      * WAIVPOL outgrew its table (a finding left out is held to the
      * DEFAULT term; the count heads WAIVRPT), CC 12 when the
      * ledger, the policy table or WAIVCMDS cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "waivlsel.cpy".
           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT POLICY-FILE ASSIGN TO "WAIVPOL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPRESULT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT ACTUAL-RESULTS-FILE ASSIGN TO "ACTUALRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-STATUS.
           SELECT COMMAND-FILE ASSIGN TO "WAIVCMDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMMAND-STATUS.
           SELECT REPORT-FILE ASSIGN TO "WAIVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  WAIVER-LEDGER-FILE.
       COPY "waivlrec.cpy".
       FD  WAIVER-FILE.
       COPY "waiverec.cpy".
       FD  POLICY-FILE.
       01 POLICY-RECORD.
           05 POL-SEVERITY            PIC X(10).
           05 POL-MAX-DAYS            PIC 9(5).
       FD  EXPECTED-RESULTS-FILE.
       COPY "expresult.cpy".
       FD  ACTUAL-RESULTS-FILE.
       COPY "actresult.cpy".
       FD  COMMAND-FILE.
       01 WAIVER-COMMAND.
           05 CMD-ACTION              PIC X(8).
           05 CMD-USER-ID             PIC X(8).
           05 CMD-PROGRAM-ID          PIC X(30).
           05 CMD-RULE-ID             PIC X(20).
           05 CMD-EXPIRY-DATE         PIC X(10).
           05 CMD-REASON              PIC X(20).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-LEDGER-STATUS   PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-POLICY-STATUS   PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-ACTUAL-STATUS   PIC X(2).
       01 WS-COMMAND-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-FOUND-SWITCH    PIC X(3) VALUE "NO".
       01 WS-CARD-OK         PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
       01 WS-LIMIT-INT       PIC 9(7) VALUE 0.
       01 WS-LIMIT-YMD       PIC X(8).
       01 WS-MAX-EXPIRY      PIC X(10).
       01 WS-PROPOSED-EXPIRY PIC X(10).
       01 WS-APPLIED-COUNT   PIC 9(3) VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(3) VALUE 0.
       01 WS-WRITTEN-COUNT   PIC 9(3) VALUE 0.
       01 WS-SEV-DROPPED     PIC 9(5) VALUE 0.
       01 WS-POL-DROPPED     PIC 9(3) VALUE 0.
       01 WS-LOOKUP-SEV      PIC X(10).
       01 WS-LOOKUP-DAYS     PIC 9(5).
       01 WS-DEFAULT-DAYS    PIC 9(5) VALUE 0.
       01 WS-DEFAULT-FOUND   PIC X(3) VALUE "NO".
       01 WS-POL-COUNT       PIC 9(2) VALUE 0.
       01 WS-POL-IDX         PIC 9(2) VALUE 0.
       01 WS-POLICY-TABLE.
           05 WS-POL-ENTRY OCCURS 10 TIMES.
               10 WS-POL-SEV         PIC X(10).
               10 WS-POL-DAYS        PIC 9(5).
      * Severity of each known finding: EXPRESULT rows are loaded
      * first so the fixture's severity wins over tonight's scan.
       01 WS-SEV-COUNT       PIC 9(3) VALUE 0.
       01 WS-SEV-IDX         PIC 9(3) VALUE 0.
       01 WS-SEV-TABLE.
           05 WS-SEV-ENTRY OCCURS 300 TIMES.
               10 WS-SEV-PROGRAM     PIC X(30).
               10 WS-SEV-RULE        PIC X(20).
               10 WS-SEV-SEVERITY    PIC X(10).
       01 WS-BEFORE-IMAGE.
           05 WS-BEF-STATUS      PIC X(8).
           05 WS-BEF-EXPIRY      PIC X(10).
           05 WS-BEF-REQUESTER   PIC X(8).
           05 WS-BEF-APPROVER    PIC X(8).
           05 WS-BEF-PEND-ACTION PIC X(8).
           05 WS-BEF-PEND-EXPIRY PIC X(10).
       01 WS-CARD-LINE.
           05 WS-CRD-ACTION      PIC X(8).
           05 FILLER             PIC X(4) VALUE " BY ".
           05 WS-CRD-USER-ID     PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CRD-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-CRD-RULE-ID     PIC X(20).
       01 WS-IMAGE-LINE.
           05 WS-IMG-TAG         PIC X(8).
           05 WS-IMG-STATUS      PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-IMG-EXPIRY      PIC X(10).
           05 FILLER             PIC X(5) VALUE " REQ=".
           05 WS-IMG-REQUESTER   PIC X(8).
           05 FILLER             PIC X(5) VALUE " APR=".
           05 WS-IMG-APPROVER    PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-IMG-PEND-ACTION PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-IMG-PEND-EXPIRY PIC X(10).
       01 WS-REJECT-LINE.
           05 FILLER             PIC X(9) VALUE "REJECTED ".
           05 WS-REJ-ACTION      PIC X(8).
           05 WS-REJ-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-REJ-REASON      PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
           PERFORM 1000-LOAD-POLICY-TABLE
           PERFORM 1200-LOAD-SEVERITIES
           PERFORM 1500-OPEN-LEDGER
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "WAIVER MAINTENANCE  " WS-TODAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1900-REPORT-OVERFLOW
           PERFORM 2000-APPLY-COMMANDS
           PERFORM 5000-REBUILD-WAIVERS
           CLOSE WAIVER-LEDGER-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "APPLIED: " WS-APPLIED-COUNT
               "  REJECTED: " WS-REJECTED-COUNT
               "  WAIVERS IN FORCE: " WS-WRITTEN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Waiver maintenance: applied " WS-APPLIED-COUNT
               " rejected " WS-REJECTED-COUNT
               " written " WS-WRITTEN-COUNT
           MOVE "WaiverMaint" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "WAIVER APPLIED=" WS-APPLIED-COUNT
               " REJ=" WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-REJECTED-COUNT > 0 OR WS-SEV-DROPPED > 0
               OR WS-POL-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-LOAD-POLICY-TABLE.
      * Without the policy table no term can be checked, so nothing
      * is applied -- a missing WAIVPOL must not mean "no limit".
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               DISPLAY "WAIVPOL OPEN FAILED: " WS-POLICY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ POLICY-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF POL-SEVERITY = "DEFAULT"
                           MOVE POL-MAX-DAYS TO WS-DEFAULT-DAYS
                           MOVE "YES" TO WS-DEFAULT-FOUND
                       ELSE
                           IF WS-POL-COUNT < 10
                               ADD 1 TO WS-POL-COUNT
                               MOVE POL-SEVERITY
                                   TO WS-POL-SEV(WS-POL-COUNT)
                               MOVE POL-MAX-DAYS
                                   TO WS-POL-DAYS(WS-POL-COUNT)
                           ELSE
                               ADD 1 TO WS-POL-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           IF WS-DEFAULT-FOUND = "NO"
               DISPLAY "WAIVPOL HAS NO DEFAULT ROW"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       1200-LOAD-SEVERITIES.
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ EXPECTED-RESULTS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-SEV-COUNT < 300
                               ADD 1 TO WS-SEV-COUNT
                               MOVE EXP-PROGRAM-ID
                                   TO WS-SEV-PROGRAM(WS-SEV-COUNT)
                               MOVE EXP-RULE-ID
                                   TO WS-SEV-RULE(WS-SEV-COUNT)
                               MOVE EXP-SEVERITY
                                   TO WS-SEV-SEVERITY(WS-SEV-COUNT)
                           ELSE
                               ADD 1 TO WS-SEV-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPECTED-RESULTS-FILE
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT ACTUAL-RESULTS-FILE
           IF WS-ACTUAL-STATUS = "00"
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ ACTUAL-RESULTS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WS-SEV-COUNT < 300
                               ADD 1 TO WS-SEV-COUNT
                               MOVE ACT-PROGRAM-ID
                                   TO WS-SEV-PROGRAM(WS-SEV-COUNT)
                               MOVE ACT-RULE-ID
                                   TO WS-SEV-RULE(WS-SEV-COUNT)
                               MOVE ACT-SEVERITY
                                   TO WS-SEV-SEVERITY(WS-SEV-COUNT)
                           ELSE
                               ADD 1 TO WS-SEV-DROPPED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTUAL-RESULTS-FILE
               MOVE "NO" TO WS-EOF-SWITCH
           END-IF.

       1500-OPEN-LEDGER.
      * First-ever run has no ledger yet -- create it empty and
      * reopen for update, the create-on-first-use pattern the other
      * keyed masters follow.
           OPEN I-O WAIVER-LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT WAIVER-LEDGER-FILE
               CLOSE WAIVER-LEDGER-FILE
               OPEN I-O WAIVER-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WAIVLDG OPEN FAILED: " WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       1900-REPORT-OVERFLOW.
      * A severity row that did not fit leaves its finding on the
      * DEFAULT term, which may be longer than its severity allows.
           IF WS-SEV-DROPPED > 0
               DISPLAY "Severity table full, rows ignored: "
                   WS-SEV-DROPPED
               MOVE SPACES TO RPT-LINE
               STRING "WARNING: " WS-SEV-DROPPED
                   " EXPRESULT/ACTUALRES ROWS BEYOND 300 IGNORED,"
                   " DEFAULT TERM"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-POL-DROPPED > 0
               DISPLAY "Policy table full, WAIVPOL rows ignored: "
                   WS-POL-DROPPED
               MOVE SPACES TO RPT-LINE
               STRING "WARNING: " WS-POL-DROPPED
                   " WAIVPOL ROWS BEYOND 10 IGNORED, DEFAULT TERM"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       2000-APPLY-COMMANDS.
      * No cards to read is a failed run, not an empty one: nothing
      * is applied and WAIVERS is left as the last run built it.
           OPEN INPUT COMMAND-FILE
           IF WS-COMMAND-STATUS NOT = "00"
               DISPLAY "WAIVCMDS OPEN FAILED: " WS-COMMAND-STATUS
               MOVE "WaiverMaint" TO WS-AUDIT-PROGRAM-ID
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "WAIVCMDS OPEN FAILED " WS-COMMAND-STATUS
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               CLOSE WAIVER-LEDGER-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ COMMAND-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 2100-APPLY-ONE-COMMAND
               END-READ
           END-PERFORM
           CLOSE COMMAND-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       2100-APPLY-ONE-COMMAND.
           MOVE FUNCTION UPPER-CASE(CMD-ACTION) TO CMD-ACTION
           MOVE FUNCTION UPPER-CASE(CMD-USER-ID) TO CMD-USER-ID
           IF CMD-USER-ID = SPACES
               MOVE "USER-ID BLANK" TO WS-REJ-REASON
               PERFORM 4500-WRITE-REJECT
           ELSE
               IF CMD-PROGRAM-ID = SPACES OR CMD-RULE-ID = SPACES
                   MOVE "PROGRAM-ID OR RULE-ID BLANK"
                       TO WS-REJ-REASON
                   PERFORM 4500-WRITE-REJECT
               ELSE
                   PERFORM 2200-READ-LEDGER-ENTRY
                   EVALUATE CMD-ACTION
                       WHEN "REQUEST"
                           PERFORM 3100-APPLY-REQUEST
                       WHEN "APPROVE"
                           PERFORM 3200-APPLY-APPROVE
                       WHEN "REJECT"
                           PERFORM 3300-APPLY-REJECT
                       WHEN "RENEW"
                           PERFORM 3400-APPLY-RENEW
                       WHEN "REVOKE"
                           PERFORM 3500-APPLY-REVOKE
                       WHEN OTHER
                           MOVE "UNKNOWN ACTION" TO WS-REJ-REASON
                           PERFORM 4500-WRITE-REJECT
                   END-EVALUATE
               END-IF
           END-IF.

       2200-READ-LEDGER-ENTRY.
           MOVE CMD-PROGRAM-ID TO WL-PROGRAM-ID
           MOVE CMD-RULE-ID    TO WL-RULE-ID
           READ WAIVER-LEDGER-FILE
               INVALID KEY
                   MOVE "NO" TO WS-FOUND-SWITCH
                   MOVE SPACES TO WL-STATUS WL-SEVERITY WL-REASON
                       WL-REQUESTER WL-REQUEST-DATE WL-APPROVER
                       WL-APPROVED-DATE WL-EXPIRY-DATE
                       WL-PENDING-ACTION WL-PENDING-EXPIRY
                       WL-LAST-ACTION-USER WL-LAST-ACTION-DATE
               NOT INVALID KEY
                   MOVE "YES" TO WS-FOUND-SWITCH
           END-READ
           MOVE WL-STATUS         TO WS-BEF-STATUS
           MOVE WL-EXPIRY-DATE    TO WS-BEF-EXPIRY
           MOVE WL-REQUESTER      TO WS-BEF-REQUESTER
           MOVE WL-APPROVER       TO WS-BEF-APPROVER
           MOVE WL-PENDING-ACTION TO WS-BEF-PEND-ACTION
           MOVE WL-PENDING-EXPIRY TO WS-BEF-PEND-EXPIRY.

       2300-SET-TERM-LIMIT.
      * Finding severity, then its policy row (DEFAULT when either is
      * missing), then the latest expiry allowed from today.
           MOVE "DEFAULT" TO WS-LOOKUP-SEV
           PERFORM VARYING WS-SEV-IDX FROM WS-SEV-COUNT BY -1
                   UNTIL WS-SEV-IDX < 1
               IF WS-SEV-PROGRAM(WS-SEV-IDX) = CMD-PROGRAM-ID
                   AND WS-SEV-RULE(WS-SEV-IDX) = CMD-RULE-ID
                   MOVE WS-SEV-SEVERITY(WS-SEV-IDX) TO WS-LOOKUP-SEV
               END-IF
           END-PERFORM
           MOVE WS-DEFAULT-DAYS TO WS-LOOKUP-DAYS
           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-COUNT
               IF WS-POL-SEV(WS-POL-IDX) = WS-LOOKUP-SEV
                   MOVE WS-POL-DAYS(WS-POL-IDX) TO WS-LOOKUP-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-LIMIT-INT = WS-TODAY-INT + WS-LOOKUP-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT)
               TO WS-LIMIT-YMD
           MOVE SPACES TO WS-MAX-EXPIRY
           STRING WS-LIMIT-YMD(1:4) "-" WS-LIMIT-YMD(5:2) "-"
               WS-LIMIT-YMD(7:2)
               DELIMITED BY SIZE INTO WS-MAX-EXPIRY.

       2400-CHECK-PROPOSED-EXPIRY.
      * A blank expiry on the card asks for the full policy term.
           MOVE "YES" TO WS-CARD-OK
           PERFORM 2300-SET-TERM-LIMIT
           IF CMD-EXPIRY-DATE = SPACES
               MOVE WS-MAX-EXPIRY TO WS-PROPOSED-EXPIRY
           ELSE
               MOVE CMD-EXPIRY-DATE TO WS-PROPOSED-EXPIRY
           END-IF
           IF WS-PROPOSED-EXPIRY NOT > WS-TODAY
               MOVE "EXPIRY NOT AFTER TODAY" TO WS-REJ-REASON
               PERFORM 4500-WRITE-REJECT
               MOVE "NO" TO WS-CARD-OK
           ELSE
               IF WS-PROPOSED-EXPIRY > WS-MAX-EXPIRY
                   MOVE SPACES TO WS-REJ-REASON
                   STRING "TERM OVER " DELIMITED BY SIZE
                       WS-LOOKUP-SEV DELIMITED BY SPACE
                       " MAX " WS-MAX-EXPIRY
                       DELIMITED BY SIZE INTO WS-REJ-REASON
                   PERFORM 4500-WRITE-REJECT
                   MOVE "NO" TO WS-CARD-OK
               END-IF
           END-IF.

       3100-APPLY-REQUEST.
      * A refused or revoked waiver may be asked for again; a pending
      * or approved one is changed only by RENEW or REVOKE.
           IF WS-FOUND-SWITCH = "YES"
               AND (WL-STATUS = "PENDING" OR WL-STATUS = "APPROVED")
               MOVE "ALREADY PENDING OR APPROVED" TO WS-REJ-REASON
               PERFORM 4500-WRITE-REJECT
           ELSE
               IF CMD-REASON = SPACES
                   MOVE "REASON BLANK" TO WS-REJ-REASON
                   PERFORM 4500-WRITE-REJECT
               ELSE
                   PERFORM 2400-CHECK-PROPOSED-EXPIRY
                   IF WS-CARD-OK = "YES"
                       MOVE "PENDING"          TO WL-STATUS
                       MOVE WS-LOOKUP-SEV      TO WL-SEVERITY
                       MOVE CMD-REASON         TO WL-REASON
                       MOVE CMD-USER-ID        TO WL-REQUESTER
                       MOVE WS-TODAY           TO WL-REQUEST-DATE
                       MOVE SPACES TO WL-APPROVER WL-APPROVED-DATE
                           WL-EXPIRY-DATE
                       MOVE "REQUEST"          TO WL-PENDING-ACTION
                       MOVE WS-PROPOSED-EXPIRY TO WL-PENDING-EXPIRY
                       PERFORM 4000-POST-LEDGER-ENTRY
                   END-IF
               END-IF
           END-IF.

       3200-APPLY-APPROVE.
      * Separation of duties: the user who raised the request or the
      * renewal may not be the one who approves it. The term is
      * checked again against today's policy in case WAIVPOL was
      * tightened while the request was waiting.
           IF WS-FOUND-SWITCH = "NO" OR WL-PENDING-ACTION = SPACES
               MOVE "NOTHING PENDING TO APPROVE" TO WS-REJ-REASON
               PERFORM 4500-WRITE-REJECT
           ELSE
               IF CMD-USER-ID = WL-REQUESTER
                   MOVE "REQUESTER CANNOT APPROVE" TO WS-REJ-REASON
                   PERFORM 4500-WRITE-REJECT
               ELSE
                   MOVE WL-PENDING-EXPIRY TO CMD-EXPIRY-DATE
                   PERFORM 2400-CHECK-PROPOSED-EXPIRY
                   IF WS-CARD-OK = "YES"
                       MOVE "APPROVED"        TO WL-STATUS
                       MOVE CMD-USER-ID       TO WL-APPROVER
                       MOVE WS-TODAY          TO WL-APPROVED-DATE
                       MOVE WL-PENDING-EXPIRY TO WL-EXPIRY-DATE
                       MOVE SPACES TO WL-PENDING-ACTION
                           WL-PENDING-EXPIRY
                       PERFORM 4000-POST-LEDGER-ENTRY
                   END-IF
               END-IF
           END-IF.

       3300-APPLY-REJECT.
      * A refused renewal leaves the waiver approved on its existing
      * expiry; a refused request never comes into force.
           IF WS-FOUND-SWITCH = "NO" OR WL-PENDING-ACTION = SPACES
               MOVE "NOTHING PENDING TO REJECT" TO WS-REJ-REASON
               PERFORM 4500-WRITE-REJECT
           ELSE
               IF CMD-USER-ID = WL-REQUESTER
                   MOVE "REQUESTER CANNOT REJECT" TO WS-REJ-REASON
                   PERFORM 4500-WRITE-REJECT
               ELSE
                   IF WL-PENDING-ACTION = "REQUEST"
                       MOVE "REJECTED" TO WL-STATUS
                   END-IF
                   MOVE SPACES TO WL-PENDING-ACTION WL-PENDING-EXPIRY
                   PERFORM 4000-POST-LEDGER-ENTRY
               END-IF
           END-IF.

       3400-APPLY-RENEW.
           IF WS-FOUND-SWITCH = "NO" OR WL-STATUS NOT = "APPROVED"
               MOVE "ONLY AN APPROVED WAIVER RENEWS" TO WS-REJ-REASON
               PERFORM 4500-WRITE-REJECT
           ELSE
               IF WL-PENDING-ACTION NOT = SPACES
                   MOVE "RENEWAL ALREADY PENDING" TO WS-REJ-REASON
                   PERFORM 4500-WRITE-REJECT
               ELSE
                   PERFORM 2400-CHECK-PROPOSED-EXPIRY
                   IF WS-CARD-OK = "YES"
                       IF WS-PROPOSED-EXPIRY NOT > WL-EXPIRY-DATE
                           MOVE "NOT LATER THAN CURRENT EXPIRY"
                               TO WS-REJ-REASON
                           PERFORM 4500-WRITE-REJECT
                       ELSE
                           MOVE WS-LOOKUP-SEV    TO WL-SEVERITY
                           IF CMD-REASON NOT = SPACES
                               MOVE CMD-REASON   TO WL-REASON
                           END-IF
                           MOVE CMD-USER-ID      TO WL-REQUESTER
                           MOVE WS-TODAY         TO WL-REQUEST-DATE
                           MOVE "RENEW"          TO WL-PENDING-ACTION
                           MOVE WS-PROPOSED-EXPIRY
                               TO WL-PENDING-EXPIRY
                           PERFORM 4000-POST-LEDGER-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3500-APPLY-REVOKE.
           IF WS-FOUND-SWITCH = "NO"
               OR (WL-STATUS NOT = "PENDING"
                   AND WL-STATUS NOT = "APPROVED")
               MOVE "NOTHING IN FORCE TO REVOKE" TO WS-REJ-REASON
               PERFORM 4500-WRITE-REJECT
           ELSE
               MOVE "REVOKED" TO WL-STATUS
               MOVE SPACES TO WL-PENDING-ACTION WL-PENDING-EXPIRY
               PERFORM 4000-POST-LEDGER-ENTRY
           END-IF.

       4000-POST-LEDGER-ENTRY.
           MOVE CMD-USER-ID TO WL-LAST-ACTION-USER
           MOVE WS-TODAY    TO WL-LAST-ACTION-DATE
           IF WS-FOUND-SWITCH = "YES"
               REWRITE WAIVER-LEDGER-RECORD
           ELSE
               WRITE WAIVER-LEDGER-RECORD
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE SPACES TO WS-REJ-REASON
               STRING "WAIVLDG WRITE FAILED " WS-LEDGER-STATUS
                   DELIMITED BY SIZE INTO WS-REJ-REASON
               PERFORM 4500-WRITE-REJECT
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 4100-WRITE-IMAGE-PAIR
           END-IF.

       4100-WRITE-IMAGE-PAIR.
      * Card, then full before and after images to the report; the
      * AUDITLOG pair carries status and expiry in the 30-byte
      * outcome, BEFORE then AFTER, as ExpectedFixtureMaint does.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE CMD-ACTION     TO WS-CRD-ACTION
           MOVE CMD-USER-ID    TO WS-CRD-USER-ID
           MOVE CMD-PROGRAM-ID TO WS-CRD-PROGRAM-ID
           MOVE CMD-RULE-ID    TO WS-CRD-RULE-ID
           MOVE WS-CARD-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE "BEFORE  "         TO WS-IMG-TAG
           MOVE WS-BEF-STATUS      TO WS-IMG-STATUS
           MOVE WS-BEF-EXPIRY      TO WS-IMG-EXPIRY
           MOVE WS-BEF-REQUESTER   TO WS-IMG-REQUESTER
           MOVE WS-BEF-APPROVER    TO WS-IMG-APPROVER
           MOVE WS-BEF-PEND-ACTION TO WS-IMG-PEND-ACTION
           MOVE WS-BEF-PEND-EXPIRY TO WS-IMG-PEND-EXPIRY
           IF WS-FOUND-SWITCH = "NO"
               MOVE "(ABSENT)" TO WS-IMG-STATUS
           END-IF
           MOVE WS-IMAGE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE CMD-PROGRAM-ID TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "WVR OLD " WS-IMG-STATUS " " WS-IMG-EXPIRY
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           MOVE "AFTER   "         TO WS-IMG-TAG
           MOVE WL-STATUS          TO WS-IMG-STATUS
           MOVE WL-EXPIRY-DATE     TO WS-IMG-EXPIRY
           MOVE WL-REQUESTER       TO WS-IMG-REQUESTER
           MOVE WL-APPROVER        TO WS-IMG-APPROVER
           MOVE WL-PENDING-ACTION  TO WS-IMG-PEND-ACTION
           MOVE WL-PENDING-EXPIRY  TO WS-IMG-PEND-EXPIRY
           MOVE WS-IMAGE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE CMD-PROGRAM-ID TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "WVR NEW " WS-IMG-STATUS " " WS-IMG-EXPIRY
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.

       4500-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CMD-ACTION     TO WS-REJ-ACTION
           MOVE CMD-PROGRAM-ID TO WS-REJ-PROGRAM-ID
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REJECT-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "WAIVER CARD REJECTED: " CMD-ACTION " "
               CMD-USER-ID " " CMD-PROGRAM-ID " - " WS-REJ-REASON.

       5000-REBUILD-WAIVERS.
      * WAIVERS is written whole from the ledger's APPROVED entries,
      * lapsed ones included so reconciliation still flags them for
      * renewal. PENDING, REJECTED and REVOKED entries never reach it.
           OPEN OUTPUT WAIVER-FILE
           MOVE LOW-VALUES TO WL-KEY
           START WAIVER-LEDGER-FILE KEY NOT < WL-KEY
               INVALID KEY
                   MOVE "10" TO WS-LEDGER-STATUS
           END-START
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
               READ WAIVER-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-LEDGER-STATUS
                   NOT AT END
                       IF WL-STATUS = "APPROVED"
                           MOVE WL-PROGRAM-ID  TO WV-PROGRAM-ID
                           MOVE WL-RULE-ID     TO WV-RULE-ID
                           MOVE WL-REASON      TO WV-REASON
                           MOVE WL-APPROVER    TO WV-APPROVER
                           MOVE WL-EXPIRY-DATE TO WV-EXPIRY-DATE
                           WRITE WAIVER-RECORD
                           ADD 1 TO WS-WRITTEN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAIVER-FILE.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

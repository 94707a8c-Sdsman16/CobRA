       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindingLookup.
      * Online, read-only finding lookup for the help desk, so "what
      * is the status of HARDCODED-VALUE on HardcodedValueTest" is a
      * screen instead of an INQUIRE.jcl card and a wait for the
      * batch output. The analyst keys a program-id and, optionally,
      * a rule-id; one panel shows for that finding:
      *   HISTMST  first and last night seen, nights fired
      *   DISPMST  SIEM disposition, analyst, date
      *   TICKMST  remediation ticket and the date it was opened
      *   ALRTMST  alert state, raise history, acknowledgment
      *   WAIVERS  the waiver in force (or the lapsed one, flagged)
      *   OWNERMST owning team, contact, escalation tier
      * N and P page forward and back through every HISTMST finding
      * on the same program; a blank rule-id starts at the first.
      * A rule-id keyed under its post-rename id is mapped back
      * through RULEALIA to the original id the masters are keyed
      * by, as the nightly updaters do. Every dataset is opened
      * INPUT; nothing on this panel can change a master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "aliassel.cpy".
           COPY "auditsel.cpy".
           COPY "findhsel.cpy".
           COPY "dispsel.cpy".
           COPY "ticksel.cpy".
           COPY "alrtsel.cpy".
           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT OWNERSHIP-FILE ASSIGN TO "OWNERMST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OWNER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-ALIAS-FILE.
       COPY "aliasrec.cpy".
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
       FD  WAIVER-FILE.
       COPY "waiverec.cpy".
       FD  OWNERSHIP-FILE.
       01 OWNERSHIP-RECORD.
           05 OWN-PROGRAM-ID          PIC X(30).
           05 OWN-TEAM                PIC X(12).
           05 OWN-CONTACT             PIC X(20).
           05 OWN-TIER                PIC 9(1).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-ALIAS-STATUS    PIC X(2).
       01 WS-HISTORY-STATUS  PIC X(2).
       01 WS-DISP-STATUS     PIC X(2).
       01 WS-TICKET-STATUS   PIC X(2).
       01 WS-ALSTATE-STATUS  PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-OWNER-STATUS    PIC X(2).
       01 WS-HISTORY-OPEN    PIC X(3) VALUE "NO".
       01 WS-DISP-OPEN       PIC X(3) VALUE "NO".
       01 WS-TICKET-OPEN     PIC X(3) VALUE "NO".
       01 WS-ALSTATE-OPEN    PIC X(3) VALUE "NO".
       01 WS-QUIT-SWITCH     PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-LOOKUP-COUNT    PIC 9(5) VALUE 0.
       01 WS-ALIAS-COUNT     PIC 9(2) VALUE 0.
       01 WS-ALIAS-IDX       PIC 9(2) VALUE 0.
       01 WS-ALIAS-TABLE.
           05 WS-ALIAS-ENTRY OCCURS 30 TIMES.
               10 WS-ALS-OLD      PIC X(20).
               10 WS-ALS-NEW      PIC X(20).
      * The program's findings, browsed once from HISTMST when a new
      * program-id is keyed; N and P step through this list.
       01 WS-PAGE-PROGRAM    PIC X(30) VALUE SPACES.
       01 WS-PAGE-COUNT      PIC 9(3) VALUE 0.
       01 WS-PAGE-IDX        PIC 9(3) VALUE 0.
       01 WS-PAGE-SCAN       PIC 9(3) VALUE 0.
       01 WS-PAGE-TABLE.
           05 WS-PAGE-RULE OCCURS 200 TIMES PIC X(20).
       01 WS-KEY-PROGRAM     PIC X(30).
       01 WS-KEY-RULE        PIC X(20).
      * Panel input and output fields.
       01 WS-IN-PROGRAM      PIC X(30) VALUE SPACES.
       01 WS-IN-RULE         PIC X(20) VALUE SPACES.
       01 WS-IN-ACTION       PIC X(1)  VALUE SPACE.
       01 WS-OUT-POSITION    PIC X(30) VALUE SPACES.
       01 WS-OUT-FIRST-SEEN  PIC X(10) VALUE SPACES.
       01 WS-OUT-LAST-SEEN   PIC X(10) VALUE SPACES.
       01 WS-OUT-OCCURS      PIC X(5)  VALUE SPACES.
       01 WS-OUT-DISP        PIC X(14) VALUE SPACES.
       01 WS-OUT-ANALYST     PIC X(8)  VALUE SPACES.
       01 WS-OUT-DISP-DATE   PIC X(10) VALUE SPACES.
       01 WS-OUT-TICKET      PIC X(12) VALUE SPACES.
       01 WS-OUT-OPENED      PIC X(10) VALUE SPACES.
       01 WS-OUT-ALERT       PIC X(8)  VALUE SPACES.
       01 WS-OUT-RAISED-1ST  PIC X(10) VALUE SPACES.
       01 WS-OUT-RAISED-LAST PIC X(10) VALUE SPACES.
       01 WS-OUT-RAISE-CNT   PIC X(4)  VALUE SPACES.
       01 WS-OUT-ACK         PIC X(3)  VALUE SPACES.
       01 WS-OUT-ACK-USER    PIC X(8)  VALUE SPACES.
       01 WS-OUT-ACK-DATE    PIC X(10) VALUE SPACES.
       01 WS-OUT-WAIVER      PIC X(8)  VALUE SPACES.
       01 WS-OUT-WV-REASON   PIC X(20) VALUE SPACES.
       01 WS-OUT-WV-APPROVER PIC X(8)  VALUE SPACES.
       01 WS-OUT-WV-EXPIRY   PIC X(10) VALUE SPACES.
       01 WS-OUT-TEAM        PIC X(12) VALUE SPACES.
       01 WS-OUT-CONTACT     PIC X(20) VALUE SPACES.
       01 WS-OUT-TIER        PIC X(1)  VALUE SPACE.
       01 WS-OUT-MESSAGE     PIC X(70) VALUE SPACES.
       01 WS-EDIT-COUNT      PIC ZZZZ9.
       01 WS-EDIT-PAGE       PIC ZZ9.
       01 WS-EDIT-TOTAL      PIC ZZ9.
       SCREEN SECTION.
       01 LOOKUP-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 1  VALUE "FINDLKUP".
           05 LINE 1 COL 20 VALUE "FINDING LOOKUP - READ ONLY".
           05 LINE 1 COL 70 PIC X(10) FROM WS-TODAY.
           05 LINE 3 COL 1  VALUE "PROGRAM-ID:".
           05 LINE 3 COL 14 PIC X(30) USING WS-IN-PROGRAM.
           05 LINE 4 COL 1  VALUE "RULE-ID...:".
           05 LINE 4 COL 14 PIC X(20) USING WS-IN-RULE.
           05 LINE 5 COL 1  VALUE "ACTION....:".
           05 LINE 5 COL 14 PIC X(1)  USING WS-IN-ACTION.
           05 LINE 5 COL 17
               VALUE "ENTER=LOOK UP  N=NEXT  P=PREVIOUS  Q=QUIT".
           05 LINE 7 COL 1  PIC X(30) FROM WS-OUT-POSITION.
           05 LINE 9 COL 1  VALUE "HISTORY     FIRST SEEN".
           05 LINE 9 COL 24 PIC X(10) FROM WS-OUT-FIRST-SEEN.
           05 LINE 9 COL 36 VALUE "LAST SEEN".
           05 LINE 9 COL 46 PIC X(10) FROM WS-OUT-LAST-SEEN.
           05 LINE 9 COL 58 VALUE "NIGHTS".
           05 LINE 9 COL 65 PIC X(5)  FROM WS-OUT-OCCURS.
           05 LINE 11 COL 1 VALUE "DISPOSITION".
           05 LINE 11 COL 13 PIC X(14) FROM WS-OUT-DISP.
           05 LINE 11 COL 29 VALUE "ANALYST".
           05 LINE 11 COL 37 PIC X(8)  FROM WS-OUT-ANALYST.
           05 LINE 11 COL 47 VALUE "DATE".
           05 LINE 11 COL 52 PIC X(10) FROM WS-OUT-DISP-DATE.
           05 LINE 13 COL 1 VALUE "TICKET".
           05 LINE 13 COL 13 PIC X(12) FROM WS-OUT-TICKET.
           05 LINE 13 COL 29 VALUE "OPENED".
           05 LINE 13 COL 37 PIC X(10) FROM WS-OUT-OPENED.
           05 LINE 15 COL 1 VALUE "ALERT".
           05 LINE 15 COL 13 PIC X(8)  FROM WS-OUT-ALERT.
           05 LINE 15 COL 23 VALUE "FIRST".
           05 LINE 15 COL 29 PIC X(10) FROM WS-OUT-RAISED-1ST.
           05 LINE 15 COL 41 VALUE "LAST".
           05 LINE 15 COL 46 PIC X(10) FROM WS-OUT-RAISED-LAST.
           05 LINE 15 COL 58 VALUE "RAISED".
           05 LINE 15 COL 65 PIC X(4)  FROM WS-OUT-RAISE-CNT.
           05 LINE 16 COL 13 VALUE "ACKED".
           05 LINE 16 COL 19 PIC X(3)  FROM WS-OUT-ACK.
           05 LINE 16 COL 23 VALUE "BY".
           05 LINE 16 COL 26 PIC X(8)  FROM WS-OUT-ACK-USER.
           05 LINE 16 COL 36 VALUE "ON".
           05 LINE 16 COL 39 PIC X(10) FROM WS-OUT-ACK-DATE.
           05 LINE 18 COL 1 VALUE "WAIVER".
           05 LINE 18 COL 13 PIC X(8)  FROM WS-OUT-WAIVER.
           05 LINE 18 COL 23 PIC X(20) FROM WS-OUT-WV-REASON.
           05 LINE 18 COL 45 PIC X(8)  FROM WS-OUT-WV-APPROVER.
           05 LINE 18 COL 55 VALUE "EXPIRES".
           05 LINE 18 COL 63 PIC X(10) FROM WS-OUT-WV-EXPIRY.
           05 LINE 20 COL 1 VALUE "OWNER TEAM".
           05 LINE 20 COL 13 PIC X(12) FROM WS-OUT-TEAM.
           05 LINE 20 COL 29 VALUE "CONTACT".
           05 LINE 20 COL 37 PIC X(20) FROM WS-OUT-CONTACT.
           05 LINE 20 COL 59 VALUE "TIER".
           05 LINE 20 COL 64 PIC X(1)  FROM WS-OUT-TIER.
           05 LINE 23 COL 1 PIC X(70) FROM WS-OUT-MESSAGE.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           PERFORM 1500-LOAD-RULE-ALIASES
           PERFORM 1000-OPEN-MASTERS
           MOVE "KEY A PROGRAM-ID, AND A RULE-ID OR BLANK FOR THE FIRST"
               TO WS-OUT-MESSAGE
           PERFORM UNTIL WS-QUIT-SWITCH = "YES"
               DISPLAY LOOKUP-SCREEN
               ACCEPT LOOKUP-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-IN-ACTION) TO WS-IN-ACTION
               MOVE SPACES TO WS-OUT-MESSAGE
               EVALUATE WS-IN-ACTION
                   WHEN "Q"
                       MOVE "YES" TO WS-QUIT-SWITCH
                   WHEN "N"
                       PERFORM 2200-PAGE-FORWARD
                   WHEN "P"
                       PERFORM 2300-PAGE-BACK
                   WHEN SPACE
                       PERFORM 2000-LOOK-UP-KEYED
                   WHEN OTHER
                       MOVE "ACTION MUST BE BLANK, N, P OR Q"
                           TO WS-OUT-MESSAGE
               END-EVALUATE
               MOVE SPACE TO WS-IN-ACTION
           END-PERFORM
           PERFORM 9000-CLOSE-MASTERS
           MOVE "FindingLookup" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "LOOKUP SESSION LOOKUPS=" WS-LOOKUP-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           GOBACK.

       1000-OPEN-MASTERS.
      * A master that will not open shows NOT AVAILABLE in its
      * section rather than ending the session; the desk can still
      * answer from the others.
           OPEN INPUT FINDINGS-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE "YES" TO WS-HISTORY-OPEN
           END-IF
           OPEN INPUT DISPOSITION-FILE
           IF WS-DISP-STATUS = "00"
               MOVE "YES" TO WS-DISP-OPEN
           END-IF
           OPEN INPUT TICKET-XREF-FILE
           IF WS-TICKET-STATUS = "00"
               MOVE "YES" TO WS-TICKET-OPEN
           END-IF
           OPEN INPUT ALERT-STATE-FILE
           IF WS-ALSTATE-STATUS = "00"
               MOVE "YES" TO WS-ALSTATE-OPEN
           END-IF.

       1500-LOAD-RULE-ALIASES.
           OPEN INPUT RULE-ALIAS-FILE
           IF WS-ALIAS-STATUS = "00"
               PERFORM UNTIL WS-ALIAS-STATUS NOT = "00"
                   READ RULE-ALIAS-FILE
                       AT END
                           MOVE "10" TO WS-ALIAS-STATUS
                       NOT AT END
                           IF RA-EFFECTIVE-DATE <= WS-TODAY
                               AND WS-ALIAS-COUNT < 30
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE RA-OLD-RULE-ID
                                   TO WS-ALS-OLD(WS-ALIAS-COUNT)
                               MOVE RA-NEW-RULE-ID
                                   TO WS-ALS-NEW(WS-ALIAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-ALIAS-FILE
           END-IF.

       2000-LOOK-UP-KEYED.
           IF WS-IN-PROGRAM = SPACES
               MOVE "PROGRAM-ID IS REQUIRED" TO WS-OUT-MESSAGE
           ELSE
               PERFORM 2100-LOAD-PROGRAM-PAGES
               MOVE WS-IN-RULE TO WS-KEY-RULE
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                       UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   IF WS-ALS-NEW(WS-ALIAS-IDX) = WS-KEY-RULE
                       MOVE WS-ALS-OLD(WS-ALIAS-IDX) TO WS-KEY-RULE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-PAGE-IDX
               IF WS-KEY-RULE = SPACES
                   IF WS-PAGE-COUNT > 0
                       MOVE 1 TO WS-PAGE-IDX
                       MOVE WS-PAGE-RULE(1) TO WS-KEY-RULE
                   END-IF
               ELSE
                   PERFORM VARYING WS-PAGE-SCAN FROM 1 BY 1
                           UNTIL WS-PAGE-SCAN > WS-PAGE-COUNT
                               OR WS-PAGE-IDX > 0
                       IF WS-PAGE-RULE(WS-PAGE-SCAN) = WS-KEY-RULE
                           MOVE WS-PAGE-SCAN TO WS-PAGE-IDX
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-KEY-RULE = SPACES
                   PERFORM 3900-CLEAR-PANEL
                   MOVE "NO FINDINGS ON HISTMST FOR THIS PROGRAM"
                       TO WS-OUT-MESSAGE
               ELSE
                   MOVE WS-IN-PROGRAM TO WS-KEY-PROGRAM
                   PERFORM 3000-SHOW-FINDING
               END-IF
           END-IF.

       2100-LOAD-PROGRAM-PAGES.
      * HISTMST is keyed program-id major, so the program's findings
      * sit together from program plus LOW-VALUES onward.
           MOVE WS-IN-PROGRAM TO WS-PAGE-PROGRAM
           MOVE 0 TO WS-PAGE-COUNT
           IF WS-HISTORY-OPEN = "YES"
               MOVE WS-IN-PROGRAM TO FH-PROGRAM-ID
               MOVE LOW-VALUES TO FH-RULE-ID
               START FINDINGS-HISTORY-FILE KEY NOT < FH-KEY
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-STATUS
               END-START
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                   READ FINDINGS-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           IF FH-PROGRAM-ID NOT = WS-PAGE-PROGRAM
                               MOVE "10" TO WS-HISTORY-STATUS
                           ELSE
                               IF WS-PAGE-COUNT < 200
                                   ADD 1 TO WS-PAGE-COUNT
                                   MOVE FH-RULE-ID
                                       TO WS-PAGE-RULE(WS-PAGE-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HISTORY-STATUS
           END-IF.

       2200-PAGE-FORWARD.
           IF WS-PAGE-PROGRAM = SPACES
               OR WS-PAGE-PROGRAM NOT = WS-IN-PROGRAM
               MOVE "LOOK UP A PROGRAM BEFORE PAGING" TO WS-OUT-MESSAGE
           ELSE
               IF WS-PAGE-IDX >= WS-PAGE-COUNT
                   MOVE "LAST FINDING FOR THIS PROGRAM"
                       TO WS-OUT-MESSAGE
               ELSE
                   ADD 1 TO WS-PAGE-IDX
                   MOVE WS-PAGE-PROGRAM TO WS-KEY-PROGRAM
                   MOVE WS-PAGE-RULE(WS-PAGE-IDX) TO WS-KEY-RULE
                   MOVE WS-KEY-RULE TO WS-IN-RULE
                   PERFORM 3000-SHOW-FINDING
               END-IF
           END-IF.

       2300-PAGE-BACK.
           IF WS-PAGE-PROGRAM = SPACES
               OR WS-PAGE-PROGRAM NOT = WS-IN-PROGRAM
               MOVE "LOOK UP A PROGRAM BEFORE PAGING" TO WS-OUT-MESSAGE
           ELSE
               IF WS-PAGE-IDX <= 1
                   MOVE "FIRST FINDING FOR THIS PROGRAM"
                       TO WS-OUT-MESSAGE
               ELSE
                   SUBTRACT 1 FROM WS-PAGE-IDX
                   MOVE WS-PAGE-PROGRAM TO WS-KEY-PROGRAM
                   MOVE WS-PAGE-RULE(WS-PAGE-IDX) TO WS-KEY-RULE
                   MOVE WS-KEY-RULE TO WS-IN-RULE
                   PERFORM 3000-SHOW-FINDING
               END-IF
           END-IF.

       3000-SHOW-FINDING.
           ADD 1 TO WS-LOOKUP-COUNT
           PERFORM 3900-CLEAR-PANEL
           IF WS-PAGE-IDX > 0
               MOVE WS-PAGE-IDX   TO WS-EDIT-PAGE
               MOVE WS-PAGE-COUNT TO WS-EDIT-TOTAL
               STRING "FINDING " WS-EDIT-PAGE " OF " WS-EDIT-TOTAL
                   DELIMITED BY SIZE INTO WS-OUT-POSITION
           ELSE
               MOVE "NOT ON HISTMST" TO WS-OUT-POSITION
           END-IF
           PERFORM 3100-SHOW-HISTORY
           PERFORM 3200-SHOW-DISPOSITION
           PERFORM 3300-SHOW-TICKET
           PERFORM 3400-SHOW-ALERT
           PERFORM 3500-SHOW-WAIVER
           PERFORM 3600-SHOW-OWNER.

       3100-SHOW-HISTORY.
           IF WS-HISTORY-OPEN = "NO"
               MOVE "NOT AVAIL" TO WS-OUT-FIRST-SEEN
           ELSE
               MOVE WS-KEY-PROGRAM TO FH-PROGRAM-ID
               MOVE WS-KEY-RULE    TO FH-RULE-ID
               READ FINDINGS-HISTORY-FILE
                   INVALID KEY
                       MOVE "NONE" TO WS-OUT-FIRST-SEEN
                   NOT INVALID KEY
                       MOVE FH-FIRST-SEEN TO WS-OUT-FIRST-SEEN
                       MOVE FH-LAST-SEEN  TO WS-OUT-LAST-SEEN
                       MOVE FH-OCCURRENCE-CNT TO WS-EDIT-COUNT
                       MOVE WS-EDIT-COUNT TO WS-OUT-OCCURS
               END-READ
           END-IF.

       3200-SHOW-DISPOSITION.
           IF WS-DISP-OPEN = "NO"
               MOVE "NOT AVAILABLE" TO WS-OUT-DISP
           ELSE
               MOVE WS-KEY-PROGRAM TO DS-PROGRAM-ID
               MOVE WS-KEY-RULE    TO DS-RULE-ID
               READ DISPOSITION-FILE
                   INVALID KEY
                       MOVE "NONE" TO WS-OUT-DISP
                   NOT INVALID KEY
                       MOVE DS-DISPOSITION TO WS-OUT-DISP
                       MOVE DS-ANALYST     TO WS-OUT-ANALYST
                       MOVE DS-DISP-DATE   TO WS-OUT-DISP-DATE
               END-READ
           END-IF.

       3300-SHOW-TICKET.
           IF WS-TICKET-OPEN = "NO"
               MOVE "NOT AVAIL" TO WS-OUT-TICKET
           ELSE
               MOVE WS-KEY-PROGRAM TO TK-PROGRAM-ID
               MOVE WS-KEY-RULE    TO TK-RULE-ID
               READ TICKET-XREF-FILE
                   INVALID KEY
                       MOVE "NONE" TO WS-OUT-TICKET
                   NOT INVALID KEY
                       MOVE TK-TICKET-NO   TO WS-OUT-TICKET
                       MOVE TK-OPENED-DATE TO WS-OUT-OPENED
               END-READ
           END-IF.

       3400-SHOW-ALERT.
           IF WS-ALSTATE-OPEN = "NO"
               MOVE "NOTAVAIL" TO WS-OUT-ALERT
           ELSE
               MOVE WS-KEY-PROGRAM TO AS-PROGRAM-ID
               MOVE WS-KEY-RULE    TO AS-RULE-ID
               READ ALERT-STATE-FILE
                   INVALID KEY
                       MOVE "NONE" TO WS-OUT-ALERT
                   NOT INVALID KEY
                       MOVE AS-STATE        TO WS-OUT-ALERT
                       MOVE AS-FIRST-RAISED TO WS-OUT-RAISED-1ST
                       MOVE AS-LAST-RAISED  TO WS-OUT-RAISED-LAST
                       MOVE AS-RAISE-COUNT  TO WS-OUT-RAISE-CNT
                       IF AS-ACK-FLAG = "Y"
                           MOVE "YES"       TO WS-OUT-ACK
                           MOVE AS-ACK-USER TO WS-OUT-ACK-USER
                           MOVE AS-ACK-DATE TO WS-OUT-ACK-DATE
                       ELSE
                           MOVE "NO"        TO WS-OUT-ACK
                       END-IF
               END-READ
           END-IF.

       3500-SHOW-WAIVER.
      * WAIVERS is read end to end on each lookup; a waiver still in
      * force outranks a lapsed one for the same finding.
           MOVE "NONE" TO WS-OUT-WAIVER
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS NOT = "00"
               MOVE "NOTAVAIL" TO WS-OUT-WAIVER
           ELSE
               PERFORM UNTIL WS-WAIVER-STATUS NOT = "00"
                   READ WAIVER-FILE
                       AT END
                           MOVE "10" TO WS-WAIVER-STATUS
                       NOT AT END
                           IF WV-PROGRAM-ID = WS-KEY-PROGRAM
                               AND WV-RULE-ID = WS-KEY-RULE
                               AND WS-OUT-WAIVER NOT = "ACTIVE"
                               IF WV-EXPIRY-DATE >= WS-TODAY
                                   MOVE "ACTIVE" TO WS-OUT-WAIVER
                               ELSE
                                   MOVE "LAPSED" TO WS-OUT-WAIVER
                               END-IF
                               MOVE WV-REASON   TO WS-OUT-WV-REASON
                               MOVE WV-APPROVER TO WS-OUT-WV-APPROVER
                               MOVE WV-EXPIRY-DATE
                                   TO WS-OUT-WV-EXPIRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.

       3600-SHOW-OWNER.
           MOVE "UNASSIGNED" TO WS-OUT-TEAM
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWNER-STATUS NOT = "00"
               MOVE "NOT AVAIL" TO WS-OUT-TEAM
           ELSE
               PERFORM UNTIL WS-OWNER-STATUS NOT = "00"
                   READ OWNERSHIP-FILE
                       AT END
                           MOVE "10" TO WS-OWNER-STATUS
                       NOT AT END
                           IF OWN-PROGRAM-ID = WS-KEY-PROGRAM
                               MOVE OWN-TEAM    TO WS-OUT-TEAM
                               MOVE OWN-CONTACT TO WS-OUT-CONTACT
                               MOVE OWN-TIER    TO WS-OUT-TIER
                               MOVE "10" TO WS-OWNER-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OWNERSHIP-FILE
           END-IF.

       3900-CLEAR-PANEL.
           MOVE SPACES TO WS-OUT-POSITION WS-OUT-FIRST-SEEN
               WS-OUT-LAST-SEEN WS-OUT-OCCURS WS-OUT-DISP
               WS-OUT-ANALYST WS-OUT-DISP-DATE WS-OUT-TICKET
               WS-OUT-OPENED WS-OUT-ALERT WS-OUT-RAISED-1ST
               WS-OUT-RAISED-LAST WS-OUT-RAISE-CNT WS-OUT-ACK
               WS-OUT-ACK-USER WS-OUT-ACK-DATE WS-OUT-WAIVER
               WS-OUT-WV-REASON WS-OUT-WV-APPROVER WS-OUT-WV-EXPIRY
               WS-OUT-TEAM WS-OUT-CONTACT WS-OUT-TIER.

       9000-CLOSE-MASTERS.
           IF WS-HISTORY-OPEN = "YES"
               CLOSE FINDINGS-HISTORY-FILE
           END-IF
           IF WS-DISP-OPEN = "YES"
               CLOSE DISPOSITION-FILE
           END-IF
           IF WS-TICKET-OPEN = "YES"
               CLOSE TICKET-XREF-FILE
           END-IF
           IF WS-ALSTATE-OPEN = "YES"
               CLOSE ALERT-STATE-FILE
           END-IF.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

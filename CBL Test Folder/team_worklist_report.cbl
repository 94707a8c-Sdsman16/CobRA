      * days. Findings on programs nobody owns print in their own
      * UNASSIGNED section -- what belongs to everyone gets fixed by
      * no one.
      * TESTREG, OWNERMST, CLASSLOG, the scorecard mismatches, HISTMST
      * and the expiring waivers are sorted together on program-id and
      * matched a program at a time; each worklist line goes to the
      * ITEMWORK work file, which is sorted back into team, section
      * and input order to print. Only the team names are held in a
      * table, so the report takes any number of programs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "TEAMWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ITEM-WORK-FILE ASSIGN TO "ITEMWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT ITEM-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           05 SLA-MAX-DAYS            PIC 9(5).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One printed worklist or validation line: the team it belongs
      * to (its OWNERMST ordinal, 11 for UNASSIGNED, 12 for the
      * ownership validation block), the section within it, and its
      * place in the input it came from.
       FD  ITEM-WORK-FILE.
       01 ITEM-WORK-RECORD.
           05 ITW-TEAM-ORD            PIC 9(2).
           05 ITW-SECTION             PIC 9(1).
           05 ITW-SEQ                 PIC 9(9).
           05 ITW-LINE                PIC X(80).
      * Match sort record: a TESTREG row (SRT-KIND 0), an OWNERMST row
      * (1), a CLASSLOG row (2), a scorecard mismatch (3), a HISTMST
      * entry (4) or a waiver expiring within fourteen days (5).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-PAYLOAD             PIC X(40).
           05 SRT-OWNER-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-TEAM            PIC X(12).
               10 FILLER              PIC X(28).
           05 SRT-CLASS-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-SEVERITY        PIC X(10).
               10 FILLER              PIC X(30).
           05 SRT-SCORE-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-RULE-EXPECTED   PIC X(20).
               10 SRT-RULE-ACTUAL     PIC X(20).
           05 SRT-FINDING-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-RULE-ID         PIC X(20).
               10 SRT-DATE            PIC X(10).
               10 FILLER              PIC X(10).
       SD  ITEM-SORT-FILE.
       01 ITEM-SORT-RECORD.
           05 ITS-TEAM-ORD            PIC 9(2).
           05 ITS-SECTION             PIC 9(1).
           05 ITS-SEQ                 PIC 9(9).
           05 ITS-LINE                PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-SLA-STATUS      PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-ITEMWORK-STATUS PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-TODAY-INT       PIC 9(7) VALUE 0.
       01 WS-EXPIRY-LIMIT    PIC X(10).
       01 WS-SEEN-YMD        PIC X(8).
       01 WS-DAYS-OPEN       PIC S9(5) VALUE 0.
       01 WS-TEAM-COUNT      PIC 9(2) VALUE 0.
       01 WS-TEAM-IDX        PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(2) VALUE 0.
       01 WS-SECTION         PIC 9(1) VALUE 0.
       01 WS-SLA-COUNT       PIC 9(2) VALUE 0.
       01 WS-DEFAULT-DAYS    PIC 9(5) VALUE 365.
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-ITEM-COUNT      PIC 9(5) VALUE 0.
       01 WS-BAD-OWNER-COUNT PIC 9(4) VALUE 0.
       01 WS-UNOWNED-COUNT   PIC 9(4) VALUE 0.
       01 WS-CURRENT-TEAM    PIC X(12).
       01 WS-LOOKUP-SEV      PIC X(10).
       01 WS-LOOKUP-DAYS     PIC 9(5).
      * The program the match has reached: whether TESTREG holds it,
      * whether a registered owner row claims it, its team's ordinal
      * (11 UNASSIGNED, 0 for a team past the tenth that gets no
      * section) and its CLASSLOG severity.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 WS-CUR-REGISTERED  PIC X(3).
       01 WS-CUR-REG-SEQ     PIC 9(9).
       01 WS-CUR-OWNED       PIC X(3).
       01 WS-CUR-TEAM-ORD    PIC 9(2).
       01 WS-CUR-SEVERITY    PIC X(10).
      * The sorted worklist line read ahead of the section printing;
      * team ordinal 99 once the sort is exhausted.
       01 WS-ITEM-AHEAD.
           05 WS-AHEAD-ORD       PIC 9(2).
           05 WS-AHEAD-SECTION   PIC 9(1).
           05 WS-AHEAD-SEQ       PIC 9(9).
           05 WS-AHEAD-LINE      PIC X(80).
       01 WS-TEAM-TABLE.
           05 WS-TEAM-NAME OCCURS 10 TIMES PIC X(12).
       01 WS-SLA-TABLE.
           05 WS-SLA-ENTRY OCCURS 10 TIMES.
               10 WS-SLA-SEV         PIC X(10).
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
           PERFORM 0100-SET-EXPIRY-LIMIT
           PERFORM 1000-LOAD-TEAMS
           PERFORM 1400-LOAD-SLA-TABLE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-KIND SRT-SEQ
               INPUT PROCEDURE IS 1100-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-MATCH-PROGRAMS
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "PER-TEAM REMEDIATION WORKLISTS" TO RPT-LINE
           WRITE RPT-LINE
           SORT ITEM-SORT-FILE
               ON ASCENDING KEY ITS-TEAM-ORD ITS-SECTION ITS-SEQ
               USING ITEM-WORK-FILE
               OUTPUT PROCEDURE IS 4000-PRINT-WORKLISTS
           CLOSE REPORT-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Team worklists written, teams=" WS-TEAM-COUNT
               " unowned programs=" WS-UNOWNED-COUNT
           MOVE "TeamWorklistReport" TO WS-AUDIT-PROGRAM-ID
               WS-SEEN-YMD(7:2)
               DELIMITED BY SIZE INTO WS-EXPIRY-LIMIT.

       1000-LOAD-TEAMS.
      * The teams print in the order OWNERMST first names them.
           OPEN INPUT OWNERSHIP-FILE
           IF WS-OWNER-STATUS NOT = "00"
               DISPLAY "OWNERMST OPEN FAILED: " WS-OWNER-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       PERFORM 1050-NOTE-TEAM
               END-READ
           END-PERFORM
           CLOSE OWNERSHIP-FILE
           MOVE 0 TO WS-TEAM-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TEAM-COUNT
               IF WS-TEAM-NAME(WS-SCAN-IDX) = OWN-TEAM
                   MOVE WS-SCAN-IDX TO WS-TEAM-IDX
               END-IF
           END-PERFORM
           IF WS-TEAM-IDX = 0 AND WS-TEAM-COUNT < 10
               ADD 1 TO WS-TEAM-COUNT
               MOVE OWN-TEAM TO WS-TEAM-NAME(WS-TEAM-COUNT)
           END-IF.

       1100-RELEASE-INPUTS.
           PERFORM 1110-RELEASE-REGISTRY
           PERFORM 1120-RELEASE-OWNERSHIP
           PERFORM 1300-RELEASE-CLASSIFICATIONS
           PERFORM 1500-RELEASE-MISMATCHES
           PERFORM 1600-RELEASE-HISTORY
           PERFORM 1700-RELEASE-WAIVERS.

       1110-RELEASE-REGISTRY.
           OPEN INPUT TEST-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "TESTREG OPEN FAILED: " WS-REGISTRY-STATUS
                   AT END
                       MOVE "10" TO WS-REGISTRY-STATUS
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE TRG-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 0 TO SRT-KIND
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE WS-RELEASE-SEQ TO SRT-SEQ
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE TEST-REGISTRY-FILE.

       1120-RELEASE-OWNERSHIP.
           OPEN INPUT OWNERSHIP-FILE
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ OWNERSHIP-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE OWN-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 1 TO SRT-KIND
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE WS-RELEASE-SEQ TO SRT-SEQ
                       MOVE OWN-TEAM TO SRT-TEAM
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE OWNERSHIP-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       1300-RELEASE-CLASSIFICATIONS.
      * Released in log order, so the program's last CLASSLOG row is
      * the one the match is left holding.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS NOT = "00"
               MOVE "10" TO WS-CLASS-STATUS
                   AT END
                       MOVE "10" TO WS-CLASS-STATUS
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE CLS-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 2 TO SRT-KIND
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE WS-RELEASE-SEQ TO SRT-SEQ
                       MOVE CLS-SEVERITY TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CLASSIFY-LOG-FILE.

       1400-LOAD-SLA-TABLE.
           OPEN INPUT SLA-TABLE-FILE
           IF WS-SLA-STATUS NOT = "00"
           END-PERFORM
           CLOSE SLA-TABLE-FILE.

       1500-RELEASE-MISMATCHES.
           MOVE "00" TO WS-SCORE-STATUS
           OPEN INPUT SCORECARD-FILE
           IF WS-SCORE-STATUS = "00"
                       NOT AT END
                           IF SCR-MATCH-FLAG = "MISMATCH"
                               OR SCR-MATCH-FLAG = "UNEXPECT"
                               MOVE SPACES TO SORT-RECORD
                               MOVE SCR-PROGRAM-ID TO SRT-PROGRAM-ID
                               MOVE 3 TO SRT-KIND
                               ADD 1 TO WS-RELEASE-SEQ
                               MOVE WS-RELEASE-SEQ TO SRT-SEQ
                               MOVE SCR-RULE-EXPECTED
                                   TO SRT-RULE-EXPECTED
                               MOVE SCR-RULE-ACTUAL
                                   TO SRT-RULE-ACTUAL
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORECARD-FILE
           END-IF.

       1600-RELEASE-HISTORY.
           MOVE "00" TO WS-HISTORY-STATUS
           OPEN INPUT FINDINGS-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           MOVE SPACES TO SORT-RECORD
                           MOVE FH-PROGRAM-ID TO SRT-PROGRAM-ID
                           MOVE 4 TO SRT-KIND
                           ADD 1 TO WS-RELEASE-SEQ
                           MOVE WS-RELEASE-SEQ TO SRT-SEQ
                           MOVE FH-RULE-ID TO SRT-RULE-ID
                           MOVE FH-FIRST-SEEN TO SRT-DATE
                           RELEASE SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE FINDINGS-HISTORY-FILE
           END-IF.

       1700-RELEASE-WAIVERS.
           MOVE "00" TO WS-WAIVER-STATUS
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               PERFORM UNTIL WS-WAIVER-STATUS NOT = "00"
                   READ WAIVER-FILE
                       AT END
                           MOVE "10" TO WS-WAIVER-STATUS
                       NOT AT END
                           IF WV-EXPIRY-DATE >= WS-TODAY
                               AND WV-EXPIRY-DATE <=
                                   WS-EXPIRY-LIMIT
                               MOVE SPACES TO SORT-RECORD
                               MOVE WV-PROGRAM-ID TO SRT-PROGRAM-ID
                               MOVE 5 TO SRT-KIND
                               ADD 1 TO WS-RELEASE-SEQ
                               MOVE WS-RELEASE-SEQ TO SRT-SEQ
                               MOVE WV-RULE-ID TO SRT-RULE-ID
                               MOVE WV-EXPIRY-DATE TO SRT-DATE
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.

       2000-MATCH-PROGRAMS.
           OPEN OUTPUT ITEM-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 2100-MATCH-ONE-ROW
               END-RETURN
           END-PERFORM
           IF WS-CUR-PROGRAM NOT = LOW-VALUES
               PERFORM 2900-END-PROGRAM
           END-IF
           CLOSE ITEM-WORK-FILE.

       2100-MATCH-ONE-ROW.
           IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
               IF WS-CUR-PROGRAM NOT = LOW-VALUES
                   PERFORM 2900-END-PROGRAM
               END-IF
               MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
               MOVE "NO" TO WS-CUR-REGISTERED
               MOVE "NO" TO WS-CUR-OWNED
               MOVE 11 TO WS-CUR-TEAM-ORD
               MOVE "UNKNOWN" TO WS-CUR-SEVERITY
           END-IF
           EVALUATE SRT-KIND
               WHEN 0
                   MOVE "YES" TO WS-CUR-REGISTERED
                   MOVE SRT-SEQ TO WS-CUR-REG-SEQ
               WHEN 1
                   PERFORM 2200-MATCH-OWNER
               WHEN 2
                   MOVE SRT-SEVERITY TO WS-CUR-SEVERITY
               WHEN 3
                   MOVE SPACES TO ITW-LINE
                   STRING "   " SRT-PROGRAM-ID
                       " " SRT-RULE-EXPECTED
                       " -> " SRT-RULE-ACTUAL
                       DELIMITED BY SIZE INTO ITW-LINE
                   MOVE 1 TO WS-SECTION
                   PERFORM 2800-WRITE-TEAM-ITEM
               WHEN 4
                   PERFORM 2400-JUDGE-ONE-AGED
               WHEN 5
                   MOVE SPACES TO ITW-LINE
                   STRING "   " SRT-PROGRAM-ID " "
                       SRT-RULE-ID " EXPIRES "
                       SRT-DATE
                       DELIMITED BY SIZE INTO ITW-LINE
                   MOVE 3 TO WS-SECTION
                   PERFORM 2800-WRITE-TEAM-ITEM
           END-EVALUATE.

       2200-MATCH-OWNER.
      * An owner row counts only for a registered program; the last
      * such row names the team. A row for an unregistered program
      * goes to the ownership validation block instead.
           IF WS-CUR-REGISTERED = "YES"
               MOVE "YES" TO WS-CUR-OWNED
               MOVE 0 TO WS-CUR-TEAM-ORD
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-TEAM-COUNT
                   IF WS-TEAM-NAME(WS-SCAN-IDX) = SRT-TEAM
                       MOVE WS-SCAN-IDX TO WS-CUR-TEAM-ORD
                   END-IF
               END-PERFORM
           ELSE
               ADD 1 TO WS-BAD-OWNER-COUNT
               MOVE SPACES TO ITW-LINE
               STRING "   OWNER ROW FOR UNREGISTERED: "
                   SRT-PROGRAM-ID
                   DELIMITED BY SIZE INTO ITW-LINE
               MOVE 12 TO ITW-TEAM-ORD
               MOVE 1 TO ITW-SECTION
               MOVE SRT-SEQ TO ITW-SEQ
               WRITE ITEM-WORK-RECORD
           END-IF.

       2400-JUDGE-ONE-AGED.
           MOVE WS-CUR-SEVERITY TO WS-LOOKUP-SEV
           MOVE WS-DEFAULT-DAYS TO WS-LOOKUP-DAYS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SLA-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SEEN-YMD
           STRING SRT-DATE(1:4) SRT-DATE(6:2)
               SRT-DATE(9:2) DELIMITED BY SIZE
               INTO WS-SEEN-YMD
           COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SEEN-YMD))
           IF WS-DAYS-OPEN > WS-LOOKUP-DAYS
               MOVE SPACES TO ITW-LINE
               STRING "   " SRT-PROGRAM-ID " " SRT-RULE-ID
                   " OPEN " WS-DAYS-OPEN " DAYS"
                   DELIMITED BY SIZE INTO ITW-LINE
               MOVE 2 TO WS-SECTION
               PERFORM 2800-WRITE-TEAM-ITEM
           END-IF.

       2800-WRITE-TEAM-ITEM.
      * A team past the tenth has no section, so its lines are
      * dropped here rather than carried to the print.
           IF WS-CUR-TEAM-ORD > 0
               MOVE WS-CUR-TEAM-ORD TO ITW-TEAM-ORD
               MOVE WS-SECTION TO ITW-SECTION
               MOVE SRT-SEQ TO ITW-SEQ
               WRITE ITEM-WORK-RECORD
           END-IF.

       2900-END-PROGRAM.
           IF WS-CUR-REGISTERED = "YES" AND WS-CUR-OWNED = "NO"
               ADD 1 TO WS-UNOWNED-COUNT
               MOVE SPACES TO ITW-LINE
               STRING "   REGISTERED BUT UNOWNED: "
                   WS-CUR-PROGRAM
                   DELIMITED BY SIZE INTO ITW-LINE
               MOVE 12 TO ITW-TEAM-ORD
               MOVE 2 TO ITW-SECTION
               MOVE WS-CUR-REG-SEQ TO ITW-SEQ
               WRITE ITEM-WORK-RECORD
           END-IF.

       4000-PRINT-WORKLISTS.
           PERFORM 4050-RETURN-AHEAD
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                   UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
               MOVE WS-TEAM-NAME(WS-TEAM-IDX) TO WS-CURRENT-TEAM
               PERFORM 4100-PRINT-TEAM-SECTION
           END-PERFORM
           MOVE 11 TO WS-TEAM-IDX
           MOVE "UNASSIGNED" TO WS-CURRENT-TEAM
           PERFORM 4100-PRINT-TEAM-SECTION
           PERFORM 5000-PRINT-VALIDATION.

       4050-RETURN-AHEAD.
           RETURN ITEM-SORT-FILE INTO WS-ITEM-AHEAD
               AT END
                   MOVE 99 TO WS-AHEAD-ORD
           END-RETURN.

       4100-PRINT-TEAM-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "===== TEAM: " WS-CURRENT-TEAM " ====="
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "-- MISMATCHES TONIGHT --" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-SECTION
           PERFORM 4200-PRINT-SECTION-ITEMS
           MOVE "-- FINDINGS OVER SLA --" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 2 TO WS-SECTION
           PERFORM 4200-PRINT-SECTION-ITEMS
           MOVE "-- WAIVERS EXPIRING WITHIN 14 DAYS --" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 3 TO WS-SECTION
           PERFORM 4200-PRINT-SECTION-ITEMS
           IF WS-ITEM-COUNT = 0
               MOVE "   NOTHING OUTSTANDING FOR THIS TEAM"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       4200-PRINT-SECTION-ITEMS.
           PERFORM UNTIL WS-AHEAD-ORD NOT = WS-TEAM-IDX
                   OR WS-AHEAD-SECTION NOT = WS-SECTION
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-AHEAD-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 4050-RETURN-AHEAD
           END-PERFORM.

       5000-PRINT-VALIDATION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "OWNERSHIP VALIDATION:" TO RPT-LINE
           WRITE RPT-LINE
           MOVE 12 TO WS-TEAM-IDX
           MOVE 1 TO WS-SECTION
           PERFORM 4200-PRINT-SECTION-ITEMS
           MOVE 2 TO WS-SECTION
           PERFORM 4200-PRINT-SECTION-ITEMS
           IF WS-BAD-OWNER-COUNT = 0 AND WS-UNOWNED-COUNT = 0
               MOVE "   OWNERSHIP COMPLETE AND CONSISTENT"
                   TO RPT-LINE

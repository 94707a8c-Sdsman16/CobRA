       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppressionMarkerAudit.
      * Pre-run audit of scanner suppression markers written into
      * source. A marker silences a finding without going through
      * WAIVERS, so every one must be backed by an approved waiver.
      * Reads, line by line, every registered test member on the
      * test-source unload (SRCUNLD) and every production member
      * named on a PRODSEL control card from the production unload
      * (PRODUNLD). Both unloads hold members back to back, each
      * starting at its IDENTIFICATION DIVISION line, as
      * SourceInventoryUpdate reads them.
      * A marker is one of the keywords NOSCAN, NOSONAR,
      * SCAN-IGNORE or SUPPRESS as a whole word in a comment line or
      * in a trailing *> comment. The word after it is the rule it
      * silences (NOSCAN HARDCODED-VALUE, NOSONAR(SQL-INJECTION)).
      * With no rule named the marker is blanket (*ALL).
      * A comment-line marker silences the next code line; a
      * trailing marker silences the line it is on.
      * Each marker goes to SUPPFND (suppfnd.cpy) and SUPPRPT as
      *   APPROVED      an unexpired WAIVERS entry covers that
      *                 program and rule
      *   UNAUTHORIZED  anything else, including blanket markers
      *                 (waivers are granted rule by rule) and
      *                 markers whose waiver has lapsed
      * Any UNAUTHORIZED marker ends CC 12 so the scheduler fails the
      * night before CBLSUITD runs, as FIXEDIT and XREFCHK do. A
      * PRODSEL member missing from PRODUNLD ends CC 4. CC 12 also
      * when TESTREG or SRCUNLD cannot be opened, and when TESTREG,
      * PRODSEL, WAIVERS or one member's markers outgrow their table:
      * what did not fit went unaudited, and SUPPRPT says how much.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "testregsel.cpy".
           SELECT SOURCE-UNLOAD-FILE ASSIGN TO "SRCUNLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT PROD-UNLOAD-FILE ASSIGN TO "PRODUNLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUNLD-STATUS.
           SELECT PROD-SELECT-FILE ASSIGN TO "PRODSEL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRODSEL-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT FINDING-FILE ASSIGN TO "SUPPFND"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FINDING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SUPPRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  TEST-REGISTRY-FILE.
       COPY "testregrec.cpy".
       FD  SOURCE-UNLOAD-FILE.
       01 SOURCE-LINE PIC X(80).
       FD  PROD-UNLOAD-FILE.
       01 PROD-SOURCE-LINE PIC X(80).
       FD  PROD-SELECT-FILE.
       01 PROD-SELECT-CARD.
           05 PSC-PROGRAM-ID          PIC X(30).
       FD  WAIVER-FILE.
       COPY "waiverec.cpy".
       FD  FINDING-FILE.
       COPY "suppfnd.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-UNLOAD-STATUS   PIC X(2).
       01 WS-PRODUNLD-STATUS PIC X(2).
       01 WS-PRODSEL-STATUS  PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-FINDING-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-IN-MEMBER       PIC X(3) VALUE "NO".
       01 WS-LIBRARY         PIC X(4) VALUE SPACES.
       01 WS-LINE            PIC X(80).
       01 WS-LINE-NUMBER     PIC 9(5) VALUE 0.
       01 WS-MEMBER-NAME     PIC X(30) VALUE SPACES.
       01 WS-NAME-JUNK       PIC X(72).
       01 WS-NAME-REST       PIC X(72).
       01 WS-TODAY-DATE      PIC X(10).
       01 WS-RUN-STAMP       PIC X(14).
       01 WS-IDX             PIC 9(3) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-FOUND-SWITCH    PIC X(3) VALUE "NO".
       01 WS-MEMBERS-READ    PIC 9(4) VALUE 0.
       01 WS-MEMBERS-AUDITED PIC 9(4) VALUE 0.
       01 WS-MARKER-TOTAL    PIC 9(4) VALUE 0.
       01 WS-APPROVED-TOTAL  PIC 9(4) VALUE 0.
       01 WS-UNAUTH-TOTAL    PIC 9(4) VALUE 0.
       01 WS-MISSING-TOTAL   PIC 9(4) VALUE 0.
       01 WS-REG-DROPPED     PIC 9(4) VALUE 0.
       01 WS-SEL-DROPPED     PIC 9(4) VALUE 0.
       01 WS-WVR-DROPPED     PIC 9(4) VALUE 0.
       01 WS-MRK-DROPPED     PIC 9(4) VALUE 0.
       01 WS-MRK-DROP-TOTAL  PIC 9(5) VALUE 0.
       01 WS-REG-COUNT       PIC 9(3) VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-NAME OCCURS 300 TIMES PIC X(30).
       01 WS-SEL-COUNT       PIC 9(3) VALUE 0.
       01 WS-SEL-TABLE.
           05 WS-SEL-ENTRY OCCURS 100 TIMES.
               10 WS-SEL-NAME        PIC X(30).
               10 WS-SEL-SEEN        PIC X(3).
       01 WS-WVR-COUNT       PIC 9(3) VALUE 0.
       01 WS-WVR-TABLE.
           05 WS-WVR-ENTRY OCCURS 200 TIMES.
               10 WS-WVR-PROGRAM     PIC X(30).
               10 WS-WVR-RULE        PIC X(20).
               10 WS-WVR-EXPIRY      PIC X(10).
      * Markers found in the member being read. They are judged and
      * written when the member closes, once its PROGRAM-ID has said
      * whether it is in scope at all.
       01 WS-MRK-COUNT       PIC 9(3) VALUE 0.
       01 WS-MRK-TABLE.
           05 WS-MRK-ENTRY OCCURS 100 TIMES.
               10 WS-MRK-LINE        PIC 9(5).
               10 WS-MRK-SILENCED    PIC 9(5).
               10 WS-MRK-RULE        PIC X(20).
      * Marker scan work
       01 WS-CODE-LINE       PIC X(3) VALUE "NO".
       01 WS-MARKER-SWITCH   PIC X(3) VALUE "NO".
       01 WS-TRAILING        PIC X(3) VALUE "NO".
       01 WS-COMMENT-POS     PIC 9(3) VALUE 0.
       01 WS-MARK-TEXT       PIC X(72).
       01 WS-MARK-BEFORE     PIC X(72).
       01 WS-MARK-AFTER      PIC X(72).
       01 WS-BEFORE-LEN      PIC 9(3) VALUE 0.
       01 WS-FIELD-COUNT     PIC 9(2) VALUE 0.
       01 WS-MARK-RULE       PIC X(20).
       01 WS-CH              PIC X(1).
           88 WS-CH-WORD     VALUE "A" THRU "Z" "0" THRU "9" "-".
       01 WS-EXPIRED-DATE    PIC X(10).
       01 WS-HEADER-LINE.
           05 FILLER PIC X(5)  VALUE "LIB".
           05 FILLER PIC X(31) VALUE "PROGRAM".
           05 FILLER PIC X(6)  VALUE "LINE".
           05 FILLER PIC X(21) VALUE "RULE".
           05 FILLER PIC X(12) VALUE "VERDICT".
       01 WS-DETAIL-LINE.
           05 WS-DTL-LIBRARY     PIC X(4).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-DTL-PROGRAM     PIC X(30).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-DTL-LINE        PIC ZZZZ9.
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-DTL-RULE        PIC X(20).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WS-DTL-VERDICT     PIC X(12).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-RUN-STAMP(1:4) "-" WS-RUN-STAMP(5:2)
               "-" WS-RUN-STAMP(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-DATE
           PERFORM 1000-LOAD-REGISTRY
           PERFORM 1100-LOAD-PROD-SELECTION
           PERFORM 1200-LOAD-WAIVERS
           OPEN OUTPUT FINDING-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "IN-SOURCE SCANNER SUPPRESSION MARKER AUDIT" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "WAIVERS IN FORCE ON " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADER-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2000-AUDIT-TEST-LIBRARY
           PERFORM 2500-AUDIT-PROD-LIBRARY
           PERFORM 6000-REPORT-MISSING-PROD
           PERFORM 6500-REPORT-OVERFLOW
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "MEMBERS READ: " WS-MEMBERS-READ
               "  AUDITED: " WS-MEMBERS-AUDITED
               "  MARKERS: " WS-MARKER-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "APPROVED: " WS-APPROVED-TOTAL
               "  UNAUTHORIZED: " WS-UNAUTH-TOTAL
               "  PRODSEL NOT FOUND: " WS-MISSING-TOTAL
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE FINDING-FILE
           CLOSE REPORT-FILE
           DISPLAY "Suppression audit: " WS-MARKER-TOTAL " markers, "
               WS-UNAUTH-TOTAL " unauthorized"
           MOVE "SuppressionMarkerAudit" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "MARKERS=" WS-MARKER-TOTAL
               " UNAUTH=" WS-UNAUTH-TOTAL
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           EVALUATE TRUE
               WHEN WS-UNAUTH-TOTAL > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REG-DROPPED > 0 OR WS-SEL-DROPPED > 0
                   OR WS-WVR-DROPPED > 0 OR WS-MRK-DROP-TOTAL > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-MISSING-TOTAL > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-LOAD-REGISTRY.
      * Every registered test is audited, active or not: a disabled
      * test's markers are back in force the night it is re-enabled.
           OPEN INPUT TEST-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "TESTREG OPEN FAILED: " WS-REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
               READ TEST-REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REGISTRY-STATUS
                   NOT AT END
                       IF WS-REG-COUNT < 300
                           ADD 1 TO WS-REG-COUNT
                           MOVE TRG-PROGRAM-ID
                               TO WS-REG-NAME(WS-REG-COUNT)
                       ELSE
                           ADD 1 TO WS-REG-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEST-REGISTRY-FILE.

       1100-LOAD-PROD-SELECTION.
      * PRODSEL DD DUMMY (or absent) audits the test library alone.
           OPEN INPUT PROD-SELECT-FILE
           PERFORM UNTIL WS-PRODSEL-STATUS NOT = "00"
               READ PROD-SELECT-FILE
                   AT END
                       MOVE "10" TO WS-PRODSEL-STATUS
                   NOT AT END
                       IF PSC-PROGRAM-ID NOT = SPACES
                           AND PSC-PROGRAM-ID(1:1) NOT = "*"
                           IF WS-SEL-COUNT < 100
                               ADD 1 TO WS-SEL-COUNT
                               MOVE PSC-PROGRAM-ID
                                   TO WS-SEL-NAME(WS-SEL-COUNT)
                               MOVE "NO" TO WS-SEL-SEEN(WS-SEL-COUNT)
                           ELSE
                               ADD 1 TO WS-SEL-DROPPED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROD-SELECT-FILE.

       1200-LOAD-WAIVERS.
      * No WAIVERS dataset means no waivers: every marker is then
      * unauthorized, which is the safe reading.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS NOT = "00"
               DISPLAY "WAIVERS not available, no marker approved"
           END-IF
           PERFORM UNTIL WS-WAIVER-STATUS NOT = "00"
               READ WAIVER-FILE
                   AT END
                       MOVE "10" TO WS-WAIVER-STATUS
                   NOT AT END
                       IF WS-WVR-COUNT < 200
                           ADD 1 TO WS-WVR-COUNT
                           MOVE WV-PROGRAM-ID
                               TO WS-WVR-PROGRAM(WS-WVR-COUNT)
                           MOVE WV-RULE-ID
                               TO WS-WVR-RULE(WS-WVR-COUNT)
                           MOVE WV-EXPIRY-DATE
                               TO WS-WVR-EXPIRY(WS-WVR-COUNT)
                       ELSE
                           ADD 1 TO WS-WVR-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WAIVER-FILE.

       2000-AUDIT-TEST-LIBRARY.
           OPEN INPUT SOURCE-UNLOAD-FILE
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "SRCUNLD OPEN FAILED: " WS-UNLOAD-STATUS
               CLOSE FINDING-FILE
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "TEST" TO WS-LIBRARY
           MOVE "NO" TO WS-EOF-SWITCH WS-IN-MEMBER
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ SOURCE-UNLOAD-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SOURCE-LINE TO WS-LINE
                       PERFORM 3000-TAKE-ONE-LINE
               END-READ
           END-PERFORM
           IF WS-IN-MEMBER = "YES"
               PERFORM 5000-CLOSE-MEMBER
           END-IF
           CLOSE SOURCE-UNLOAD-FILE.

       2500-AUDIT-PROD-LIBRARY.
           IF WS-SEL-COUNT > 0
               OPEN INPUT PROD-UNLOAD-FILE
               IF WS-PRODUNLD-STATUS NOT = "00"
                   DISPLAY "PRODUNLD not available: "
                       WS-PRODUNLD-STATUS
               ELSE
                   MOVE "PROD" TO WS-LIBRARY
                   MOVE "NO" TO WS-EOF-SWITCH WS-IN-MEMBER
                   PERFORM UNTIL WS-EOF-SWITCH = "YES"
                       READ PROD-UNLOAD-FILE
                           AT END
                               MOVE "YES" TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE PROD-SOURCE-LINE TO WS-LINE
                               PERFORM 3000-TAKE-ONE-LINE
                       END-READ
                   END-PERFORM
                   IF WS-IN-MEMBER = "YES"
                       PERFORM 5000-CLOSE-MEMBER
                   END-IF
                   CLOSE PROD-UNLOAD-FILE
               END-IF
           END-IF.

       3000-TAKE-ONE-LINE.
      * Same member framing as SourceInventoryUpdate: an
      * IDENTIFICATION DIVISION header outside a comment closes the
      * member before it and opens the next.
           IF WS-LINE(7:1) NOT = "*"
               AND WS-LINE(8:23) = "IDENTIFICATION DIVISION"
               IF WS-IN-MEMBER = "YES"
                   PERFORM 5000-CLOSE-MEMBER
               END-IF
               MOVE "YES" TO WS-IN-MEMBER
               MOVE SPACES TO WS-MEMBER-NAME
               MOVE 0 TO WS-LINE-NUMBER WS-MRK-COUNT WS-MRK-DROPPED
               ADD 1 TO WS-MEMBERS-READ
           END-IF
           IF WS-IN-MEMBER = "YES"
               ADD 1 TO WS-LINE-NUMBER
               IF WS-MEMBER-NAME = SPACES
                   AND WS-LINE(7:1) NOT = "*"
                   PERFORM 3100-TAKE-PROGRAM-ID
               END-IF
               PERFORM 4000-SCAN-FOR-MARKER
           END-IF.

       3100-TAKE-PROGRAM-ID.
           MOVE SPACES TO WS-NAME-JUNK WS-NAME-REST
           UNSTRING WS-LINE(8:65) DELIMITED BY "PROGRAM-ID."
               INTO WS-NAME-JUNK WS-NAME-REST
           END-UNSTRING
           IF WS-NAME-REST NOT = SPACES
               UNSTRING FUNCTION TRIM(WS-NAME-REST)
                   DELIMITED BY "." OR SPACE
                   INTO WS-MEMBER-NAME
               END-UNSTRING
           END-IF.

       4000-SCAN-FOR-MARKER.
      * Comment text is the whole of a comment line, or what follows
      * *> on a code line. A code line first releases the markers
      * waiting above it: that is the line they silence. A *> in
      * columns 71-72 is a trailing comment with nothing after it.
           MOVE "NO" TO WS-CODE-LINE WS-TRAILING
           MOVE SPACES TO WS-MARK-TEXT
           IF WS-LINE(7:1) = "*" OR WS-LINE(7:1) = "/"
               MOVE WS-LINE(8:65) TO WS-MARK-TEXT
           ELSE
               IF WS-LINE(8:65) NOT = SPACES
                   MOVE "YES" TO WS-CODE-LINE
               END-IF
               MOVE 0 TO WS-COMMENT-POS
               INSPECT WS-LINE(8:65) TALLYING WS-COMMENT-POS
                   FOR CHARACTERS BEFORE INITIAL "*>"
               IF WS-COMMENT-POS < 63
                   MOVE "YES" TO WS-TRAILING
                   MOVE WS-LINE(WS-COMMENT-POS + 10:
                       63 - WS-COMMENT-POS) TO WS-MARK-TEXT
               END-IF
               IF WS-COMMENT-POS = 63
                   MOVE "YES" TO WS-TRAILING
               END-IF
           END-IF
           IF WS-CODE-LINE = "YES"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MRK-COUNT
                   IF WS-MRK-SILENCED(WS-IDX) = 0
                       MOVE WS-LINE-NUMBER TO WS-MRK-SILENCED(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MARK-TEXT NOT = SPACES
               PERFORM 4100-MATCH-MARKER
           END-IF.

       4100-MATCH-MARKER.
           MOVE FUNCTION UPPER-CASE(WS-MARK-TEXT) TO WS-MARK-TEXT
           MOVE SPACES TO WS-MARK-BEFORE WS-MARK-AFTER
           MOVE 0 TO WS-BEFORE-LEN WS-FIELD-COUNT
           UNSTRING WS-MARK-TEXT
               DELIMITED BY "NOSCAN" OR "NOSONAR" OR "SCAN-IGNORE"
                   OR "SUPPRESS"
               INTO WS-MARK-BEFORE COUNT IN WS-BEFORE-LEN
                    WS-MARK-AFTER
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
      * The keyword must stand as a word of its own: SUPPRESSED or
      * NOSCANNER in ordinary commentary is not a marker.
           MOVE "NO" TO WS-MARKER-SWITCH
           IF WS-FIELD-COUNT >= 2
               MOVE "YES" TO WS-MARKER-SWITCH
               IF WS-BEFORE-LEN > 0
                   MOVE WS-MARK-BEFORE(WS-BEFORE-LEN:1) TO WS-CH
                   IF WS-CH-WORD
                       MOVE "NO" TO WS-MARKER-SWITCH
                   END-IF
               END-IF
               MOVE WS-MARK-AFTER(1:1) TO WS-CH
               IF WS-CH-WORD
                   MOVE "NO" TO WS-MARKER-SWITCH
               END-IF
           END-IF
           IF WS-MARKER-SWITCH = "YES"
               PERFORM 4200-RECORD-MARKER
           END-IF.

       4200-RECORD-MARKER.
           INSPECT WS-MARK-AFTER REPLACING ALL "(" BY SPACE
               ALL ")" BY SPACE ALL ":" BY SPACE ALL "=" BY SPACE
               ALL "," BY SPACE
           MOVE SPACES TO WS-MARK-RULE
           IF WS-MARK-AFTER NOT = SPACES
               UNSTRING FUNCTION TRIM(WS-MARK-AFTER)
                   DELIMITED BY ALL SPACE
                   INTO WS-MARK-RULE
               END-UNSTRING
           END-IF
           IF WS-MARK-RULE = SPACES
               MOVE "*ALL" TO WS-MARK-RULE
           END-IF
           IF WS-MRK-COUNT < 100
               ADD 1 TO WS-MRK-COUNT
               MOVE WS-LINE-NUMBER TO WS-MRK-LINE(WS-MRK-COUNT)
               MOVE WS-MARK-RULE TO WS-MRK-RULE(WS-MRK-COUNT)
               IF WS-TRAILING = "YES"
                   MOVE WS-LINE-NUMBER TO WS-MRK-SILENCED(WS-MRK-COUNT)
               ELSE
                   MOVE 0 TO WS-MRK-SILENCED(WS-MRK-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-MRK-DROPPED
           END-IF.

       5000-CLOSE-MEMBER.
      * In scope: a registered test on SRCUNLD, or a PRODSEL member
      * on PRODUNLD. Anything else on either unload is passed by.
           MOVE "NO" TO WS-IN-MEMBER
           MOVE "NO" TO WS-FOUND-SWITCH
           IF WS-LIBRARY = "TEST"
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-REG-COUNT
                   IF WS-REG-NAME(WS-SCAN-IDX) = WS-MEMBER-NAME
                       MOVE "YES" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-SEL-COUNT
                   IF WS-SEL-NAME(WS-SCAN-IDX) = WS-MEMBER-NAME
                       MOVE "YES" TO WS-FOUND-SWITCH
                       MOVE "YES" TO WS-SEL-SEEN(WS-SCAN-IDX)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SWITCH = "YES"
               ADD 1 TO WS-MEMBERS-AUDITED
               PERFORM 5100-JUDGE-ONE-MARKER
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MRK-COUNT
               IF WS-MRK-DROPPED > 0
                   ADD WS-MRK-DROPPED TO WS-MRK-DROP-TOTAL
                   MOVE SPACES TO RPT-LINE
                   STRING WS-LIBRARY " " WS-MEMBER-NAME " "
                       WS-MRK-DROPPED " MARKERS BEYOND 100 NOT JUDGED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY "Markers beyond 100 not judged: "
                       WS-LIBRARY " " FUNCTION TRIM(WS-MEMBER-NAME)
                       " " WS-MRK-DROPPED
               END-IF
           END-IF.

       5100-JUDGE-ONE-MARKER.
           ADD 1 TO WS-MARKER-TOTAL
           MOVE WS-MEMBER-NAME TO SM-PROGRAM-ID
           MOVE WS-LIBRARY TO SM-LIBRARY
           MOVE WS-MRK-LINE(WS-IDX) TO SM-MARKER-LINE
           MOVE WS-MRK-SILENCED(WS-IDX) TO SM-SILENCED-LINE
           MOVE WS-MRK-RULE(WS-IDX) TO SM-RULE-ID
           MOVE "UNAUTHORIZED" TO SM-VERDICT
           MOVE SPACES TO WS-EXPIRED-DATE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-WVR-COUNT
               IF WS-WVR-PROGRAM(WS-SCAN-IDX) = WS-MEMBER-NAME
                   AND WS-WVR-RULE(WS-SCAN-IDX) = WS-MRK-RULE(WS-IDX)
                   IF WS-WVR-EXPIRY(WS-SCAN-IDX) >= WS-TODAY-DATE
                       MOVE "APPROVED" TO SM-VERDICT
                   ELSE
                       MOVE WS-WVR-EXPIRY(WS-SCAN-IDX)
                           TO WS-EXPIRED-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF SM-VERDICT = "APPROVED"
               ADD 1 TO WS-APPROVED-TOTAL
           ELSE
               ADD 1 TO WS-UNAUTH-TOTAL
               DISPLAY "UNAUTHORIZED SUPPRESSION " WS-LIBRARY " "
                   FUNCTION TRIM(WS-MEMBER-NAME) " LINE "
                   WS-MRK-LINE(WS-IDX) " RULE " WS-MRK-RULE(WS-IDX)
           END-IF
           WRITE SUPPRESSION-FINDING
           MOVE WS-LIBRARY TO WS-DTL-LIBRARY
           MOVE WS-MEMBER-NAME TO WS-DTL-PROGRAM
           MOVE WS-MRK-SILENCED(WS-IDX) TO WS-DTL-LINE
           MOVE WS-MRK-RULE(WS-IDX) TO WS-DTL-RULE
           MOVE SM-VERDICT TO WS-DTL-VERDICT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN SM-VERDICT = "APPROVED"
                   CONTINUE
               WHEN WS-MRK-RULE(WS-IDX) = "*ALL"
                   STRING "     MARKER AT LINE " WS-MRK-LINE(WS-IDX)
                       " NAMES NO RULE -- BLANKET SUPPRESSION"
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN WS-EXPIRED-DATE NOT = SPACES
                   STRING "     MARKER AT LINE " WS-MRK-LINE(WS-IDX)
                       " -- WAIVER LAPSED " WS-EXPIRED-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
               WHEN OTHER
                   STRING "     MARKER AT LINE " WS-MRK-LINE(WS-IDX)
                       " -- NO WAIVER FOR THIS PROGRAM AND RULE"
                       DELIMITED BY SIZE INTO RPT-LINE
           END-EVALUATE
           IF RPT-LINE NOT = SPACES
               WRITE RPT-LINE
           END-IF.

       6000-REPORT-MISSING-PROD.
      * A card naming a member the production unload does not hold
      * means that member went unaudited tonight.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SEL-COUNT
               IF WS-SEL-SEEN(WS-SCAN-IDX) = "NO"
                   ADD 1 TO WS-MISSING-TOTAL
                   MOVE SPACES TO RPT-LINE
                   STRING "PROD " WS-SEL-NAME(WS-SCAN-IDX)
                       " NOT IN PRODUNLD -- NOT AUDITED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.

       6500-REPORT-OVERFLOW.
      * Rows past a table were never audited; the night stops on them
      * as it would on an unauthorized marker.
           IF WS-REG-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "TESTREG ROWS BEYOND 300 NOT AUDITED: "
                   WS-REG-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "TESTREG rows beyond 300 not audited: "
                   WS-REG-DROPPED
           END-IF
           IF WS-SEL-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "PRODSEL CARDS BEYOND 100 NOT AUDITED: "
                   WS-SEL-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "PRODSEL cards beyond 100 not audited: "
                   WS-SEL-DROPPED
           END-IF
           IF WS-WVR-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               STRING "WAIVERS ROWS BEYOND 200 NOT LOADED: "
                   WS-WVR-DROPPED
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               DISPLAY "WAIVERS rows beyond 200 not loaded: "
                   WS-WVR-DROPPED
           END-IF
           IF WS-MRK-DROP-TOTAL > 0
               MOVE SPACES TO RPT-LINE
               STRING "MARKERS NOT JUDGED, MEMBER TABLE FULL: "
                   WS-MRK-DROP-TOTAL
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

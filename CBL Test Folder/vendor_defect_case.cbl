       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorDefectCase.
      * Builds the case dataset sent to the scanner vendor when a
      * finding is waived as a scanner defect (UncontrolledTransfer-
      * Test's "SCANNER DEFECT 4711" on WAIVERS is the model case),
      * replacing the hand-assembled bundle that depended on someone
      * remembering to strip the passwords out. The CASECARD card
      * names the program-id and rule-id (and the vendor's case
      * reference; without one the waiver reason is used). VNDCASE
      * then holds, one labelled section after another:
      *   CASE       the card, the date and the waiver row(s)
      *   SCANNER    the baseline approval record in force (the last
      *              BASEAPPR entry) with the scanner version
      *   EXPECTED   the EXPRESULT row(s) for the program
      *   ACTUAL     the ACTUALRES row(s) for the program
      *   CLASSLOG   the program's CWE/severity classification rows
      *   HISTORY    the program's RSLTMST verdicts, run by run
      *   SOURCE     the source member from the SRCUNLD unload
      *   SCRIPTIN   the program's scripted console inputs
      *   LOGINATT   the login attempts, when TESTPREQ declares the
      *   SECRETCFG  the secrets/config rows,   DD for the program
      *   END        line counts per section and the masking total
      * Password and secret values are replaced by fixed
      * placeholders before they are written, so no real value can
      * leave in a case: every LOGINATT password, every LOGINATT
      * input buffer other than the USERNAME/PASSWORD bypass words
      * the test itself exercises, every SECRETCFG value, and every
      * SCRIPTIN value the SCRMASK control dataset declares secret
      * (program-id plus read sequence -- a cipher key, a password).
      * Each substitution is appended to the MASKLOG masking log
      * (date, case, dataset, where, field, placeholder -- never the
      * value). The source member goes as it stands: its planted
      * literals are the very thing the vendor must scan. CC 4 when
      * the finding is not waived or has no EXPRESULT row; CC 8 when
      * an input could not be read or the member is not in the
      * unload (the case is incomplete); CC 12 when the card is
      * missing or incomplete, with nothing written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "classsel.cpy".
           COPY "rsltsel.cpy".
           COPY "scriptsel.cpy".
           COPY "loginsel.cpy".
           COPY "secretsel.cpy".
           SELECT CASE-CARD-FILE ASSIGN TO "CASECARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPRESULT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT ACTUAL-RESULTS-FILE ASSIGN TO "ACTUALRES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACTUAL-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "BASEAPPR"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           SELECT SOURCE-UNLOAD-FILE ASSIGN TO "SRCUNLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "TESTPREQ"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-STATUS.
           SELECT SCRIPT-MASK-FILE ASSIGN TO "SCRMASK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SCRMASK-STATUS.
           SELECT CASE-FILE ASSIGN TO "VNDCASE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT MASK-LOG-FILE ASSIGN TO "MASKLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MASKLOG-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CLASSIFY-LOG-FILE.
       COPY "classrec.cpy".
       FD  RESULTS-REPO-FILE.
       COPY "rsltrec.cpy".
       FD  SCRIPT-INPUT-FILE.
       COPY "scriptrec.cpy".
       FD  LOGIN-FILE.
       COPY "loginrec.cpy".
       FD  SECRET-CONFIG-FILE.
       COPY "secretrec.cpy".
       FD  CASE-CARD-FILE.
       01 CASE-CARD.
           05 CC-PROGRAM-ID           PIC X(30).
           05 CC-RULE-ID              PIC X(20).
           05 CC-CASE-REF             PIC X(20).
       FD  WAIVER-FILE.
       COPY "waiverec.cpy".
       FD  EXPECTED-RESULTS-FILE.
       COPY "expresult.cpy".
       FD  ACTUAL-RESULTS-FILE.
       COPY "actresult.cpy".
       FD  APPROVAL-LOG-FILE.
       01 APPROVAL-RECORD.
           05 APR-VERSION             PIC 9(4).
           05 FILLER                  PIC X(1).
           05 APR-DATE                PIC X(10).
           05 FILLER                  PIC X(1).
           05 APR-APPROVER            PIC X(8).
           05 FILLER                  PIC X(1).
           05 APR-SCANNER-VERSION     PIC X(10).
           05 FILLER                  PIC X(1).
           05 APR-COMPARE-REF         PIC X(20).
           05 FILLER                  PIC X(24).
       FD  SOURCE-UNLOAD-FILE.
       01 SOURCE-LINE PIC X(80).
       FD  PREREQ-FILE.
       01 PREREQ-RECORD.
           05 PRQ-PROGRAM-ID          PIC X(30).
           05 PRQ-DD-NAME             PIC X(9).
           05 PRQ-CHECK               PIC X(6).
           05 PRQ-DSN                 PIC X(44).
      * One scripted console value that is a secret: the program and
      * the read sequence (as on SCRIPTIN) plus what the value is,
      * for the masking log.
       FD  SCRIPT-MASK-FILE.
       01 SCRIPT-MASK-RECORD.
           05 SM-PROGRAM-ID           PIC X(30).
           05 SM-SEQUENCE             PIC 9(2).
           05 SM-DESCRIPTION          PIC X(20).
       FD  CASE-FILE.
       01 CASE-RECORD PIC X(136).
       FD  MASK-LOG-FILE.
       01 MASK-LOG-RECORD PIC X(132).
      * The case program's SCRIPTIN rows (SRT-KIND 2) sorted with its
      * SCRMASK declarations (SRT-KIND 1) on read sequence, so a
      * declaration is in hand when the row it covers comes back.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-SEQUENCE            PIC 9(2).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-PAYLOAD             PIC X(80).
           05 SRT-MASK-VIEW REDEFINES SRT-PAYLOAD.
               10 SRT-DESCRIPTION     PIC X(20).
               10 FILLER              PIC X(60).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-REPO-STATUS     PIC X(2).
       01 WS-SCRIPT-STATUS   PIC X(2).
       01 WS-LOGIN-STATUS    PIC X(2).
       01 WS-CONFIG-STATUS   PIC X(2).
       01 WS-CARD-STATUS     PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-ACTUAL-STATUS   PIC X(2).
       01 WS-APPROVAL-STATUS PIC X(2).
       01 WS-UNLOAD-STATUS   PIC X(2).
       01 WS-PREREQ-STATUS   PIC X(2).
       01 WS-SCRMASK-STATUS  PIC X(2).
       01 WS-CASE-STATUS     PIC X(2).
       01 WS-MASKLOG-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-ABORT-SWITCH    PIC X(3) VALUE "NO".
       01 WS-INCOMPLETE      PIC X(3) VALUE "NO".
       01 WS-WARNING         PIC X(3) VALUE "NO".
       01 WS-IN-MEMBER       PIC X(3) VALUE "NO".
       01 WS-MEMBER-FOUND    PIC X(3) VALUE "NO".
       01 WS-USES-LOGINATT   PIC X(3) VALUE "NO".
       01 WS-USES-SECRETCFG  PIC X(3) VALUE "NO".
       01 WS-SEQ-MASKED      PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-PROGRAM-ID      PIC X(30) VALUE SPACES.
       01 WS-RULE-ID         PIC X(20) VALUE SPACES.
       01 WS-CASE-REF        PIC X(20) VALUE SPACES.
       01 WS-MEMBER-NAME     PIC X(30) VALUE SPACES.
       01 WS-HELD-HEADER     PIC X(80) VALUE SPACES.
       01 WS-NAME-JUNK       PIC X(65).
       01 WS-NAME-REST       PIC X(65).
       01 WS-MASK-SEQUENCE   PIC 9(3) VALUE 0.
       01 WS-MASK-DESC       PIC X(20) VALUE SPACES.
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-WAIVER-ROWS     PIC 9(5) VALUE 0.
       01 WS-EXPECTED-ROWS   PIC 9(5) VALUE 0.
       01 WS-MASK-COUNT      PIC 9(5) VALUE 0.
       01 WS-CASE-LINES      PIC 9(7) VALUE 0.
       01 WS-SECTION-COUNT   PIC 9(5) VALUE 0.
       01 WS-UNAVAILABLE     PIC X(40) VALUE SPACES.
      * The last BASEAPPR approval read: the baseline in force.
       01 WS-LAST-APPROVAL   PIC X(80) VALUE SPACES.
      * One VNDCASE line: the section it belongs to, its line number
      * within the section (0 is the section's title line) and the
      * text -- a record image, a source line or a note.
       01 WS-CASE-LINE.
           05 CL-SECTION             PIC X(10).
           05 CL-LINE-NO             PIC 9(5).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 CL-TEXT                PIC X(120).
      * Field-labelled text for the CASE and END sections.
       01 WS-LABEL-TEXT.
           05 LT-LABEL               PIC X(18).
           05 LT-VALUE               PIC X(102).
      * One MASKLOG line. ML-WHERE locates the value (row number, or
      * the user or config name it belongs to); the value itself is
      * never logged.
       01 WS-MASK-LOG-LINE.
           05 ML-DATE                PIC X(10).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 ML-CASE-REF            PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 ML-PROGRAM-ID          PIC X(30).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 ML-DATASET             PIC X(9).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 ML-WHERE               PIC X(20).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 ML-FIELD               PIC X(18).
           05 FILLER                 PIC X(1) VALUE SPACE.
           05 ML-PLACEHOLDER         PIC X(19).
      * The fixed placeholders. Every masked value of a kind reads
      * the same, so nothing about the original -- not even its
      * length -- goes into the case.
       01 WS-PASSWORD-MASK   PIC X(19) VALUE "*MASKED-PASSWORD*".
       01 WS-BUFFER-MASK     PIC X(19) VALUE "*MASKED-BUFFER*".
       01 WS-SECRET-MASK     PIC X(19) VALUE "*MASKED-SECRET*".
       01 WS-INPUT-MASK      PIC X(19) VALUE "*MASKED-INPUT*".
       01 WS-MASK-WHERE      PIC X(20).
       01 WS-MASK-FIELD      PIC X(18).
       01 WS-MASK-DATASET    PIC X(9).
       01 WS-MASK-PLACEHOLDER PIC X(19).
       01 WS-COUNT-TEXT      PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           MOVE "VendorDefectCase" TO WS-AUDIT-PROGRAM-ID
           PERFORM 1000-READ-CASE-CARD
           IF WS-ABORT-SWITCH = "YES"
               DISPLAY "Case abandoned, nothing written"
               MOVE "CASE REJECTED: BAD CARD" TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-WAIVER-REFERENCE
           PERFORM 1300-LOAD-DECLARED-INPUTS
           OPEN OUTPUT CASE-FILE
           OPEN EXTEND MASK-LOG-FILE
           IF WS-MASKLOG-STATUS NOT = "00"
               OPEN OUTPUT MASK-LOG-FILE
           END-IF
           PERFORM 2000-WRITE-CASE-SECTION
           PERFORM 2100-WRITE-SCANNER-SECTION
           PERFORM 2200-WRITE-EXPECTED-SECTION
           PERFORM 2300-WRITE-ACTUAL-SECTION
           PERFORM 2400-WRITE-CLASSLOG-SECTION
           PERFORM 2500-WRITE-HISTORY-SECTION
           PERFORM 3000-WRITE-SOURCE-SECTION
           PERFORM 4000-WRITE-SCRIPTIN-SECTION
           IF WS-USES-LOGINATT = "YES"
               PERFORM 5000-WRITE-LOGINATT-SECTION
           END-IF
           IF WS-USES-SECRETCFG = "YES"
               PERFORM 5500-WRITE-SECRETCFG-SECTION
           END-IF
           PERFORM 6000-WRITE-END-SECTION
           CLOSE CASE-FILE
           CLOSE MASK-LOG-FILE
           DISPLAY "Case " WS-CASE-REF " for " WS-PROGRAM-ID
               " / " WS-RULE-ID ": " WS-CASE-LINES " lines, "
               WS-MASK-COUNT " values masked"
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "CASE LN=" WS-CASE-LINES
               " MASKED=" WS-MASK-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           EVALUATE TRUE
               WHEN WS-INCOMPLETE = "YES"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING = "YES"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-READ-CASE-CARD.
      * One card per case: program-id and rule-id are required.
           OPEN INPUT CASE-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "CASECARD OPEN FAILED: " WS-CARD-STATUS
               MOVE "YES" TO WS-ABORT-SWITCH
           ELSE
               READ CASE-CARD-FILE
                   AT END
                       DISPLAY "CASECARD is empty"
                       MOVE "YES" TO WS-ABORT-SWITCH
                   NOT AT END
                       MOVE CC-PROGRAM-ID TO WS-PROGRAM-ID
                       MOVE CC-RULE-ID    TO WS-RULE-ID
                       MOVE CC-CASE-REF   TO WS-CASE-REF
               END-READ
               CLOSE CASE-CARD-FILE
           END-IF
           IF WS-ABORT-SWITCH = "NO"
               IF WS-PROGRAM-ID = SPACES OR WS-RULE-ID = SPACES
                   DISPLAY "Case card incomplete: program-id and "
                       "rule-id are required"
                   MOVE "YES" TO WS-ABORT-SWITCH
               END-IF
           END-IF.

       1200-LOAD-WAIVER-REFERENCE.
      * The waiver is what makes this a vendor case; without a case
      * reference on the card the first waiver's reason stands in.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS = "00"
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ WAIVER-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WV-PROGRAM-ID = WS-PROGRAM-ID
                               AND WV-RULE-ID = WS-RULE-ID
                               ADD 1 TO WS-WAIVER-ROWS
                               IF WS-CASE-REF = SPACES
                                   MOVE WV-REASON TO WS-CASE-REF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF
           IF WS-CASE-REF = SPACES
               MOVE "UNREFERENCED" TO WS-CASE-REF
           END-IF.

       1300-LOAD-DECLARED-INPUTS.
      * LOGINATT and SECRETCFG go into the case only for a program
      * that declares them on TESTPREQ, the same declarations
      * CBLSUITD's pre-flight checks.
           OPEN INPUT PREREQ-FILE
           IF WS-PREREQ-STATUS = "00"
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ PREREQ-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF PRQ-PROGRAM-ID = WS-PROGRAM-ID
                               IF PRQ-DD-NAME = "LOGINATT"
                                   MOVE "YES" TO WS-USES-LOGINATT
                               END-IF
                               IF PRQ-DD-NAME = "SECRETCFG"
                                   MOVE "YES" TO WS-USES-SECRETCFG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
           ELSE
               DISPLAY "TESTPREQ OPEN FAILED: " WS-PREREQ-STATUS
                   ", LOGINATT and SECRETCFG not included"
               MOVE "YES" TO WS-INCOMPLETE
           END-IF.

       2000-WRITE-CASE-SECTION.
           MOVE "CASE" TO CL-SECTION
           MOVE "SCANNER DEFECT CASE" TO CL-TEXT
           PERFORM 8000-START-SECTION
           MOVE "CASE REFERENCE" TO LT-LABEL
           MOVE WS-CASE-REF TO LT-VALUE
           PERFORM 8200-WRITE-LABEL-LINE
           MOVE "PROGRAM-ID" TO LT-LABEL
           MOVE WS-PROGRAM-ID TO LT-VALUE
           PERFORM 8200-WRITE-LABEL-LINE
           MOVE "RULE-ID" TO LT-LABEL
           MOVE WS-RULE-ID TO LT-VALUE
           PERFORM 8200-WRITE-LABEL-LINE
           MOVE "PREPARED" TO LT-LABEL
           MOVE WS-TODAY TO LT-VALUE
           PERFORM 8200-WRITE-LABEL-LINE
           IF WS-WAIVER-ROWS = 0
               MOVE "WAIVER" TO LT-LABEL
               MOVE "NONE ON FILE FOR THIS PROGRAM AND RULE"
                   TO LT-VALUE
               PERFORM 8200-WRITE-LABEL-LINE
               DISPLAY "No WAIVERS row for " WS-PROGRAM-ID
                   " / " WS-RULE-ID
               MOVE "YES" TO WS-WARNING
           ELSE
               OPEN INPUT WAIVER-FILE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ WAIVER-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF WV-PROGRAM-ID = WS-PROGRAM-ID
                               AND WV-RULE-ID = WS-RULE-ID
                               MOVE WAIVER-RECORD TO CL-TEXT
                               PERFORM 8100-WRITE-CASE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIVER-FILE
           END-IF.

       2100-WRITE-SCANNER-SECTION.
      * BASEAPPR is appended in promotion order, so its last record
      * is the baseline in force and names the scanner version the
      * finding was accepted under.
           MOVE "SCANNER" TO CL-SECTION
           MOVE "BASELINE APPROVAL IN FORCE (BASEAPPR)" TO CL-TEXT
           PERFORM 8000-START-SECTION
           OPEN INPUT APPROVAL-LOG-FILE
           IF WS-APPROVAL-STATUS NOT = "00"
               MOVE "BASEAPPR" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ APPROVAL-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE APPROVAL-RECORD TO WS-LAST-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-LOG-FILE
               IF WS-LAST-APPROVAL = SPACES
                   MOVE "NO BASELINE HAS BEEN PROMOTED" TO CL-TEXT
                   PERFORM 8100-WRITE-CASE-LINE
               ELSE
                   MOVE WS-LAST-APPROVAL TO APPROVAL-RECORD
                   MOVE "SCANNER VERSION" TO LT-LABEL
                   MOVE APR-SCANNER-VERSION TO LT-VALUE
                   PERFORM 8200-WRITE-LABEL-LINE
                   MOVE "BASELINE VERSION" TO LT-LABEL
                   MOVE APR-VERSION TO LT-VALUE
                   PERFORM 8200-WRITE-LABEL-LINE
                   MOVE "APPROVED" TO LT-LABEL
                   MOVE SPACES TO LT-VALUE
                   STRING APR-DATE " BY " APR-APPROVER
                       " ON " APR-COMPARE-REF
                       DELIMITED BY SIZE INTO LT-VALUE
                   PERFORM 8200-WRITE-LABEL-LINE
               END-IF
           END-IF.

       2200-WRITE-EXPECTED-SECTION.
           MOVE "EXPECTED" TO CL-SECTION
           MOVE "EXPRESULT ROWS FOR THE PROGRAM" TO CL-TEXT
           PERFORM 8000-START-SECTION
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               MOVE "EXPRESULT" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ EXPECTED-RESULTS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF EXP-PROGRAM-ID = WS-PROGRAM-ID
                               MOVE EXPECTED-RESULT TO CL-TEXT
                               PERFORM 8100-WRITE-CASE-LINE
                               ADD 1 TO WS-EXPECTED-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPECTED-RESULTS-FILE
               IF WS-EXPECTED-ROWS = 0
                   DISPLAY "No EXPRESULT row for " WS-PROGRAM-ID
                   MOVE "YES" TO WS-WARNING
               END-IF
           END-IF.

       2300-WRITE-ACTUAL-SECTION.
           MOVE "ACTUAL" TO CL-SECTION
           MOVE "ACTUALRES ROWS FOR THE PROGRAM" TO CL-TEXT
           PERFORM 8000-START-SECTION
           OPEN INPUT ACTUAL-RESULTS-FILE
           IF WS-ACTUAL-STATUS NOT = "00"
               MOVE "ACTUALRES" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ ACTUAL-RESULTS-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF ACT-PROGRAM-ID = WS-PROGRAM-ID
                               MOVE ACTUAL-RESULT TO CL-TEXT
                               PERFORM 8100-WRITE-CASE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTUAL-RESULTS-FILE
           END-IF.

       2400-WRITE-CLASSLOG-SECTION.
           MOVE "CLASSLOG" TO CL-SECTION
           MOVE "CWE/SEVERITY CLASSIFICATION ROWS" TO CL-TEXT
           PERFORM 8000-START-SECTION
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS NOT = "00"
               MOVE "CLASSLOG" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ CLASSIFY-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF CLS-PROGRAM-ID = WS-PROGRAM-ID
                               MOVE CLASSIFY-RECORD TO CL-TEXT
                               PERFORM 8100-WRITE-CASE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASSIFY-LOG-FILE
           END-IF.

       2500-WRITE-HISTORY-SECTION.
      * RSLTMST is keyed run-id first, so a pass in key order gives
      * the program's verdicts oldest run first.
           MOVE "HISTORY" TO CL-SECTION
           MOVE "RSLTMST VERDICT HISTORY, OLDEST RUN FIRST" TO CL-TEXT
           PERFORM 8000-START-SECTION
           OPEN INPUT RESULTS-REPO-FILE
           IF WS-REPO-STATUS NOT = "00"
               MOVE "RSLTMST" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               MOVE LOW-VALUES TO RR-KEY
               START RESULTS-REPO-FILE KEY NOT < RR-KEY
                   INVALID KEY
                       MOVE "YES" TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ RESULTS-REPO-FILE NEXT RECORD
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RR-PROGRAM-ID = WS-PROGRAM-ID
                               MOVE RESULTS-REPO-RECORD TO CL-TEXT
                               PERFORM 8100-WRITE-CASE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-REPO-FILE
           END-IF.

       3000-WRITE-SOURCE-SECTION.
      * The member is found the way SourceInventoryUpdate finds it:
      * an IDENTIFICATION DIVISION line opens a member and its first
      * PROGRAM-ID names it. Lines go out from that header up to the
      * next member's.
           MOVE "SOURCE" TO CL-SECTION
           MOVE "SOURCE MEMBER AS UNLOADED (SRCUNLD)" TO CL-TEXT
           PERFORM 8000-START-SECTION
           OPEN INPUT SOURCE-UNLOAD-FILE
           IF WS-UNLOAD-STATUS NOT = "00"
               MOVE "SRCUNLD" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ SOURCE-UNLOAD-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 3100-TAKE-SOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE SOURCE-UNLOAD-FILE
               IF WS-MEMBER-FOUND = "NO"
                   MOVE "MEMBER NOT FOUND IN THE UNLOAD" TO CL-TEXT
                   PERFORM 8100-WRITE-CASE-LINE
                   DISPLAY "No source member for " WS-PROGRAM-ID
                       " in SRCUNLD"
                   MOVE "YES" TO WS-INCOMPLETE
               END-IF
           END-IF.

       3100-TAKE-SOURCE-LINE.
      * A member's header line is held until its PROGRAM-ID shows
      * whether it is the case program's.
           IF SOURCE-LINE(7:1) NOT = "*"
               AND SOURCE-LINE(8:23) = "IDENTIFICATION DIVISION"
               MOVE "YES" TO WS-IN-MEMBER
               MOVE SPACES TO WS-MEMBER-NAME
               MOVE SOURCE-LINE TO WS-HELD-HEADER
           ELSE
               IF WS-IN-MEMBER = "YES"
                   IF WS-MEMBER-NAME = SPACES
                       AND SOURCE-LINE(7:1) NOT = "*"
                       PERFORM 3200-TAKE-PROGRAM-ID
                       IF WS-MEMBER-NAME = WS-PROGRAM-ID
                           MOVE "YES" TO WS-MEMBER-FOUND
                           MOVE WS-HELD-HEADER TO CL-TEXT
                           PERFORM 8100-WRITE-CASE-LINE
                       END-IF
                   END-IF
                   IF WS-MEMBER-NAME = WS-PROGRAM-ID
                       MOVE SOURCE-LINE TO CL-TEXT
                       PERFORM 8100-WRITE-CASE-LINE
                   END-IF
               END-IF
           END-IF.

       3200-TAKE-PROGRAM-ID.
           MOVE SPACES TO WS-NAME-JUNK WS-NAME-REST
           UNSTRING SOURCE-LINE(8:65) DELIMITED BY "PROGRAM-ID."
               INTO WS-NAME-JUNK WS-NAME-REST
           END-UNSTRING
           IF WS-NAME-REST NOT = SPACES
               UNSTRING FUNCTION TRIM(WS-NAME-REST)
                   DELIMITED BY "." OR SPACE
                   INTO WS-MEMBER-NAME
               END-UNSTRING
           END-IF.

       4000-WRITE-SCRIPTIN-SECTION.
           MOVE "SCRIPTIN" TO CL-SECTION
           MOVE "SCRIPTED CONSOLE INPUTS, DECLARED SECRETS MASKED"
               TO CL-TEXT
           PERFORM 8000-START-SECTION
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SEQUENCE SRT-KIND SRT-SEQ
               INPUT PROCEDURE IS 4100-RELEASE-SCRIPT-ROWS
               OUTPUT PROCEDURE IS 4300-WRITE-SCRIPT-ROWS
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE "YES" TO WS-INCOMPLETE
           END-IF.

       4100-RELEASE-SCRIPT-ROWS.
           OPEN INPUT SCRIPT-MASK-FILE
           IF WS-SCRMASK-STATUS = "00"
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ SCRIPT-MASK-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF SM-PROGRAM-ID = WS-PROGRAM-ID
                               MOVE SPACES TO SORT-RECORD
                               MOVE SM-SEQUENCE TO SRT-SEQUENCE
                               MOVE 1 TO SRT-KIND
                               MOVE SM-DESCRIPTION
                                   TO SRT-DESCRIPTION
                               PERFORM 4200-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRIPT-MASK-FILE
           END-IF
           OPEN INPUT SCRIPT-INPUT-FILE
           IF WS-SCRIPT-STATUS NOT = "00"
               MOVE "SCRIPTIN" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ SCRIPT-INPUT-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF SI-PROGRAM-ID = WS-PROGRAM-ID
                               MOVE SPACES TO SORT-RECORD
                               MOVE SI-SEQUENCE TO SRT-SEQUENCE
                               MOVE 2 TO SRT-KIND
                               MOVE SCRIPT-INPUT-RECORD
                                   TO SRT-PAYLOAD
                               PERFORM 4200-RELEASE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRIPT-INPUT-FILE
           END-IF.

       4200-RELEASE-ROW.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD.

       4300-WRITE-SCRIPT-ROWS.
      * A declaration sorts ahead of the row it covers; 999 is no
      * read sequence, so nothing is masked until one is seen.
           MOVE 999 TO WS-MASK-SEQUENCE
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 4400-WRITE-SCRIPT-ROW
               END-RETURN
           END-PERFORM.

       4400-WRITE-SCRIPT-ROW.
           IF SRT-KIND = 1
               MOVE SRT-SEQUENCE TO WS-MASK-SEQUENCE
               MOVE SRT-DESCRIPTION TO WS-MASK-DESC
           ELSE
               MOVE SRT-PAYLOAD TO SCRIPT-INPUT-RECORD
               IF SRT-SEQUENCE = WS-MASK-SEQUENCE
                   AND SI-VALUE NOT = SPACES
                   MOVE WS-INPUT-MASK TO SI-VALUE
                   MOVE "SCRIPTIN" TO WS-MASK-DATASET
                   MOVE SPACES TO WS-MASK-WHERE
                   STRING "SEQUENCE " SI-SEQUENCE
                       DELIMITED BY SIZE INTO WS-MASK-WHERE
                   MOVE WS-MASK-DESC TO WS-MASK-FIELD
                   MOVE WS-INPUT-MASK TO WS-MASK-PLACEHOLDER
                   PERFORM 8500-LOG-MASKING
               END-IF
               MOVE SCRIPT-INPUT-RECORD TO CL-TEXT
               PERFORM 8100-WRITE-CASE-LINE
           END-IF.

       5000-WRITE-LOGINATT-SECTION.
      * Every password is masked. The raw buffer keeps only the
      * USERNAME/PASSWORD bypass words the test exercises; anything
      * else typed into it may be a credential and is masked too.
           MOVE "LOGINATT" TO CL-SECTION
           MOVE "LOGIN ATTEMPTS, PASSWORDS AND BUFFERS MASKED"
               TO CL-TEXT
           PERFORM 8000-START-SECTION
           OPEN INPUT LOGIN-FILE
           IF WS-LOGIN-STATUS NOT = "00"
               MOVE "LOGINATT" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ LOGIN-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM 5100-MASK-LOGIN-ATTEMPT
                           MOVE LOGIN-ATTEMPT TO CL-TEXT
                           PERFORM 8100-WRITE-CASE-LINE
                   END-READ
               END-PERFORM
               CLOSE LOGIN-FILE
           END-IF.

       5100-MASK-LOGIN-ATTEMPT.
           MOVE "LOGINATT" TO WS-MASK-DATASET
           MOVE SPACES TO WS-MASK-WHERE
           STRING "USER " LA-USER-ID
               DELIMITED BY SIZE INTO WS-MASK-WHERE
           IF LA-PASSWORD NOT = SPACES
               MOVE WS-PASSWORD-MASK TO LA-PASSWORD
               MOVE "LA-PASSWORD" TO WS-MASK-FIELD
               MOVE WS-PASSWORD-MASK TO WS-MASK-PLACEHOLDER
               PERFORM 8500-LOG-MASKING
           END-IF
           IF LA-INPUT-BUFFER NOT = SPACES
               AND LA-INPUT-BUFFER NOT = "USERNAME"
               AND LA-INPUT-BUFFER NOT = "PASSWORD"
               MOVE WS-BUFFER-MASK TO LA-INPUT-BUFFER
               MOVE "LA-INPUT-BUFFER" TO WS-MASK-FIELD
               MOVE WS-BUFFER-MASK TO WS-MASK-PLACEHOLDER
               PERFORM 8500-LOG-MASKING
           END-IF.

       5500-WRITE-SECRETCFG-SECTION.
      * Names stay so the vendor sees what the program reads; every
      * value is masked.
           MOVE "SECRETCFG" TO CL-SECTION
           MOVE "SECRETS/CONFIG NAMES, VALUES MASKED" TO CL-TEXT
           PERFORM 8000-START-SECTION
           OPEN INPUT SECRET-CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               MOVE "SECRETCFG" TO WS-UNAVAILABLE
               PERFORM 8300-NOTE-UNAVAILABLE
           ELSE
               MOVE "NO" TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF-SWITCH = "YES"
                   READ SECRET-CONFIG-FILE
                       AT END
                           MOVE "YES" TO WS-EOF-SWITCH
                       NOT AT END
                           IF SC-VALUE NOT = SPACES
                               MOVE WS-SECRET-MASK TO SC-VALUE
                               MOVE "SECRETCFG" TO WS-MASK-DATASET
                               MOVE SC-NAME TO WS-MASK-WHERE
                               MOVE "SC-VALUE" TO WS-MASK-FIELD
                               MOVE WS-SECRET-MASK
                                   TO WS-MASK-PLACEHOLDER
                               PERFORM 8500-LOG-MASKING
                           END-IF
                           MOVE SECRET-CONFIG-RECORD TO CL-TEXT
                           PERFORM 8100-WRITE-CASE-LINE
                   END-READ
               END-PERFORM
               CLOSE SECRET-CONFIG-FILE
           END-IF.

       6000-WRITE-END-SECTION.
           MOVE "END" TO CL-SECTION
           MOVE "CASE TOTALS" TO CL-TEXT
           PERFORM 8000-START-SECTION
           MOVE "VALUES MASKED" TO LT-LABEL
           MOVE WS-MASK-COUNT TO WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO LT-VALUE
           PERFORM 8200-WRITE-LABEL-LINE
           IF WS-INCOMPLETE = "YES"
               MOVE "STATUS" TO LT-LABEL
               MOVE "INCOMPLETE - SEE THE NOTES ABOVE" TO LT-VALUE
               PERFORM 8200-WRITE-LABEL-LINE
           END-IF
      * The count includes this line itself.
           MOVE "CASE LINES" TO LT-LABEL
           ADD 1 TO WS-CASE-LINES GIVING WS-COUNT-TEXT
           MOVE WS-COUNT-TEXT TO LT-VALUE
           PERFORM 8200-WRITE-LABEL-LINE.

       8000-START-SECTION.
           MOVE 0 TO CL-LINE-NO
           PERFORM 8110-PUT-CASE-LINE.

       8100-WRITE-CASE-LINE.
           ADD 1 TO CL-LINE-NO
           PERFORM 8110-PUT-CASE-LINE.

       8110-PUT-CASE-LINE.
           WRITE CASE-RECORD FROM WS-CASE-LINE
           ADD 1 TO WS-CASE-LINES
           MOVE SPACES TO CL-TEXT.

       8200-WRITE-LABEL-LINE.
           MOVE WS-LABEL-TEXT TO CL-TEXT
           PERFORM 8100-WRITE-CASE-LINE
           MOVE SPACES TO WS-LABEL-TEXT.

       8300-NOTE-UNAVAILABLE.
           MOVE SPACES TO CL-TEXT
           STRING WS-UNAVAILABLE DELIMITED BY SPACE
               " COULD NOT BE READ" DELIMITED BY SIZE
               INTO CL-TEXT
           PERFORM 8100-WRITE-CASE-LINE
           DISPLAY FUNCTION TRIM(WS-UNAVAILABLE)
               " could not be read, case "
               "incomplete"
           MOVE "YES" TO WS-INCOMPLETE.

       8500-LOG-MASKING.
           MOVE WS-TODAY TO ML-DATE
           MOVE WS-CASE-REF TO ML-CASE-REF
           MOVE WS-PROGRAM-ID TO ML-PROGRAM-ID
           MOVE WS-MASK-DATASET TO ML-DATASET
           MOVE WS-MASK-WHERE TO ML-WHERE
           MOVE WS-MASK-FIELD TO ML-FIELD
           MOVE WS-MASK-PLACEHOLDER TO ML-PLACEHOLDER
           MOVE WS-MASK-LOG-LINE TO MASK-LOG-RECORD
           WRITE MASK-LOG-RECORD
           ADD 1 TO WS-MASK-COUNT.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. VariantGenerator.
      * Detection-robustness variants of the vulnerable test members.
      * A scanner that flags HardcodedValueTest may only be matching
      * that exact text, so this step reads the unloaded test-source
      * library (SRCUNLD, members back to back as SourceInventoryUpdate
      * reads it) and, for every member EXPRESULT expects to trip a
      * rule, writes up to four rewritten copies of it to VARUNLD in
      * the same unload layout:
      *   RENAME  (suffix RN) every data item the member itself
      *           declares in WORKING-STORAGE renamed to V001, V002..
      *   SPLIT   (suffix SP) each MOVE of a literal into a field
      *           rewritten as a STRING of the literal's two halves
      *   PERFORM (suffix PF) each planted statement EXPLOC names
      *           moved out into its own PERFORMed paragraph
      *   CASE    (suffix LC) the letter case of every literal of six
      *           or more bytes in MOVE, STRING and VALUE text flipped
      * A rewrite that would touch nothing in a member is reported NOT
      * APPLICABLE and no variant is written. Each variant's
      * PROGRAM-ID, audit and classification tags carry the variant
      * name; its scripted-input tag keeps the original's so the
      * variant is fed the same SCRIPTIN values. For each variant the
      * step also writes the cards that bring it into the suite:
      *   VARFIXC  FIXCMDS ADD card (same rule and severity)
      *   VARREGC  REGCMDS ADD card, sequenced after TESTREG's last
      *   VARPROF  PROFILES row under the VARIANTS profile
      *   VARNMAP  SCANMAP row naming the variant's source file
      *   VARCWEC  CWECAT rows copied from the original's
      * and one VARMAP row for VariantDetectionReport. Cards for a
      * variant the fixture, registry, profile, map or catalog
      * already holds are not written again, so a rerun only adds
      * what is new. An optional VARSEL list of program-ids narrows
      * the run to those originals. Ends CC 4 when an original was
      * passed over (name too long for a suffix, sequence numbers
      * exhausted), CC 12 when an input cannot be opened or holds
      * more rows than its table (or a member more lines than the
      * source table) -- VARGRPT names each one and no variant or
      * card is written, since cards built from a partial fixture,
      * registry or catalog would be wrong. A variant whose rewrite
      * would outgrow the output table is NOT APPLICABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "testregsel.cpy".
           SELECT SOURCE-UNLOAD-FILE ASSIGN TO "SRCUNLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPRESULT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT EXPECTED-LOCATION-FILE ASSIGN TO "EXPLOC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPLOC-STATUS.
           SELECT NAME-MAP-FILE ASSIGN TO "SCANMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NAME-MAP-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "PROFILES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "CWECAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT SELECT-FILE ASSIGN TO "VARSEL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SELECT-STATUS.
           SELECT VARIANT-UNLOAD-FILE ASSIGN TO "VARUNLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VARUNLD-STATUS.
           SELECT FIXTURE-CARD-FILE ASSIGN TO "VARFIXC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FIXCARD-STATUS.
           SELECT REGISTRY-CARD-FILE ASSIGN TO "VARREGC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGCARD-STATUS.
           SELECT PROFILE-OUT-FILE ASSIGN TO "VARPROF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFOUT-STATUS.
           SELECT NAME-MAP-OUT-FILE ASSIGN TO "VARNMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAPOUT-STATUS.
           SELECT CATALOG-OUT-FILE ASSIGN TO "VARCWEC"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATOUT-STATUS.
           SELECT VARIANT-MAP-FILE ASSIGN TO "VARMAP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VARMAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "VARGRPT"
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
       FD  EXPECTED-RESULTS-FILE.
       COPY "expresult.cpy".
       FD  EXPECTED-LOCATION-FILE.
       COPY "explocrec.cpy".
       FD  NAME-MAP-FILE.
       01 NAME-MAP-RECORD.
           05 MAP-SCANNER-NAME        PIC X(40).
           05 MAP-PROGRAM-ID          PIC X(30).
       FD  PROFILE-FILE.
       01 PROFILE-RECORD.
           05 PRF-NAME                PIC X(16).
           05 PRF-PROGRAM-ID          PIC X(30).
       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-PROGRAM-ID          PIC X(30).
           05 CAT-CWE-NUMBER          PIC X(10).
           05 CAT-SEVERITY            PIC X(10).
           05 CAT-CVE-REF             PIC X(20).
       FD  SELECT-FILE.
       01 SELECT-RECORD.
           05 SEL-PROGRAM-ID          PIC X(30).
       FD  VARIANT-UNLOAD-FILE.
       01 VARIANT-LINE PIC X(80).
       FD  FIXTURE-CARD-FILE.
       01 FIXTURE-COMMAND.
           05 FXC-ACTION              PIC X(8).
           05 FXC-PROGRAM-ID          PIC X(30).
           05 FXC-RULE-ID             PIC X(20).
           05 FXC-SEVERITY            PIC X(10).
       FD  REGISTRY-CARD-FILE.
       01 REGISTRY-COMMAND.
           05 RGC-ACTION              PIC X(8).
           05 RGC-PROGRAM-ID          PIC X(30).
           05 RGC-SEQUENCE            PIC 9(3).
       FD  PROFILE-OUT-FILE.
       01 PROFILE-OUT-RECORD.
           05 PRO-NAME                PIC X(16).
           05 PRO-PROGRAM-ID          PIC X(30).
       FD  NAME-MAP-OUT-FILE.
       01 NAME-MAP-OUT-RECORD.
           05 MPO-SCANNER-NAME        PIC X(40).
           05 MPO-PROGRAM-ID          PIC X(30).
       FD  CATALOG-OUT-FILE.
       01 CATALOG-OUT-RECORD.
           05 CTO-PROGRAM-ID          PIC X(30).
           05 CTO-CWE-NUMBER          PIC X(10).
           05 CTO-SEVERITY            PIC X(10).
           05 CTO-CVE-REF             PIC X(20).
       FD  VARIANT-MAP-FILE.
       COPY "varmaprec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-UNLOAD-STATUS   PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-EXPLOC-STATUS   PIC X(2).
       01 WS-NAME-MAP-STATUS PIC X(2).
       01 WS-PROFILE-STATUS  PIC X(2).
       01 WS-CATALOG-STATUS  PIC X(2).
       01 WS-SELECT-STATUS   PIC X(2).
       01 WS-VARUNLD-STATUS  PIC X(2).
       01 WS-FIXCARD-STATUS  PIC X(2).
       01 WS-REGCARD-STATUS  PIC X(2).
       01 WS-PROFOUT-STATUS  PIC X(2).
       01 WS-MAPOUT-STATUS   PIC X(2).
       01 WS-CATOUT-STATUS   PIC X(2).
       01 WS-VARMAP-STATUS   PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-IN-MEMBER       PIC X(3) VALUE "NO".
       01 WS-FOUND-SWITCH    PIC X(3) VALUE "NO".
       01 WS-MEMBER-NAME     PIC X(30) VALUE SPACES.
       01 WS-NAME-JUNK       PIC X(72).
       01 WS-NAME-REST       PIC X(72).
       01 WS-IDX             PIC 9(3) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-TYPE-IDX        PIC 9(1) VALUE 0.
       01 WS-MEMBER-COUNT    PIC 9(3) VALUE 0.
       01 WS-ORIGINAL-COUNT  PIC 9(3) VALUE 0.
       01 WS-VARIANT-COUNT   PIC 9(3) VALUE 0.
       01 WS-NA-COUNT        PIC 9(3) VALUE 0.
       01 WS-PASSED-COUNT    PIC 9(3) VALUE 0.
       01 WS-NEXT-SEQ        PIC 9(4) VALUE 0.
      * Rows an input held beyond its table, and lines a variant
      * being built could not hold
       01 WS-OVER-ROWS       PIC 9(5) VALUE 0.
       01 WS-OVERFLOW-COUNT  PIC 9(5) VALUE 0.
       01 WS-OVER-FILE       PIC X(9).
       01 WS-OVER-LIMIT      PIC 9(3) VALUE 0.
       01 WS-MEMBER-LINES    PIC 9(5) VALUE 0.
       01 WS-LINES-LOST      PIC 9(3) VALUE 0.
       01 WS-SOURCE-TABLE.
           05 WS-SRC-LINE OCCURS 400 TIMES PIC X(80).
       01 WS-SRC-COUNT       PIC 9(3) VALUE 0.
       01 WS-SRC-FLAG-TABLE.
           05 WS-SRC-FLAG OCCURS 400 TIMES PIC X(1).
       01 WS-OUT-TABLE.
           05 WS-OUT-LINE OCCURS 900 TIMES PIC X(80).
       01 WS-OUT-COUNT       PIC 9(3) VALUE 0.
       01 WS-TAIL-TABLE.
           05 WS-TAIL-LINE OCCURS 300 TIMES PIC X(80).
       01 WS-TAIL-COUNT      PIC 9(3) VALUE 0.
       01 WS-WS-START        PIC 9(3) VALUE 0.
       01 WS-LINKAGE-START   PIC 9(3) VALUE 0.
       01 WS-PROC-START      PIC 9(3) VALUE 0.
       01 WS-EXP-COUNT       PIC 9(3) VALUE 0.
       01 WS-EXP-TABLE.
           05 WS-EXP-ENTRY OCCURS 300 TIMES.
               10 WS-EXP-PROGRAM     PIC X(30).
               10 WS-EXP-RULE        PIC X(20).
               10 WS-EXP-SEV         PIC X(10).
       01 WS-LOC-COUNT       PIC 9(3) VALUE 0.
       01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 300 TIMES.
               10 WS-LOC-PROGRAM     PIC X(30).
               10 WS-LOC-LINE        PIC 9(5).
       01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 300 TIMES.
               10 WS-MAP-FILE        PIC X(40).
               10 WS-MAP-PROGRAM     PIC X(30).
       01 WS-PRF-COUNT       PIC 9(3) VALUE 0.
       01 WS-PRF-TABLE.
           05 WS-PRF-VARIANT OCCURS 300 TIMES PIC X(30).
       01 WS-REG-COUNT       PIC 9(3) VALUE 0.
       01 WS-REG-TABLE.
           05 WS-REG-PROGRAM OCCURS 300 TIMES PIC X(30).
       01 WS-CAT-COUNT       PIC 9(3) VALUE 0.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 300 TIMES.
               10 WS-CAT-PROGRAM     PIC X(30).
               10 WS-CAT-CWE         PIC X(10).
               10 WS-CAT-SEV         PIC X(10).
               10 WS-CAT-CVE         PIC X(20).
       01 WS-SEL-COUNT       PIC 9(3) VALUE 0.
       01 WS-SEL-TABLE.
           05 WS-SEL-PROGRAM OCCURS 100 TIMES PIC X(30).
      * The four rewrites, in the order each original's variants are
      * written: type, program-id suffix, file-name suffix.
       01 WS-TYPE-VALUES.
           05 FILLER PIC X(12) VALUE "RENAME  RNrn".
           05 FILLER PIC X(12) VALUE "SPLIT   SPsp".
           05 FILLER PIC X(12) VALUE "PERFORM PFpf".
           05 FILLER PIC X(12) VALUE "CASE    LClc".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
               10 WS-TYPE-NAME       PIC X(8).
               10 WS-TYPE-SUFFIX     PIC X(2).
               10 WS-TYPE-FILE-SFX   PIC X(2).
      * Current original and the variant being built from it
       01 WS-ORIG-RULE       PIC X(20).
       01 WS-ORIG-SEV        PIC X(10).
       01 WS-ORIG-LEN        PIC 9(2) VALUE 0.
       01 WS-VARIANT-NAME    PIC X(30).
       01 WS-VARIANT-LEN     PIC 9(2) VALUE 0.
       01 WS-CHANGE-COUNT    PIC 9(3) VALUE 0.
       01 WS-NA-REASON       PIC X(20).
       01 WS-OLD-LIT         PIC X(32).
       01 WS-OLD-LIT-LEN     PIC 9(2) VALUE 0.
       01 WS-NEW-LIT         PIC X(32).
       01 WS-NEW-LIT-LEN     PIC 9(2) VALUE 0.
       01 WS-FILE-BASE       PIC X(40).
       01 WS-FILE-JUNK       PIC X(40).
       01 WS-VARIANT-FILE    PIC X(40).
      * Line-shape work fields
       01 WS-WORK-LINE       PIC X(80).
       01 WS-BUILD-LINE      PIC X(120).
       01 WS-SPLIT-LINE      PIC X(80).
       01 WS-BPTR            PIC 9(3) VALUE 0.
       01 WS-LEAD            PIC 9(2) VALUE 0.
       01 WS-INDENT          PIC 9(2) VALUE 0.
       01 WS-LAST-COL        PIC 9(3) VALUE 0.
       01 WS-COMMENT-LINE    PIC X(3) VALUE "NO".
       01 WS-FIRST-TOKEN     PIC X(30).
       01 WS-SECOND-TOKEN    PIC X(30).
       01 WS-TALLY           PIC 9(3) VALUE 0.
       01 WS-TO-POS          PIC 9(3) VALUE 0.
       01 WS-CPOS            PIC 9(3) VALUE 0.
       01 WS-WEND            PIC 9(3) VALUE 0.
       01 WS-WORD-LEN        PIC 9(3) VALUE 0.
       01 WS-WORD-DONE       PIC X(3) VALUE "NO".
       01 WS-WORD            PIC X(30).
       01 WS-CH              PIC X(1).
           88 WS-CH-WORD     VALUE "A" THRU "Z" "a" THRU "z"
                                   "0" THRU "9" "-".
       01 WS-QUOTE-CHAR      PIC X(1) VALUE SPACE.
      * RENAME work
       01 WS-RN-COUNT        PIC 9(3) VALUE 0.
       01 WS-RN-IDX          PIC 9(3) VALUE 0.
       01 WS-RN-SEQ          PIC 9(3) VALUE 0.
       01 WS-RN-TABLE.
           05 WS-RN-ENTRY OCCURS 150 TIMES.
               10 WS-RN-OLD          PIC X(30).
               10 WS-RN-NEW          PIC X(4).
       01 WS-PROC-COPY-BAD   PIC 9(3) VALUE 0.
      * SPLIT / CASE literal work
       01 WS-LIT-START       PIC 9(3) VALUE 0.
       01 WS-LIT-LEN         PIC 9(3) VALUE 0.
       01 WS-LIT-HALF        PIC 9(3) VALUE 0.
       01 WS-LIT-TEXT        PIC X(72).
       01 WS-LIT-BEFORE      PIC X(72).
       01 WS-LETTER-COUNT    PIC 9(3) VALUE 0.
       01 WS-TARGET          PIC X(60).
       01 WS-TARGET-START    PIC 9(3) VALUE 0.
       01 WS-TARGET-LEN      PIC 9(3) VALUE 0.
       01 WS-HAS-PERIOD      PIC X(3) VALUE "NO".
       01 WS-PAD             PIC X(40) VALUE SPACES.
      * PERFORM work
       01 WS-BLOCK-START     PIC 9(3) VALUE 0.
       01 WS-BLOCK-END       PIC 9(3) VALUE 0.
       01 WS-BLOCK-INDENT    PIC 9(2) VALUE 0.
       01 WS-BLOCK-TOKEN     PIC X(30).
       01 WS-BLOCK-DONE      PIC X(3) VALUE "NO".
       01 WS-SHIFT           PIC 9(2) VALUE 0.
       01 WS-STEP-NUMBER     PIC 9(2) VALUE 0.
       01 WS-STEP-NAME       PIC X(20).
       01 WS-DETAIL-LINE.
           05 WS-DTL-ORIGINAL    PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-TYPE        PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-CHANGES     PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-VARIANT     PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-EXPECTED
           PERFORM 1200-LOAD-LOCATIONS
           PERFORM 1300-LOAD-NAME-MAP
           PERFORM 1400-LOAD-PROFILES
           PERFORM 1500-LOAD-REGISTRY
           PERFORM 1600-LOAD-CATALOG
           PERFORM 1700-LOAD-SELECTION
           PERFORM 1800-CHECK-MEMBER-SIZES
           IF WS-OVERFLOW-COUNT > 0
               PERFORM 1950-STOP-ON-OVERFLOW
           END-IF
           PERFORM 2000-READ-ONE-LINE
               UNTIL WS-EOF-SWITCH = "YES"
           IF WS-IN-MEMBER = "YES"
               PERFORM 3000-PROCESS-MEMBER
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "MEMBERS READ: " WS-MEMBER-COUNT
               "  ORIGINALS VARIED: " WS-ORIGINAL-COUNT
               "  VARIANTS WRITTEN: " WS-VARIANT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NOT APPLICABLE: " WS-NA-COUNT
               "  ORIGINALS PASSED OVER: " WS-PASSED-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE SOURCE-UNLOAD-FILE
           CLOSE VARIANT-UNLOAD-FILE
           CLOSE FIXTURE-CARD-FILE
           CLOSE REGISTRY-CARD-FILE
           CLOSE PROFILE-OUT-FILE
           CLOSE NAME-MAP-OUT-FILE
           CLOSE CATALOG-OUT-FILE
           CLOSE VARIANT-MAP-FILE
           CLOSE REPORT-FILE
           DISPLAY "Variant generator: " WS-VARIANT-COUNT
               " variants from " WS-ORIGINAL-COUNT " originals"
           MOVE "VariantGenerator" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "VARIANTS WRITTEN=" WS-VARIANT-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-PASSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT SOURCE-UNLOAD-FILE
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "SRCUNLD OPEN FAILED: " WS-UNLOAD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "EXPRESULT OPEN FAILED: " WS-EXPECTED-STATUS
               CLOSE SOURCE-UNLOAD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT VARIANT-UNLOAD-FILE
           OPEN OUTPUT FIXTURE-CARD-FILE
           OPEN OUTPUT REGISTRY-CARD-FILE
           OPEN OUTPUT PROFILE-OUT-FILE
           OPEN OUTPUT NAME-MAP-OUT-FILE
           OPEN OUTPUT CATALOG-OUT-FILE
           OPEN OUTPUT VARIANT-MAP-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "DETECTION-ROBUSTNESS VARIANTS GENERATED" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "ORIGINAL                       TYPE     CHG  VARIANT"
               TO RPT-LINE
           WRITE RPT-LINE.

       1100-LOAD-EXPECTED.
           PERFORM UNTIL WS-EXPECTED-STATUS NOT = "00"
               READ EXPECTED-RESULTS-FILE
                   AT END
                       MOVE "10" TO WS-EXPECTED-STATUS
                   NOT AT END
                       IF WS-EXP-COUNT < 300
                           ADD 1 TO WS-EXP-COUNT
                           MOVE EXP-PROGRAM-ID
                               TO WS-EXP-PROGRAM(WS-EXP-COUNT)
                           MOVE EXP-RULE-ID
                               TO WS-EXP-RULE(WS-EXP-COUNT)
                           MOVE EXP-SEVERITY
                               TO WS-EXP-SEV(WS-EXP-COUNT)
                       ELSE
                           ADD 1 TO WS-OVER-ROWS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPECTED-RESULTS-FILE
           MOVE "EXPRESULT" TO WS-OVER-FILE
           MOVE 300 TO WS-OVER-LIMIT
           PERFORM 1900-NOTE-OVERFLOW.

       1200-LOAD-LOCATIONS.
      * Only planted constructs with a real line number can be lifted
      * out; a zero line means "anywhere in the paragraph".
           OPEN INPUT EXPECTED-LOCATION-FILE
           IF WS-EXPLOC-STATUS NOT = "00"
               DISPLAY "EXPLOC not available, PERFORM variants skipped"
           END-IF
           PERFORM UNTIL WS-EXPLOC-STATUS NOT = "00"
               READ EXPECTED-LOCATION-FILE
                   AT END
                       MOVE "10" TO WS-EXPLOC-STATUS
                   NOT AT END
                       IF EL-SOURCE-LINE IS NUMERIC
                           AND EL-SOURCE-LINE > 0
                           IF WS-LOC-COUNT < 300
                               ADD 1 TO WS-LOC-COUNT
                               MOVE EL-PROGRAM-ID
                                   TO WS-LOC-PROGRAM(WS-LOC-COUNT)
                               MOVE EL-SOURCE-LINE
                                   TO WS-LOC-LINE(WS-LOC-COUNT)
                           ELSE
                               ADD 1 TO WS-OVER-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPECTED-LOCATION-FILE
           MOVE "EXPLOC" TO WS-OVER-FILE
           MOVE 300 TO WS-OVER-LIMIT
           PERFORM 1900-NOTE-OVERFLOW.

       1300-LOAD-NAME-MAP.
           OPEN INPUT NAME-MAP-FILE
           PERFORM UNTIL WS-NAME-MAP-STATUS NOT = "00"
               READ NAME-MAP-FILE
                   AT END
                       MOVE "10" TO WS-NAME-MAP-STATUS
                   NOT AT END
                       IF WS-MAP-COUNT < 300
                           ADD 1 TO WS-MAP-COUNT
                           MOVE MAP-SCANNER-NAME
                               TO WS-MAP-FILE(WS-MAP-COUNT)
                           MOVE MAP-PROGRAM-ID
                               TO WS-MAP-PROGRAM(WS-MAP-COUNT)
                       ELSE
                           ADD 1 TO WS-OVER-ROWS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-MAP-FILE
           MOVE "SCANMAP" TO WS-OVER-FILE
           MOVE 300 TO WS-OVER-LIMIT
           PERFORM 1900-NOTE-OVERFLOW.

       1400-LOAD-PROFILES.
      * Programs already in the VARIANTS profile are earlier variants:
      * never varied again, and never given a second profile row.
           OPEN INPUT PROFILE-FILE
           PERFORM UNTIL WS-PROFILE-STATUS NOT = "00"
               READ PROFILE-FILE
                   AT END
                       MOVE "10" TO WS-PROFILE-STATUS
                   NOT AT END
                       IF PRF-NAME = "VARIANTS"
                           IF WS-PRF-COUNT < 300
                               ADD 1 TO WS-PRF-COUNT
                               MOVE PRF-PROGRAM-ID
                                   TO WS-PRF-VARIANT(WS-PRF-COUNT)
                           ELSE
                               ADD 1 TO WS-OVER-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           MOVE "PROFILES" TO WS-OVER-FILE
           MOVE 300 TO WS-OVER-LIMIT
           PERFORM 1900-NOTE-OVERFLOW.

       1500-LOAD-REGISTRY.
      * Variants are sequenced after the last registered test so the
      * originals keep their place in the nightly order.
           MOVE 0 TO WS-NEXT-SEQ
           OPEN INPUT TEST-REGISTRY-FILE
           PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
               READ TEST-REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REGISTRY-STATUS
                   NOT AT END
                       IF WS-REG-COUNT < 300
                           ADD 1 TO WS-REG-COUNT
                           MOVE TRG-PROGRAM-ID
                               TO WS-REG-PROGRAM(WS-REG-COUNT)
                       ELSE
                           ADD 1 TO WS-OVER-ROWS
                       END-IF
                       IF TRG-RUN-SEQUENCE > WS-NEXT-SEQ
                           MOVE TRG-RUN-SEQUENCE TO WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEST-REGISTRY-FILE
           ADD 1 TO WS-NEXT-SEQ
           MOVE "TESTREG" TO WS-OVER-FILE
           MOVE 300 TO WS-OVER-LIMIT
           PERFORM 1900-NOTE-OVERFLOW.

       1600-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE
           PERFORM UNTIL WS-CATALOG-STATUS NOT = "00"
               READ CATALOG-FILE
                   AT END
                       MOVE "10" TO WS-CATALOG-STATUS
                   NOT AT END
                       IF WS-CAT-COUNT < 300
                           ADD 1 TO WS-CAT-COUNT
                           MOVE CAT-PROGRAM-ID
                               TO WS-CAT-PROGRAM(WS-CAT-COUNT)
                           MOVE CAT-CWE-NUMBER
                               TO WS-CAT-CWE(WS-CAT-COUNT)
                           MOVE CAT-SEVERITY
                               TO WS-CAT-SEV(WS-CAT-COUNT)
                           MOVE CAT-CVE-REF
                               TO WS-CAT-CVE(WS-CAT-COUNT)
                       ELSE
                           ADD 1 TO WS-OVER-ROWS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "CWECAT" TO WS-OVER-FILE
           MOVE 300 TO WS-OVER-LIMIT
           PERFORM 1900-NOTE-OVERFLOW.

       1700-LOAD-SELECTION.
      * VARSEL DD DUMMY (or absent) varies every vulnerable member.
           OPEN INPUT SELECT-FILE
           PERFORM UNTIL WS-SELECT-STATUS NOT = "00"
               READ SELECT-FILE
                   AT END
                       MOVE "10" TO WS-SELECT-STATUS
                   NOT AT END
                       IF SEL-PROGRAM-ID NOT = SPACES
                           IF WS-SEL-COUNT < 100
                               ADD 1 TO WS-SEL-COUNT
                               MOVE SEL-PROGRAM-ID
                                   TO WS-SEL-PROGRAM(WS-SEL-COUNT)
                           ELSE
                               ADD 1 TO WS-OVER-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SELECT-FILE
           MOVE "VARSEL" TO WS-OVER-FILE
           MOVE 100 TO WS-OVER-LIMIT
           PERFORM 1900-NOTE-OVERFLOW.

       1800-CHECK-MEMBER-SIZES.
      * A member longer than the source table would be varied from
      * a truncated copy, so every member is measured before any is
      * varied, with the same framing 2000-READ-ONE-LINE uses.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ SOURCE-UNLOAD-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       IF SOURCE-LINE(7:1) NOT = "*"
                           AND SOURCE-LINE(8:23) =
                               "IDENTIFICATION DIVISION"
                           IF WS-IN-MEMBER = "YES"
                               PERFORM 1850-CHECK-ONE-MEMBER
                           END-IF
                           MOVE "YES" TO WS-IN-MEMBER
                           MOVE SPACES TO WS-MEMBER-NAME
                           MOVE 0 TO WS-MEMBER-LINES
                       END-IF
                       IF WS-IN-MEMBER = "YES"
                           IF WS-MEMBER-NAME = SPACES
                               AND SOURCE-LINE(7:1) NOT = "*"
                               PERFORM 2100-TAKE-PROGRAM-ID
                           END-IF
                           ADD 1 TO WS-MEMBER-LINES
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IN-MEMBER = "YES"
               PERFORM 1850-CHECK-ONE-MEMBER
           END-IF
           CLOSE SOURCE-UNLOAD-FILE
           OPEN INPUT SOURCE-UNLOAD-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           MOVE "NO" TO WS-IN-MEMBER
           MOVE SPACES TO WS-MEMBER-NAME.

       1850-CHECK-ONE-MEMBER.
           IF WS-MEMBER-LINES > 400
               ADD 1 TO WS-OVERFLOW-COUNT
               MOVE SPACES TO RPT-LINE
               STRING "SRCUNLD: " FUNCTION TRIM(WS-MEMBER-NAME) " HAS "
                   WS-MEMBER-LINES " LINES, OVER THE 400-LINE TABLE"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       1900-NOTE-OVERFLOW.
           IF WS-OVER-ROWS > 0
               ADD WS-OVER-ROWS TO WS-OVERFLOW-COUNT
               MOVE SPACES TO RPT-LINE
               STRING FUNCTION TRIM(WS-OVER-FILE) ": " WS-OVER-ROWS
                   " ROWS OVER THE " WS-OVER-LIMIT "-ROW TABLE"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE 0 TO WS-OVER-ROWS.

       1950-STOP-ON-OVERFLOW.
      * Nothing has been written to the variant unload or the card
      * files yet; they are closed empty.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "NO VARIANTS WRITTEN: " WS-OVERFLOW-COUNT
               " ROWS OR MEMBERS OVER TABLE LIMITS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE SOURCE-UNLOAD-FILE
           CLOSE VARIANT-UNLOAD-FILE
           CLOSE FIXTURE-CARD-FILE
           CLOSE REGISTRY-CARD-FILE
           CLOSE PROFILE-OUT-FILE
           CLOSE NAME-MAP-OUT-FILE
           CLOSE CATALOG-OUT-FILE
           CLOSE VARIANT-MAP-FILE
           CLOSE REPORT-FILE
           DISPLAY "Variant generator: stopped, " WS-OVERFLOW-COUNT
               " rows or members over table limits"
           MOVE "VariantGenerator" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "STOPPED OVER LIMITS=" WS-OVERFLOW-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           MOVE 12 TO RETURN-CODE
           GOBACK.

       2000-READ-ONE-LINE.
      * Same member framing as SourceInventoryUpdate: an
      * IDENTIFICATION DIVISION header outside a comment closes the
      * member before it and opens the next.
           READ SOURCE-UNLOAD-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   IF SOURCE-LINE(7:1) NOT = "*"
                       AND SOURCE-LINE(8:23) =
                           "IDENTIFICATION DIVISION"
                       IF WS-IN-MEMBER = "YES"
                           PERFORM 3000-PROCESS-MEMBER
                       END-IF
                       MOVE "YES" TO WS-IN-MEMBER
                       MOVE SPACES TO WS-MEMBER-NAME
                       MOVE 0 TO WS-SRC-COUNT
                   END-IF
                   IF WS-IN-MEMBER = "YES"
                       IF WS-MEMBER-NAME = SPACES
                           AND SOURCE-LINE(7:1) NOT = "*"
                           PERFORM 2100-TAKE-PROGRAM-ID
                       END-IF
                       IF WS-SRC-COUNT < 400
                           ADD 1 TO WS-SRC-COUNT
                           MOVE SOURCE-LINE TO WS-SRC-LINE(WS-SRC-COUNT)
                       END-IF
                   END-IF
           END-READ.

       2100-TAKE-PROGRAM-ID.
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

       3000-PROCESS-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           MOVE "NO" TO WS-FOUND-SWITCH
           MOVE SPACES TO WS-ORIG-RULE WS-ORIG-SEV
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EXP-COUNT
               IF WS-EXP-PROGRAM(WS-SCAN-IDX) = WS-MEMBER-NAME
                   MOVE WS-EXP-RULE(WS-SCAN-IDX) TO WS-ORIG-RULE
                   MOVE WS-EXP-SEV(WS-SCAN-IDX)  TO WS-ORIG-SEV
               END-IF
           END-PERFORM
      * Clean twins, helpers and utilities expect no rule: nothing to
      * vary. Earlier variants are not varied again.
           IF WS-ORIG-RULE = SPACES OR WS-ORIG-RULE = "NONE"
               MOVE "YES" TO WS-FOUND-SWITCH
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PRF-COUNT
               IF WS-PRF-VARIANT(WS-SCAN-IDX) = WS-MEMBER-NAME
                   MOVE "YES" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-SEL-COUNT > 0 AND WS-FOUND-SWITCH = "NO"
               MOVE "YES" TO WS-FOUND-SWITCH
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-SEL-COUNT
                   IF WS-SEL-PROGRAM(WS-SCAN-IDX) = WS-MEMBER-NAME
                       MOVE "NO" TO WS-FOUND-SWITCH
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-SWITCH = "NO"
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MEMBER-NAME))
                   TO WS-ORIG-LEN
               IF WS-ORIG-LEN > 28
                   ADD 1 TO WS-PASSED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING WS-MEMBER-NAME " NAME TOO LONG FOR A SUFFIX"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   ADD 1 TO WS-ORIGINAL-COUNT
                   PERFORM 3100-FIND-DIVISIONS
                   PERFORM 3200-ONE-VARIANT
                       VARYING WS-TYPE-IDX FROM 1 BY 1
                       UNTIL WS-TYPE-IDX > 4
               END-IF
           END-IF.

       3100-FIND-DIVISIONS.
           MOVE 0 TO WS-WS-START WS-LINKAGE-START WS-PROC-START
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SRC-COUNT
               IF WS-SRC-LINE(WS-IDX)(7:1) NOT = "*"
                   IF WS-SRC-LINE(WS-IDX)(8:23) =
                           "WORKING-STORAGE SECTION"
                       MOVE WS-IDX TO WS-WS-START
                   END-IF
                   IF WS-SRC-LINE(WS-IDX)(8:15) = "LINKAGE SECTION"
                       MOVE WS-IDX TO WS-LINKAGE-START
                   END-IF
                   IF WS-SRC-LINE(WS-IDX)(8:18) = "PROCEDURE DIVISION"
                       AND WS-PROC-START = 0
                       MOVE WS-IDX TO WS-PROC-START
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LINKAGE-START = 0
               MOVE WS-PROC-START TO WS-LINKAGE-START
           END-IF.

       3200-ONE-VARIANT.
           MOVE 0 TO WS-OUT-COUNT WS-TAIL-COUNT WS-CHANGE-COUNT
           MOVE 0 TO WS-LINES-LOST
           MOVE SPACES TO WS-NA-REASON
           MOVE SPACES TO WS-VARIANT-NAME
           STRING FUNCTION TRIM(WS-MEMBER-NAME)
               WS-TYPE-SUFFIX(WS-TYPE-IDX)
               DELIMITED BY SIZE INTO WS-VARIANT-NAME
           EVALUATE WS-TYPE-IDX
               WHEN 1
                   PERFORM 4100-RENAME-VARIANT
               WHEN 2
                   PERFORM 4200-SPLIT-VARIANT
               WHEN 3
                   PERFORM 4300-PERFORM-VARIANT
               WHEN 4
                   PERFORM 4400-CASE-VARIANT
           END-EVALUATE
           IF WS-LINES-LOST > 0 AND WS-CHANGE-COUNT > 0
               MOVE 0 TO WS-CHANGE-COUNT
               MOVE "VARIANT TOO LONG" TO WS-NA-REASON
           END-IF
           MOVE WS-MEMBER-NAME TO WS-DTL-ORIGINAL
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO WS-DTL-TYPE
           MOVE WS-CHANGE-COUNT TO WS-DTL-CHANGES
           IF WS-CHANGE-COUNT = 0
               ADD 1 TO WS-NA-COUNT
               MOVE SPACES TO WS-DTL-VARIANT
               STRING "NOT APPLICABLE " WS-NA-REASON
                   DELIMITED BY SIZE INTO WS-DTL-VARIANT
           ELSE
               IF WS-NEXT-SEQ > 999
                   ADD 1 TO WS-PASSED-COUNT
                   MOVE "SEQUENCE EXHAUSTED" TO WS-DTL-VARIANT
               ELSE
                   MOVE WS-VARIANT-NAME TO WS-DTL-VARIANT
                   PERFORM 5000-EMIT-VARIANT
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3500-LINE-SHAPE.
      * Indent (first code column), last code column, first and
      * second words, and whether WS-WORK-LINE is a comment.
           MOVE "NO" TO WS-COMMENT-LINE
           IF WS-WORK-LINE(7:1) = "*" OR WS-WORK-LINE(7:1) = "/"
               MOVE "YES" TO WS-COMMENT-LINE
           END-IF
           MOVE SPACES TO WS-FIRST-TOKEN WS-SECOND-TOKEN
           MOVE 0 TO WS-LEAD
           INSPECT WS-WORK-LINE(8:65) TALLYING WS-LEAD
               FOR LEADING SPACES
           IF WS-LEAD >= 65
               MOVE 0 TO WS-INDENT WS-LAST-COL
           ELSE
               COMPUTE WS-INDENT = 8 + WS-LEAD
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORK-LINE(1:72)
                   TRAILING)) TO WS-LAST-COL
               UNSTRING WS-WORK-LINE(WS-INDENT:73 - WS-INDENT)
                   DELIMITED BY ALL SPACE
                   INTO WS-FIRST-TOKEN WS-SECOND-TOKEN
               END-UNSTRING
           END-IF.

       3600-HARNESS-CHECK.
      * Suite bookkeeping (audit, classification, scripted input,
      * chain) is never rewritten: only the construct under test.
           MOVE 0 TO WS-TALLY
           INSPECT WS-WORK-LINE TALLYING WS-TALLY
               FOR ALL "WS-CLASS-" ALL "WS-AUDIT-" ALL "WS-SCRIPT-"
                   ALL "WS-CHAIN-".

       3700-ADD-OUT-LINE.
           IF WS-OUT-COUNT < 900
               ADD 1 TO WS-OUT-COUNT
               MOVE WS-WORK-LINE TO WS-OUT-LINE(WS-OUT-COUNT)
           ELSE
               ADD 1 TO WS-LINES-LOST
           END-IF.

       3750-ADD-BUILT-LINE.
           MOVE WS-BUILD-LINE(1:80) TO WS-WORK-LINE
           PERFORM 3700-ADD-OUT-LINE.

       4100-RENAME-VARIANT.
      * A procedure-text copybook other than the shared audit,
      * classification, scripted-input and chain members may refer to
      * the member's own fields by name, so renaming them would break
      * the expansion; such members get no RENAME variant.
           MOVE 0 TO WS-PROC-COPY-BAD WS-RN-COUNT WS-RN-SEQ
           PERFORM VARYING WS-IDX FROM WS-PROC-START BY 1
                   UNTIL WS-IDX > WS-SRC-COUNT OR WS-PROC-START = 0
               MOVE WS-SRC-LINE(WS-IDX) TO WS-WORK-LINE
               MOVE 0 TO WS-TALLY
               IF WS-WORK-LINE(7:1) NOT = "*"
                   INSPECT WS-WORK-LINE TALLYING WS-TALLY
                       FOR ALL "COPY "
               END-IF
               IF WS-TALLY > 0
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-WORK-LINE TALLYING WS-TALLY
                       FOR ALL "auditwrt" ALL "classwrt"
                           ALL "scriptget" ALL "chnstart"
                           ALL "chnend" ALL "chnstamp" ALL "jrnlwrt"
                   IF WS-TALLY = 0
                       ADD 1 TO WS-PROC-COPY-BAD
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PROC-COPY-BAD > 0 OR WS-WS-START = 0
               MOVE "PROC COPYBOOK" TO WS-NA-REASON
           ELSE
               PERFORM 4110-COLLECT-DATA-NAMES
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-SRC-COUNT
                   MOVE WS-SRC-LINE(WS-IDX) TO WS-WORK-LINE
                   IF WS-IDX > WS-WS-START
                       AND WS-WORK-LINE(7:1) NOT = "*"
                       AND WS-RN-COUNT > 0
                       PERFORM 4150-RENAME-LINE
                   END-IF
                   PERFORM 3700-ADD-OUT-LINE
               END-PERFORM
           END-IF.

       4110-COLLECT-DATA-NAMES.
      * Every level-01..49 and 77 name the member declares itself;
      * FILLER, condition names, names too short to take a
      * four-byte replacement, and file-status fields (which the
      * shared SELECT copybooks name) are left alone.
           PERFORM VARYING WS-IDX FROM WS-WS-START BY 1
                   UNTIL WS-IDX >= WS-LINKAGE-START
               MOVE WS-SRC-LINE(WS-IDX) TO WS-WORK-LINE
               PERFORM 3500-LINE-SHAPE
               IF WS-COMMENT-LINE = "NO"
                   AND WS-FIRST-TOKEN(1:1) IS NUMERIC
                   AND WS-FIRST-TOKEN NOT = "88"
                   AND WS-FIRST-TOKEN NOT = "66"
                   MOVE SPACES TO WS-WORD
                   UNSTRING WS-SECOND-TOKEN DELIMITED BY "."
                       INTO WS-WORD
                   END-UNSTRING
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-WORD TALLYING WS-TALLY
                       FOR ALL "-STATUS "
                   IF WS-WORD NOT = "FILLER"
                       AND WS-WORD(4:1) NOT = SPACE
                       AND WS-TALLY = 0
                       AND WS-RN-COUNT < 150
                       ADD 1 TO WS-RN-COUNT
                       ADD 1 TO WS-RN-SEQ
                       MOVE WS-WORD TO WS-RN-OLD(WS-RN-COUNT)
                       MOVE SPACES TO WS-RN-NEW(WS-RN-COUNT)
                       STRING "V" WS-RN-SEQ
                           DELIMITED BY SIZE
                           INTO WS-RN-NEW(WS-RN-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RN-COUNT = 0
               MOVE "NO DATA NAMES" TO WS-NA-REASON
           END-IF.

       4150-RENAME-LINE.
      * Whole words outside literals are looked up in the rename
      * table; a replacement is never longer than the name it
      * replaces, so the line cannot outgrow column 72.
           MOVE SPACES TO WS-BUILD-LINE
           MOVE WS-WORK-LINE(1:7) TO WS-BUILD-LINE(1:7)
           MOVE 8 TO WS-BPTR
           MOVE 8 TO WS-CPOS
           MOVE SPACE TO WS-QUOTE-CHAR
           PERFORM UNTIL WS-CPOS > 72
               MOVE WS-WORK-LINE(WS-CPOS:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-QUOTE-CHAR NOT = SPACE
                       IF WS-CH = WS-QUOTE-CHAR
                           MOVE SPACE TO WS-QUOTE-CHAR
                       END-IF
                       PERFORM 4160-COPY-ONE-CHAR
                   WHEN WS-CH = QUOTE OR WS-CH = "'"
                       MOVE WS-CH TO WS-QUOTE-CHAR
                       PERFORM 4160-COPY-ONE-CHAR
                   WHEN WS-CH-WORD
                       PERFORM 4170-RENAME-ONE-WORD
                   WHEN OTHER
                       PERFORM 4160-COPY-ONE-CHAR
               END-EVALUATE
           END-PERFORM
           MOVE WS-BUILD-LINE(1:80) TO WS-WORK-LINE.

       4160-COPY-ONE-CHAR.
           MOVE WS-CH TO WS-BUILD-LINE(WS-BPTR:1)
           ADD 1 TO WS-BPTR
           ADD 1 TO WS-CPOS.

       4170-RENAME-ONE-WORD.
           MOVE "NO" TO WS-WORD-DONE
           MOVE WS-CPOS TO WS-WEND
           PERFORM UNTIL WS-WORD-DONE = "YES"
               ADD 1 TO WS-WEND
               IF WS-WEND > 72
                   MOVE "YES" TO WS-WORD-DONE
               ELSE
                   MOVE WS-WORK-LINE(WS-WEND:1) TO WS-CH
                   IF NOT WS-CH-WORD
                       MOVE "YES" TO WS-WORD-DONE
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-WORD-LEN = WS-WEND - WS-CPOS
           MOVE 0 TO WS-RN-IDX
           IF WS-WORD-LEN <= 30
               MOVE SPACES TO WS-WORD
               MOVE WS-WORK-LINE(WS-CPOS:WS-WORD-LEN) TO WS-WORD
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-RN-COUNT
                   IF WS-RN-OLD(WS-SCAN-IDX) = WS-WORD
                       MOVE WS-SCAN-IDX TO WS-RN-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RN-IDX > 0
               MOVE WS-RN-NEW(WS-RN-IDX) TO WS-BUILD-LINE(WS-BPTR:4)
               ADD 4 TO WS-BPTR
               ADD 1 TO WS-CHANGE-COUNT
           ELSE
               MOVE WS-WORK-LINE(WS-CPOS:WS-WORD-LEN)
                   TO WS-BUILD-LINE(WS-BPTR:WS-WORD-LEN)
               ADD WS-WORD-LEN TO WS-BPTR
           END-IF
           MOVE WS-WEND TO WS-CPOS.

       4200-SPLIT-VARIANT.
      * MOVE "literal" TO field, on one line, becomes the literal's
      * two halves STRINGed into the cleared field -- the same value
      * arrives, but no single literal carries it any more.
           MOVE "NO LITERAL MOVE" TO WS-NA-REASON
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SRC-COUNT
               MOVE WS-SRC-LINE(WS-IDX) TO WS-WORK-LINE
               PERFORM 3500-LINE-SHAPE
               PERFORM 3600-HARNESS-CHECK
               IF WS-IDX > WS-PROC-START AND WS-PROC-START > 0
                   AND WS-COMMENT-LINE = "NO"
                   AND WS-FIRST-TOKEN = "MOVE"
                   AND WS-TALLY = 0
                   PERFORM 4250-SPLIT-ONE-MOVE
               ELSE
                   PERFORM 3700-ADD-OUT-LINE
               END-IF
           END-PERFORM.

       4250-SPLIT-ONE-MOVE.
           MOVE 0 TO WS-LIT-LEN
           COMPUTE WS-LIT-START = WS-INDENT + 5
           MOVE WS-WORK-LINE(WS-LIT-START:1) TO WS-QUOTE-CHAR
           IF WS-QUOTE-CHAR = QUOTE OR WS-QUOTE-CHAR = "'"
               INSPECT WS-WORK-LINE(WS-LIT-START + 1:
                       72 - WS-LIT-START)
                   TALLYING WS-LIT-LEN
                   FOR CHARACTERS BEFORE INITIAL WS-QUOTE-CHAR
           END-IF
           MOVE "NO" TO WS-FOUND-SWITCH
           IF WS-LIT-LEN >= 4
               AND WS-LIT-START + WS-LIT-LEN + 1 < WS-LAST-COL
               IF WS-WORK-LINE(WS-LIT-START + WS-LIT-LEN + 2:4)
                       = " TO "
                   MOVE "YES" TO WS-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-FOUND-SWITCH = "YES"
               MOVE SPACES TO WS-LIT-TEXT
               MOVE WS-WORK-LINE(WS-LIT-START + 1:WS-LIT-LEN)
                   TO WS-LIT-TEXT
               MOVE 0 TO WS-LETTER-COUNT
               INSPECT WS-LIT-TEXT(1:WS-LIT-LEN) TALLYING
                   WS-LETTER-COUNT FOR ALL "A" "B" "C" "D" "E" "F"
                   "G" "H" "I" "J" "K" "L" "M" "N" "O" "P" "Q" "R"
                   "S" "T" "U" "V" "W" "X" "Y" "Z" "a" "e" "i" "o"
                   "u" "s" "t" "r" "n"
               COMPUTE WS-TARGET-START =
                   WS-LIT-START + WS-LIT-LEN + 6
               MOVE "NO" TO WS-HAS-PERIOD
               COMPUTE WS-TARGET-LEN =
                   WS-LAST-COL - WS-TARGET-START + 1
               IF WS-WORK-LINE(WS-LAST-COL:1) = "."
                   MOVE "YES" TO WS-HAS-PERIOD
                   SUBTRACT 1 FROM WS-TARGET-LEN
               END-IF
               MOVE SPACES TO WS-TARGET
               IF WS-TARGET-LEN > 0
                   MOVE WS-WORK-LINE(WS-TARGET-START:WS-TARGET-LEN)
                       TO WS-TARGET
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-TARGET(1:WS-TARGET-LEN) TALLYING
                       WS-TALLY FOR ALL SPACE
               END-IF
      * A numeric receiving field cannot take a STRING, and a
      * literal with no letters is almost always aimed at one.
               IF WS-TARGET-LEN = 0 OR WS-TALLY > 0
                   OR WS-LETTER-COUNT = 0
                   MOVE "NO" TO WS-FOUND-SWITCH
               END-IF
           END-IF
           IF WS-FOUND-SWITCH = "NO"
               PERFORM 3700-ADD-OUT-LINE
           ELSE
               ADD 1 TO WS-CHANGE-COUNT
               COMPUTE WS-LIT-HALF = WS-LIT-LEN / 2
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-PAD(1:WS-INDENT - 1) "MOVE SPACES TO "
                   WS-TARGET(1:WS-TARGET-LEN)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 3750-ADD-BUILT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-PAD(1:WS-INDENT - 1) "STRING "
                   WS-QUOTE-CHAR WS-LIT-TEXT(1:WS-LIT-HALF)
                   WS-QUOTE-CHAR
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 3750-ADD-BUILT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-PAD(1:WS-INDENT + 3) WS-QUOTE-CHAR
                   WS-LIT-TEXT(WS-LIT-HALF + 1:
                       WS-LIT-LEN - WS-LIT-HALF)
                   WS-QUOTE-CHAR
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 3750-ADD-BUILT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-PAD(1:WS-INDENT + 3) "DELIMITED BY SIZE"
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 3750-ADD-BUILT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-PAD(1:WS-INDENT + 3) "INTO "
                   WS-TARGET(1:WS-TARGET-LEN)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               PERFORM 3750-ADD-BUILT-LINE
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-HAS-PERIOD = "YES"
                   STRING WS-PAD(1:WS-INDENT - 1) "END-STRING."
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               ELSE
                   STRING WS-PAD(1:WS-INDENT - 1) "END-STRING"
                       DELIMITED BY SIZE INTO WS-BUILD-LINE
               END-IF
               PERFORM 3750-ADD-BUILT-LINE
           END-IF.

       4300-PERFORM-VARIANT.
      * Each planted statement EXPLOC places in the procedure text is
      * lifted, with the lines that continue it, into a paragraph of
      * its own at the end of the member and PERFORMed from where it
      * stood. A statement that does not start on the named line
      * (a continuation, a data line) is left where it is.
           MOVE "NO LOCATED STMT" TO WS-NA-REASON
           MOVE 0 TO WS-STEP-NUMBER
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SRC-COUNT
               MOVE "N" TO WS-SRC-FLAG(WS-IDX)
           END-PERFORM
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-LOC-COUNT
               IF WS-LOC-PROGRAM(WS-SCAN-IDX) = WS-MEMBER-NAME
                   AND WS-LOC-LINE(WS-SCAN-IDX) > WS-PROC-START
                   AND WS-LOC-LINE(WS-SCAN-IDX) <= WS-SRC-COUNT
                   AND WS-PROC-START > 0
                   MOVE "Y" TO WS-SRC-FLAG(WS-LOC-LINE(WS-SCAN-IDX))
               END-IF
           END-PERFORM
           MOVE 1 TO WS-IDX
           PERFORM UNTIL WS-IDX > WS-SRC-COUNT
               MOVE WS-SRC-LINE(WS-IDX) TO WS-WORK-LINE
               PERFORM 3500-LINE-SHAPE
               MOVE "NO" TO WS-FOUND-SWITCH
               IF WS-SRC-FLAG(WS-IDX) = "Y"
                   AND WS-COMMENT-LINE = "NO"
                   AND WS-INDENT >= 12
                   PERFORM 4310-CHECK-STATEMENT-VERB
               END-IF
               IF WS-FOUND-SWITCH = "YES"
                   PERFORM 4320-FIND-BLOCK-END
                   PERFORM 4330-LIFT-BLOCK
                   COMPUTE WS-IDX = WS-BLOCK-END + 1
               ELSE
                   PERFORM 3700-ADD-OUT-LINE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-TAIL-COUNT
               MOVE WS-TAIL-LINE(WS-SCAN-IDX) TO WS-WORK-LINE
               PERFORM 3700-ADD-OUT-LINE
           END-PERFORM.

       4310-CHECK-STATEMENT-VERB.
           EVALUATE WS-FIRST-TOKEN
               WHEN "MOVE"     WHEN "CALL"      WHEN "COMPUTE"
               WHEN "STRING"   WHEN "UNSTRING"  WHEN "DISPLAY"
               WHEN "ACCEPT"   WHEN "EXEC"      WHEN "XML"
               WHEN "READ"     WHEN "WRITE"     WHEN "REWRITE"
               WHEN "DELETE"   WHEN "START"     WHEN "OPEN"
               WHEN "CLOSE"    WHEN "INSPECT"   WHEN "ADD"
               WHEN "SUBTRACT" WHEN "MULTIPLY"  WHEN "DIVIDE"
               WHEN "SET"      WHEN "INITIALIZE" WHEN "IF"
               WHEN "EVALUATE" WHEN "PERFORM"
                   MOVE "YES" TO WS-FOUND-SWITCH
               WHEN OTHER
                   MOVE "NO" TO WS-FOUND-SWITCH
           END-EVALUATE.

       4320-FIND-BLOCK-END.
      * The statement runs on over every following line indented
      * deeper than it, plus its own END- scope terminator (and, for
      * IF / EVALUATE, its ELSE / WHEN lines) at the same indent; a
      * full stop ends it. Comment lines inside are carried along.
           MOVE WS-IDX TO WS-BLOCK-START WS-BLOCK-END
           MOVE WS-INDENT TO WS-BLOCK-INDENT
           MOVE WS-FIRST-TOKEN TO WS-BLOCK-TOKEN
           MOVE "NO" TO WS-BLOCK-DONE
           IF WS-WORK-LINE(WS-LAST-COL:1) = "."
               MOVE "YES" TO WS-BLOCK-DONE
           END-IF
           MOVE WS-IDX TO WS-SCAN-IDX
           PERFORM UNTIL WS-BLOCK-DONE = "YES"
               ADD 1 TO WS-SCAN-IDX
               IF WS-SCAN-IDX > WS-SRC-COUNT
                   MOVE "YES" TO WS-BLOCK-DONE
               ELSE
                   MOVE WS-SRC-LINE(WS-SCAN-IDX) TO WS-WORK-LINE
                   PERFORM 3500-LINE-SHAPE
                   EVALUATE TRUE
                       WHEN WS-COMMENT-LINE = "YES" OR WS-INDENT = 0
                           CONTINUE
                       WHEN WS-INDENT > WS-BLOCK-INDENT
                           MOVE WS-SCAN-IDX TO WS-BLOCK-END
                       WHEN WS-INDENT = WS-BLOCK-INDENT
                               AND WS-FIRST-TOKEN(1:4) = "END-"
                           MOVE WS-SCAN-IDX TO WS-BLOCK-END
                       WHEN WS-INDENT = WS-BLOCK-INDENT
                               AND (WS-FIRST-TOKEN = "ELSE"
                                   OR WS-FIRST-TOKEN = "WHEN")
                               AND (WS-BLOCK-TOKEN = "IF"
                                   OR WS-BLOCK-TOKEN = "EVALUATE")
                           MOVE WS-SCAN-IDX TO WS-BLOCK-END
                       WHEN OTHER
                           MOVE "YES" TO WS-BLOCK-DONE
                   END-EVALUATE
                   IF WS-BLOCK-DONE = "NO"
                       AND WS-SCAN-IDX = WS-BLOCK-END
                       AND WS-WORK-LINE(WS-LAST-COL:1) = "."
                       MOVE "YES" TO WS-BLOCK-DONE
                   END-IF
               END-IF
           END-PERFORM.

       4330-LIFT-BLOCK.
           ADD 1 TO WS-STEP-NUMBER
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO WS-STEP-NAME
           STRING "8900-VARIANT-STEP-" WS-STEP-NUMBER
               DELIMITED BY SIZE INTO WS-STEP-NAME
           MOVE WS-SRC-LINE(WS-BLOCK-END) TO WS-WORK-LINE
           PERFORM 3500-LINE-SHAPE
           MOVE "NO" TO WS-HAS-PERIOD
           IF WS-WORK-LINE(WS-LAST-COL:1) = "."
               MOVE "YES" TO WS-HAS-PERIOD
           END-IF
           MOVE SPACES TO WS-BUILD-LINE
           IF WS-HAS-PERIOD = "YES"
               STRING WS-PAD(1:WS-BLOCK-INDENT - 1) "PERFORM "
                   WS-STEP-NAME "."
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           ELSE
               STRING WS-PAD(1:WS-BLOCK-INDENT - 1) "PERFORM "
                   WS-STEP-NAME
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
           END-IF
           PERFORM 3750-ADD-BUILT-LINE
      * The lifted text is shifted left so its first line starts in
      * column 12, and the paragraph is closed with a full stop.
           COMPUTE WS-SHIFT = WS-BLOCK-INDENT - 12
           MOVE SPACES TO WS-BUILD-LINE
           PERFORM 4340-ADD-TAIL-LINE
           STRING WS-STEP-NAME DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               INTO WS-BUILD-LINE(8:30)
           PERFORM 4340-ADD-TAIL-LINE
           PERFORM VARYING WS-SCAN-IDX FROM WS-BLOCK-START BY 1
                   UNTIL WS-SCAN-IDX > WS-BLOCK-END
               MOVE WS-SRC-LINE(WS-SCAN-IDX) TO WS-WORK-LINE
               MOVE SPACES TO WS-BUILD-LINE
               IF WS-WORK-LINE(7:1) = "*" OR WS-WORK-LINE(7:1) = "/"
                   MOVE WS-WORK-LINE TO WS-BUILD-LINE
               ELSE
                   MOVE WS-WORK-LINE(1:7) TO WS-BUILD-LINE(1:7)
                   MOVE WS-WORK-LINE(8 + WS-SHIFT:65 - WS-SHIFT)
                       TO WS-BUILD-LINE(8:65 - WS-SHIFT)
               END-IF
               IF WS-SCAN-IDX = WS-BLOCK-END
                   AND WS-HAS-PERIOD = "NO"
                   MOVE WS-BUILD-LINE(1:80) TO WS-WORK-LINE
                   PERFORM 3500-LINE-SHAPE
                   IF WS-LAST-COL < 72
                       MOVE "." TO WS-BUILD-LINE(WS-LAST-COL + 1:1)
                   ELSE
                       PERFORM 4340-ADD-TAIL-LINE
                       MOVE SPACES TO WS-BUILD-LINE
                       MOVE "." TO WS-BUILD-LINE(12:1)
                   END-IF
               END-IF
               PERFORM 4340-ADD-TAIL-LINE
           END-PERFORM.

       4340-ADD-TAIL-LINE.
           IF WS-TAIL-COUNT < 300
               ADD 1 TO WS-TAIL-COUNT
               MOVE WS-BUILD-LINE(1:80) TO WS-TAIL-LINE(WS-TAIL-COUNT)
           ELSE
               ADD 1 TO WS-LINES-LOST
           END-IF.

       4400-CASE-VARIANT.
      * Letter case of every literal of six or more bytes is flipped
      * in VALUE clauses (not condition names) and in MOVE and STRING
      * statements, suite bookkeeping excepted. Short literals are the
      * switch and status values a flip would break.
           MOVE "NO LONG LITERAL" TO WS-NA-REASON
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SRC-COUNT
               MOVE WS-SRC-LINE(WS-IDX) TO WS-WORK-LINE
               PERFORM 3500-LINE-SHAPE
               PERFORM 3600-HARNESS-CHECK
               IF WS-IDX > WS-WS-START AND WS-WS-START > 0
                   AND WS-COMMENT-LINE = "NO"
                   AND WS-TALLY = 0
                   IF WS-IDX < WS-PROC-START
                       IF WS-FIRST-TOKEN(1:1) IS NUMERIC
                           AND WS-FIRST-TOKEN NOT = "88"
                           PERFORM 4450-FLIP-LITERALS
                       END-IF
                   ELSE
                       IF WS-FIRST-TOKEN = "MOVE"
                           OR WS-FIRST-TOKEN = "STRING"
                           PERFORM 4450-FLIP-LITERALS
                       END-IF
                   END-IF
               END-IF
               PERFORM 3700-ADD-OUT-LINE
           END-PERFORM.

       4450-FLIP-LITERALS.
           MOVE 8 TO WS-CPOS
           PERFORM UNTIL WS-CPOS > 72
               MOVE WS-WORK-LINE(WS-CPOS:1) TO WS-CH
               IF WS-CH = QUOTE OR WS-CH = "'"
                   MOVE WS-CH TO WS-QUOTE-CHAR
                   MOVE 0 TO WS-LIT-LEN
                   IF WS-CPOS < 72
                       INSPECT WS-WORK-LINE(WS-CPOS + 1:72 - WS-CPOS)
                           TALLYING WS-LIT-LEN
                           FOR CHARACTERS BEFORE INITIAL WS-QUOTE-CHAR
                   END-IF
                   COMPUTE WS-LIT-START = WS-CPOS + 1
                   IF WS-LIT-LEN >= 6
                       AND WS-LIT-START + WS-LIT-LEN <= 72
                       MOVE SPACES TO WS-LIT-BEFORE
                       MOVE WS-WORK-LINE(WS-LIT-START:WS-LIT-LEN)
                           TO WS-LIT-BEFORE
                       IF WS-LIT-BEFORE NOT = WS-MEMBER-NAME
                           INSPECT WS-WORK-LINE(WS-LIT-START:
                                   WS-LIT-LEN)
                               CONVERTING
                               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                               & "abcdefghijklmnopqrstuvwxyz"
                               TO "abcdefghijklmnopqrstuvwxyz"
                               & "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           IF WS-WORK-LINE(WS-LIT-START:WS-LIT-LEN)
                                   NOT = WS-LIT-BEFORE(1:WS-LIT-LEN)
                               ADD 1 TO WS-CHANGE-COUNT
                           END-IF
                       END-IF
                   END-IF
                   COMPUTE WS-CPOS = WS-LIT-START + WS-LIT-LEN + 1
               ELSE
                   ADD 1 TO WS-CPOS
               END-IF
           END-PERFORM.

       5000-EMIT-VARIANT.
           ADD 1 TO WS-VARIANT-COUNT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VARIANT-NAME))
               TO WS-VARIANT-LEN
           MOVE SPACES TO WS-OLD-LIT WS-NEW-LIT
           STRING QUOTE WS-MEMBER-NAME(1:WS-ORIG-LEN) QUOTE
               DELIMITED BY SIZE INTO WS-OLD-LIT
           STRING QUOTE WS-VARIANT-NAME(1:WS-VARIANT-LEN) QUOTE
               DELIMITED BY SIZE INTO WS-NEW-LIT
           COMPUTE WS-OLD-LIT-LEN = WS-ORIG-LEN + 2
           COMPUTE WS-NEW-LIT-LEN = WS-VARIANT-LEN + 2
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-OUT-COUNT
               MOVE WS-OUT-LINE(WS-IDX) TO WS-WORK-LINE
               IF WS-WORK-LINE(7:1) NOT = "*"
                   AND WS-WORK-LINE(8:11) = "PROGRAM-ID."
                   MOVE SPACES TO VARIANT-LINE
                   STRING "       PROGRAM-ID. "
                       WS-VARIANT-NAME(1:WS-VARIANT-LEN) "."
                       DELIMITED BY SIZE INTO VARIANT-LINE
                   WRITE VARIANT-LINE
                   MOVE SPACES TO VARIANT-LINE
                   STRING "      * Generated " DELIMITED BY SIZE
                       WS-TYPE-NAME(WS-TYPE-IDX) DELIMITED BY SPACE
                       " variant of " WS-MEMBER-NAME(1:WS-ORIG-LEN) "."
                       DELIMITED BY SIZE INTO VARIANT-LINE
                   WRITE VARIANT-LINE
               ELSE
                   PERFORM 5100-RETAG-LINE
               END-IF
           END-PERFORM
           PERFORM 5200-WRITE-CARDS.

       5100-RETAG-LINE.
      * The original's name as a literal becomes the variant's, except
      * where it keys the scripted input the variant shares.
           MOVE 0 TO WS-TALLY
           IF WS-WORK-LINE(7:1) NOT = "*"
               INSPECT WS-WORK-LINE TALLYING WS-TALLY
                   FOR ALL WS-OLD-LIT(1:WS-OLD-LIT-LEN)
           END-IF
           IF WS-TALLY > 0
               MOVE 0 TO WS-TALLY
               INSPECT WS-WORK-LINE TALLYING WS-TALLY
                   FOR ALL "WS-SCRIPT-PROGRAM-ID"
               IF WS-TALLY > 0
                   MOVE 1 TO WS-TALLY
               ELSE
                   MOVE 0 TO WS-TALLY
               END-IF
           ELSE
               MOVE 1 TO WS-TALLY
           END-IF
           IF WS-TALLY > 0
               MOVE WS-WORK-LINE TO VARIANT-LINE
               WRITE VARIANT-LINE
           ELSE
               MOVE 0 TO WS-CPOS
               INSPECT WS-WORK-LINE TALLYING WS-CPOS
                   FOR CHARACTERS BEFORE INITIAL
                       WS-OLD-LIT(1:WS-OLD-LIT-LEN)
               MOVE SPACES TO WS-BUILD-LINE
               STRING WS-WORK-LINE(1:WS-CPOS)
                   WS-NEW-LIT(1:WS-NEW-LIT-LEN)
                   WS-WORK-LINE(WS-CPOS + WS-OLD-LIT-LEN + 1:
                       80 - WS-CPOS - WS-OLD-LIT-LEN)
                   DELIMITED BY SIZE INTO WS-BUILD-LINE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BUILD-LINE
                   TRAILING)) TO WS-LAST-COL
      * Two more bytes can push a MOVE past column 72; its TO phrase
      * then goes to a continuation line.
               IF WS-LAST-COL > 72
                   MOVE 0 TO WS-TO-POS
                   INSPECT WS-BUILD-LINE TALLYING WS-TO-POS
                       FOR CHARACTERS BEFORE INITIAL " TO "
                   MOVE SPACES TO VARIANT-LINE
                   MOVE WS-BUILD-LINE(1:WS-TO-POS) TO VARIANT-LINE
                   WRITE VARIANT-LINE
                   MOVE SPACES TO WS-SPLIT-LINE
                   STRING WS-PAD(1:15)
                       WS-BUILD-LINE(WS-TO-POS + 2:
                           WS-LAST-COL - WS-TO-POS - 1)
                       DELIMITED BY SIZE INTO WS-SPLIT-LINE
                   MOVE WS-SPLIT-LINE TO VARIANT-LINE
               ELSE
                   MOVE WS-BUILD-LINE(1:80) TO VARIANT-LINE
               END-IF
               WRITE VARIANT-LINE
           END-IF.

       5200-WRITE-CARDS.
           MOVE WS-VARIANT-NAME TO VM-VARIANT-ID
           MOVE WS-MEMBER-NAME TO VM-ORIGINAL-ID
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO VM-VARIANT-TYPE
           MOVE WS-ORIG-RULE TO VM-RULE-ID
           MOVE WS-CHANGE-COUNT TO VM-CHANGE-COUNT
           WRITE VARIANT-MAP-RECORD
           MOVE "NO" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-EXP-COUNT
               IF WS-EXP-PROGRAM(WS-SCAN-IDX) = WS-VARIANT-NAME
                   MOVE "YES" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND-SWITCH = "NO"
               MOVE "ADD" TO FXC-ACTION
               MOVE WS-VARIANT-NAME TO FXC-PROGRAM-ID
               MOVE WS-ORIG-RULE TO FXC-RULE-ID
               MOVE WS-ORIG-SEV TO FXC-SEVERITY
               WRITE FIXTURE-COMMAND
           END-IF
           MOVE "NO" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-REG-COUNT
               IF WS-REG-PROGRAM(WS-SCAN-IDX) = WS-VARIANT-NAME
                   MOVE "YES" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND-SWITCH = "NO"
               MOVE "ADD" TO RGC-ACTION
               MOVE WS-VARIANT-NAME TO RGC-PROGRAM-ID
               MOVE WS-NEXT-SEQ TO RGC-SEQUENCE
               WRITE REGISTRY-COMMAND
               ADD 1 TO WS-NEXT-SEQ
           END-IF
           MOVE "NO" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-PRF-COUNT
               IF WS-PRF-VARIANT(WS-SCAN-IDX) = WS-VARIANT-NAME
                   MOVE "YES" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND-SWITCH = "NO"
               MOVE "VARIANTS" TO PRO-NAME
               MOVE WS-VARIANT-NAME TO PRO-PROGRAM-ID
               WRITE PROFILE-OUT-RECORD
           END-IF
           PERFORM 5300-WRITE-NAME-MAP
           PERFORM 5400-WRITE-CATALOG.

       5300-WRITE-NAME-MAP.
      * The variant's source file is the original's with the
      * lower-case suffix added: hardcoded_value_test_rn.cbl.
           MOVE SPACES TO WS-FILE-BASE
           MOVE "NO" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-MAP-COUNT
               IF WS-MAP-PROGRAM(WS-SCAN-IDX) = WS-MEMBER-NAME
                   MOVE WS-MAP-FILE(WS-SCAN-IDX) TO WS-FILE-BASE
               END-IF
               IF WS-MAP-PROGRAM(WS-SCAN-IDX) = WS-VARIANT-NAME
                   MOVE "YES" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FILE-BASE NOT = SPACES AND WS-FOUND-SWITCH = "NO"
               MOVE SPACES TO WS-FILE-JUNK WS-VARIANT-FILE
               UNSTRING WS-FILE-BASE DELIMITED BY ".cbl"
                   INTO WS-FILE-JUNK
               END-UNSTRING
               STRING FUNCTION TRIM(WS-FILE-JUNK) "_"
                   WS-TYPE-FILE-SFX(WS-TYPE-IDX) ".cbl"
                   DELIMITED BY SIZE INTO WS-VARIANT-FILE
               MOVE WS-VARIANT-FILE TO MPO-SCANNER-NAME
               MOVE WS-VARIANT-NAME TO MPO-PROGRAM-ID
               WRITE NAME-MAP-OUT-RECORD
           END-IF.

       5400-WRITE-CATALOG.
      * A variant is the same construct as its original, so it is
      * catalogued under the same CWE(s) and severity.
           MOVE "NO" TO WS-FOUND-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-CAT-COUNT
               IF WS-CAT-PROGRAM(WS-SCAN-IDX) = WS-VARIANT-NAME
                   MOVE "YES" TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF WS-FOUND-SWITCH = "NO"
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CAT-COUNT
                   IF WS-CAT-PROGRAM(WS-SCAN-IDX) = WS-MEMBER-NAME
                       MOVE WS-VARIANT-NAME TO CTO-PROGRAM-ID
                       MOVE WS-CAT-CWE(WS-SCAN-IDX) TO CTO-CWE-NUMBER
                       MOVE WS-CAT-SEV(WS-SCAN-IDX) TO CTO-SEVERITY
                       MOVE WS-CAT-CVE(WS-SCAN-IDX) TO CTO-CVE-REF
                       WRITE CATALOG-OUT-RECORD
                   END-IF
               END-PERFORM
           END-IF.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

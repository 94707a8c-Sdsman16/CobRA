       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlPromotion.
      * Controlled promotion of the suite's control datasets from one
      * environment to the next (DEV to QA), replacing the hand copy
      * that left QA's registry, fixture and waivers drifting from
      * DEV's with no record of who moved what. Six datasets take
      * part, each compared on its natural key:
      *   TESTREG    program-id        EXPRESULT  program-id
      *   WAIVLDG    program + rule    PROFILES   whole row
      *   RULEALIA   retired rule-id   CWECAT     program + CWE
      * Waivers travel as the WAIVLDG ledger WaiverMaint keeps, not
      * as WAIVERS: WAIVERS is only the ledger's APPROVED entries, so
      * a copied WAIVERS would disagree with the target's ledger and
      * be overwritten by its next WAIVMNT run. Whenever an applied
      * package carries WAIVLDG, WAIVERS is rebuilt from it the way
      * WaiverMaint rebuilds it; a card naming WAIVERS is rejected.
      * Two modes, the same PARM convention as TicketFeedGenerator:
      *   PARM='PACKAGE' -- every dataset in the source environment
      *         (SRCxxxx DDs) is sorted together with its target
      *         (the ordinary DD names) on dataset and key, and
      *         PROMRPT lists each record-level difference: ADD
      *         (source only), CHANGE (both, with the target's
      *         record shown as WAS) or DELETE (target only). The
      *         PROMCARD approval card must name the approver, the
      *         source and target environments (checked against
      *         SRCENV and ENVCTL so a deck never lands on the
      *         wrong LPAR) and the datasets to promote. Only then,
      *         and only when a named dataset differs, is PROMPKG
      *         built: a header, then each named dataset's full
      *         source image behind a set record carrying its
      *         count, then a trailer. CC 12 when the card is
      *         missing or rejected or a source cannot be read --
      *         the diff still prints, nothing is packaged; CC 4
      *         when the named datasets already match.
      *   PARM='APPLY' -- checks PROMPKG end to end (header, set
      *         counts, trailer, built for this ENVCTL environment)
      *         before touching anything, writes the current target
      *         image of every dataset in it to PROMBKUP in the same
      *         package layout, then replaces those datasets from
      *         the package in the one step. A BACKUP package is
      *         itself applicable, so rollback is this same step
      *         pointed at the backup (CTLROLL.jcl). The promotion
      *         is written to AUDITLOG under the target environment
      *         id, one record per dataset and one naming the
      *         approver, plus one for a WAIVERS rebuild. CC 12
      *         when the package is rejected (nothing applied) or a
      *         target write fails.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "aliassel.cpy".
           COPY "auditsel.cpy".
           COPY "testregsel.cpy".
           COPY "testregsel.cpy"
               REPLACING ==TEST-REGISTRY-FILE== BY
                         ==SOURCE-REGISTRY-FILE==
                   =="TESTREG"== BY =="SRCTREG"==
                   ==TRG-PROGRAM-ID== BY ==SRG-PROGRAM-ID==
                   ==WS-REGISTRY-STATUS== BY ==WS-SRCREG-STATUS==.
           COPY "waivlsel.cpy".
           COPY "waivlsel.cpy"
               REPLACING ==WAIVER-LEDGER-FILE== BY
                         ==SOURCE-LEDGER-FILE==
                   =="WAIVLDG"== BY =="SRCWLDG"==
                   ==WL-KEY== BY ==SWL-KEY==
                   ==WS-LEDGER-STATUS== BY ==WS-SRCLDG-STATUS==.
           SELECT EXPECTED-RESULTS-FILE ASSIGN TO "EXPRESULT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT WAIVER-FILE ASSIGN TO "WAIVERS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "PROFILES"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "CWECAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT SRC-EXPECTED-FILE ASSIGN TO "SRCEXP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRCEXP-STATUS.
           SELECT SRC-PROFILE-FILE ASSIGN TO "SRCPROF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRCPROF-STATUS.
           SELECT SRC-ALIAS-FILE ASSIGN TO "SRCALIA"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRCALIA-STATUS.
           SELECT SRC-CATALOG-FILE ASSIGN TO "SRCCWE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRCCWE-STATUS.
           SELECT ENV-CONTROL-FILE ASSIGN TO "ENVCTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENVCTL-STATUS.
           SELECT SRC-ENV-CONTROL-FILE ASSIGN TO "SRCENV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRCENV-STATUS.
           SELECT APPROVAL-CARD-FILE ASSIGN TO "PROMCARD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO "PROMPKG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "PROMBKUP"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PROMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  RULE-ALIAS-FILE.
       COPY "aliasrec.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  TEST-REGISTRY-FILE.
       COPY "testregrec.cpy".
       FD  SOURCE-REGISTRY-FILE.
       COPY "testregrec.cpy"
           REPLACING TEST-REGISTRY-RECORD BY SOURCE-REGISTRY-RECORD
               TRG-PROGRAM-ID BY SRG-PROGRAM-ID
               TRG-ACTIVE-FLAG BY SRG-ACTIVE-FLAG
               TRG-RUN-SEQUENCE BY SRG-RUN-SEQUENCE.
       FD  WAIVER-LEDGER-FILE.
       COPY "waivlrec.cpy".
       FD  SOURCE-LEDGER-FILE.
       01 SOURCE-LEDGER-RECORD.
           05 SWL-KEY                 PIC X(50).
           05 FILLER                  PIC X(120).
       FD  EXPECTED-RESULTS-FILE.
       COPY "expresult.cpy".
       FD  WAIVER-FILE.
       COPY "waiverec.cpy".
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
       FD  SRC-EXPECTED-FILE.
       01 SRC-EXPECTED-RECORD PIC X(60).
       FD  SRC-PROFILE-FILE.
       01 SRC-PROFILE-RECORD PIC X(46).
       FD  SRC-ALIAS-FILE.
       01 SRC-ALIAS-RECORD PIC X(50).
       FD  SRC-CATALOG-FILE.
       01 SRC-CATALOG-RECORD PIC X(70).
       FD  ENV-CONTROL-FILE.
       01 ENV-CONTROL-RECORD PIC X(8).
       FD  SRC-ENV-CONTROL-FILE.
       01 SRC-ENV-CONTROL-RECORD PIC X(8).
       FD  APPROVAL-CARD-FILE.
       01 APPROVAL-CARD.
           05 PRM-APPROVER            PIC X(8).
           05 PRM-SOURCE-ENV          PIC X(8).
           05 PRM-TARGET-ENV          PIC X(8).
           05 PRM-DATASET-NAME        PIC X(10) OCCURS 6 TIMES.
       FD  PACKAGE-FILE.
       01 PACKAGE-RECORD PIC X(181).
       FD  BACKUP-FILE.
       01 BACKUP-RECORD PIC X(181).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(132).
      * One control row on its way through the diff: the dataset's
      * place in WS-DATASET-TABLE, its key, which side it came from
      * (1 target, 2 source -- the target row sorts first so a
      * source row finds its counterpart already held) and the
      * whole record.
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-DATASET             PIC 9(1).
           05 SRT-KEY                 PIC X(50).
           05 SRT-SIDE                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-IMAGE               PIC X(170).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-ALIAS-STATUS    PIC X(2).
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-SRCREG-STATUS   PIC X(2).
       01 WS-LEDGER-STATUS   PIC X(2).
       01 WS-SRCLDG-STATUS   PIC X(2).
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-WAIVER-STATUS   PIC X(2).
       01 WS-PROFILE-STATUS  PIC X(2).
       01 WS-CATALOG-STATUS  PIC X(2).
       01 WS-SRCEXP-STATUS   PIC X(2).
       01 WS-SRCPROF-STATUS  PIC X(2).
       01 WS-SRCALIA-STATUS  PIC X(2).
       01 WS-SRCCWE-STATUS   PIC X(2).
       01 WS-ENVCTL-STATUS   PIC X(2).
       01 WS-SRCENV-STATUS   PIC X(2).
       01 WS-CARD-STATUS     PIC X(2).
       01 WS-PACKAGE-STATUS  PIC X(2).
       01 WS-BACKUP-STATUS   PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-IO-STATUS       PIC X(2).
       01 WS-DS-EOF          PIC X(3) VALUE "NO".
       01 WS-DS-OPEN         PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-PKG-EOF         PIC X(3) VALUE "NO".
       01 WS-ABORT-SWITCH    PIC X(3) VALUE "NO".
       01 WS-CARD-VALID      PIC X(3) VALUE "NO".
       01 WS-ENV-VALID       PIC X(3) VALUE "YES".
       01 WS-APPLY-FAILED    PIC X(3) VALUE "NO".
       01 WS-HELD-SWITCH     PIC X(3) VALUE "NO".
       01 WS-FOUND-SWITCH    PIC X(3) VALUE "NO".
       01 WS-TODAY           PIC X(10).
       01 WS-SOURCE-ENV      PIC X(8) VALUE SPACES.
       01 WS-TARGET-ENV      PIC X(8) VALUE SPACES.
       01 WS-HOLD-APPROVER   PIC X(8) VALUE SPACES.
       01 WS-DS-IDX          PIC 9(1) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(1) VALUE 0.
       01 WS-CARD-IDX        PIC 9(1) VALUE 0.
       01 WS-CUR-DATASET     PIC 9(1) VALUE 0.
       01 WS-DIFF-DATASET    PIC 9(1) VALUE 0.
       01 WS-INCLUDED-COUNT  PIC 9(1) VALUE 0.
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-IMAGE           PIC X(170).
       01 WS-HELD-DATASET    PIC 9(1) VALUE 0.
       01 WS-HELD-KEY        PIC X(50).
       01 WS-HELD-IMAGE      PIC X(170).
       01 WS-DIFF-IMAGE      PIC X(170).
       01 WS-PROMOTE-DIFFS   PIC 9(7) VALUE 0.
       01 WS-PACKAGE-RECS    PIC 9(7) VALUE 0.
       01 WS-SET-RECS        PIC 9(7) VALUE 0.
       01 WS-REBUILT-RECS    PIC 9(7) VALUE 0.
       01 WS-SET-EXPECTED    PIC 9(7) VALUE 0.
       01 WS-PKG-RECORDS     PIC 9(7) VALUE 0.
       01 WS-PKG-PROBLEM     PIC X(60) VALUE SPACES.
       01 WS-PKG-HEADER-SEEN PIC X(3) VALUE "NO".
       01 WS-PKG-TRAILER-SEEN PIC X(3) VALUE "NO".
       01 WS-PKG-KIND        PIC X(8) VALUE SPACES.
       01 WS-PKG-APPROVER    PIC X(8) VALUE SPACES.
       01 WS-PKG-SOURCE-ENV  PIC X(8) VALUE SPACES.
       01 WS-PKG-TARGET-ENV  PIC X(8) VALUE SPACES.
       01 WS-PKG-BUILT-DATE  PIC X(10) VALUE SPACES.
       01 WS-FAILED-DATASET  PIC X(10) VALUE SPACES.
       01 WS-AUDIT-VERB      PIC X(8) VALUE SPACES.
       01 WS-AUDIT-COUNT     PIC 9(5) VALUE 0.
      * The six datasets a promotion may carry: DD name as it appears
      * on the card and the package, record length, and how much of
      * the front of the record is its key.
       01 WS-DATASET-LIST.
           05 FILLER PIC X(15) VALUE "TESTREG   03430".
           05 FILLER PIC X(15) VALUE "EXPRESULT 06030".
           05 FILLER PIC X(15) VALUE "WAIVLDG   17050".
           05 FILLER PIC X(15) VALUE "PROFILES  04646".
           05 FILLER PIC X(15) VALUE "RULEALIA  05020".
           05 FILLER PIC X(15) VALUE "CWECAT    07040".
       01 WS-DATASET-TABLE REDEFINES WS-DATASET-LIST.
           05 WS-DS-ENTRY OCCURS 6 TIMES.
               10 WS-DS-NAME          PIC X(10).
               10 WS-DS-RECLEN        PIC 9(3).
               10 WS-DS-KEYLEN        PIC 9(2).
       01 WS-DATASET-STATE.
           05 WS-DSS-ENTRY OCCURS 6 TIMES.
               10 WS-DSS-INCLUDED     PIC X(3).
               10 WS-DSS-SOURCE-RECS  PIC 9(7).
               10 WS-DSS-TARGET-RECS  PIC 9(7).
               10 WS-DSS-ADDS         PIC 9(5).
               10 WS-DSS-CHANGES      PIC 9(5).
               10 WS-DSS-DELETES      PIC 9(5).
               10 WS-DSS-SAME         PIC 9(7).
               10 WS-DSS-APPLIED      PIC 9(7).
      * One PROMPKG / PROMBKUP record. PKL-TYPE H is the header, S
      * opens a dataset's set (PKL-RECORD-COUNT rows follow), D is
      * one row of it, T the trailer with the package's row total.
       01 WS-PACKAGE-LINE.
           05 PKL-TYPE                PIC X(1).
           05 PKL-DATASET             PIC X(10).
           05 PKL-IMAGE               PIC X(170).
           05 PKL-HEADER REDEFINES PKL-IMAGE.
               10 PKL-KIND            PIC X(8).
               10 PKL-APPROVER        PIC X(8).
               10 PKL-SOURCE-ENV      PIC X(8).
               10 PKL-TARGET-ENV      PIC X(8).
               10 PKL-BUILT-DATE      PIC X(10).
               10 FILLER              PIC X(128).
           05 PKL-COUNTS REDEFINES PKL-IMAGE.
               10 PKL-RECORD-COUNT    PIC 9(7).
               10 FILLER              PIC X(163).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "CONTROL DATASET PROMOTION ".
           05 FILLER PIC X(7)  VALUE "SOURCE ".
           05 HL-SOURCE-ENV    PIC X(8).
           05 FILLER PIC X(9)  VALUE "  TARGET ".
           05 HL-TARGET-ENV    PIC X(8).
           05 FILLER PIC X(7)  VALUE "  DATE ".
           05 HL-DATE          PIC X(10).
           05 FILLER PIC X(57) VALUE SPACES.
       01 WS-DATASET-HEADING.
           05 FILLER PIC X(8)  VALUE "DATASET ".
           05 DH-NAME          PIC X(10).
           05 FILLER PIC X(114) VALUE SPACES.
       01 WS-DIFF-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ACTION        PIC X(8).
           05 DL-IMAGE         PIC X(120).
           05 FILLER           PIC X(2) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SL-NAME          PIC X(10).
           05 FILLER PIC X(5)  VALUE " ADD ".
           05 SL-ADDS          PIC ZZZZ9.
           05 FILLER PIC X(8)  VALUE " CHANGE ".
           05 SL-CHANGES       PIC ZZZZ9.
           05 FILLER PIC X(8)  VALUE " DELETE ".
           05 SL-DELETES       PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE " UNCHANGED ".
           05 SL-SAME          PIC ZZZZZZ9.
           05 FILLER PIC X(8)  VALUE " SOURCE ".
           05 SL-SOURCE        PIC ZZZZZZ9.
           05 FILLER PIC X(8)  VALUE " TARGET ".
           05 SL-TARGET        PIC ZZZZZZ9.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 SL-PACKAGED      PIC X(14).
           05 FILLER PIC X(20) VALUE SPACES.
       01 WS-MESSAGE-LINE     PIC X(132).
       LINKAGE SECTION.
       01 LS-PROMOTE-PARM.
           05 LS-PARM-LEN  PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(8).
       PROCEDURE DIVISION USING LS-PROMOTE-PARM.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 6
               MOVE "NO" TO WS-DSS-INCLUDED(WS-DS-IDX)
               MOVE 0 TO WS-DSS-SOURCE-RECS(WS-DS-IDX)
                   WS-DSS-TARGET-RECS(WS-DS-IDX)
                   WS-DSS-ADDS(WS-DS-IDX) WS-DSS-CHANGES(WS-DS-IDX)
                   WS-DSS-DELETES(WS-DS-IDX) WS-DSS-SAME(WS-DS-IDX)
                   WS-DSS-APPLIED(WS-DS-IDX)
           END-PERFORM
           PERFORM 0100-LOAD-TARGET-ENV
      * Whatever this step writes to AUDITLOG belongs to the target
      * environment's history, wherever the job happens to run.
           MOVE WS-TARGET-ENV TO WS-SUITE-ENV-ID
           MOVE "ControlPromotion" TO WS-AUDIT-PROGRAM-ID
           EVALUATE TRUE
               WHEN LS-PARM-LEN >= 7
                   AND LS-PARM-TEXT(1:7) = "PACKAGE"
                   PERFORM 1000-BUILD-PROMOTION
               WHEN LS-PARM-LEN >= 5
                   AND LS-PARM-TEXT(1:5) = "APPLY"
                   PERFORM 5000-APPLY-PROMOTION
               WHEN OTHER
                   DISPLAY "PARM must be PACKAGE or APPLY"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       0100-LOAD-TARGET-ENV.
      * The target is the environment these DDs belong to, from its
      * ENVCTL control dataset exactly as CBLSUITD reads it; no
      * control dataset defaults to DEV the same way.
           MOVE "DEV" TO WS-TARGET-ENV
           OPEN INPUT ENV-CONTROL-FILE
           IF WS-ENVCTL-STATUS = "00"
               READ ENV-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENV-CONTROL-RECORD NOT = SPACES
                           MOVE ENV-CONTROL-RECORD TO WS-TARGET-ENV
                       END-IF
               END-READ
               CLOSE ENV-CONTROL-FILE
           END-IF.

       0200-LOAD-SOURCE-ENV.
      * The source side has no default: promoting from an
      * environment nobody named is how the wrong deck gets copied.
           OPEN INPUT SRC-ENV-CONTROL-FILE
           IF WS-SRCENV-STATUS = "00"
               READ SRC-ENV-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SRC-ENV-CONTROL-RECORD TO WS-SOURCE-ENV
               END-READ
               CLOSE SRC-ENV-CONTROL-FILE
           END-IF.

       1000-BUILD-PROMOTION.
           PERFORM 0200-LOAD-SOURCE-ENV
           OPEN OUTPUT REPORT-FILE
           MOVE WS-SOURCE-ENV TO HL-SOURCE-ENV
           MOVE WS-TARGET-ENV TO HL-TARGET-ENV
           MOVE WS-TODAY TO HL-DATE
           WRITE RPT-LINE FROM WS-HEADING-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SOURCE-ENV = SPACES
               MOVE "SRCENV names no source environment"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
               MOVE "NO" TO WS-ENV-VALID
           ELSE
               IF WS-SOURCE-ENV = WS-TARGET-ENV
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING "SRCENV and ENVCTL are both "
                       WS-SOURCE-ENV
                       DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                   PERFORM 1900-REPORT-MESSAGE
                   MOVE "NO" TO WS-ENV-VALID
               END-IF
           END-IF
           IF WS-ENV-VALID = "YES"
               PERFORM 1100-READ-APPROVAL-CARD
               PERFORM 2000-DIFF-DATASETS
           END-IF
           IF WS-ENV-VALID = "YES" AND WS-ABORT-SWITCH = "NO"
               PERFORM 3900-PRINT-SUMMARY
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           EVALUATE TRUE
               WHEN WS-ENV-VALID = "NO"
                   MOVE "NO PACKAGE: SOURCE ENVIRONMENT NOT USABLE"
                       TO WS-MESSAGE-LINE
                   MOVE "NO PACKAGE: BAD SRCENV"
                       TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ABORT-SWITCH = "YES"
                   MOVE "NO PACKAGE: A DATASET COULD NOT BE READ"
                       TO WS-MESSAGE-LINE
                   MOVE "NO PACKAGE: UNREADABLE INPUT"
                       TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CARD-VALID = "NO"
                   MOVE "NO PACKAGE: APPROVAL CARD REJECTED"
                       TO WS-MESSAGE-LINE
                   MOVE "NO PACKAGE: CARD REJECTED"
                       TO WS-AUDIT-OUTCOME
                   MOVE 12 TO RETURN-CODE
               WHEN WS-PROMOTE-DIFFS = 0
                   MOVE "NO PACKAGE: NAMED DATASETS ALREADY MATCH"
                       TO WS-MESSAGE-LINE
                   MOVE "NO PACKAGE: NO DIFFERENCES"
                       TO WS-AUDIT-OUTCOME
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 4000-WRITE-PACKAGE
                   IF WS-ABORT-SWITCH = "YES"
                       MOVE "NO PACKAGE: SOURCE CHANGED WHILE PACKAGED"
                           TO WS-MESSAGE-LINE
                       MOVE "NO PACKAGE: SOURCE CHANGED"
                           TO WS-AUDIT-OUTCOME
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       MOVE SPACES TO WS-MESSAGE-LINE
                       STRING "PACKAGE BUILT: " WS-INCLUDED-COUNT
                           " DATASETS, " WS-PACKAGE-RECS
                           " RECORDS, APPROVED BY " WS-HOLD-APPROVER
                           DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                       MOVE SPACES TO WS-AUDIT-OUTCOME
                       STRING "PACKAGED SETS=" WS-INCLUDED-COUNT
                           " RECS=" WS-PACKAGE-RECS
                           DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
                   END-IF
           END-EVALUATE
           PERFORM 1900-REPORT-MESSAGE
           CLOSE REPORT-FILE
           PERFORM 9900-WRITE-AUDIT-LOG.

       1100-READ-APPROVAL-CARD.
      * The approval card is the authorization, as for
      * BaselinePromotion: no approver, no package. It must also
      * agree with SRCENV and ENVCTL on the environments, and name
      * only datasets this program knows; one bad name rejects the
      * card rather than quietly promoting the rest.
           MOVE "YES" TO WS-CARD-VALID
           OPEN INPUT APPROVAL-CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "PROMCARD OPEN FAILED: " WS-CARD-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
               MOVE "NO" TO WS-CARD-VALID
           ELSE
               READ APPROVAL-CARD-FILE
                   AT END
                       MOVE "PROMCARD is empty" TO WS-MESSAGE-LINE
                       PERFORM 1900-REPORT-MESSAGE
                       MOVE "NO" TO WS-CARD-VALID
               END-READ
               CLOSE APPROVAL-CARD-FILE
           END-IF
           IF WS-CARD-VALID = "YES"
               PERFORM 1200-CHECK-APPROVAL-CARD
           END-IF
           IF WS-CARD-VALID = "YES"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "APPROVED BY " PRM-APPROVER
                   " FOR " WS-INCLUDED-COUNT " DATASET(S)"
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
           ELSE
               PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                       UNTIL WS-DS-IDX > 6
                   MOVE "NO" TO WS-DSS-INCLUDED(WS-DS-IDX)
               END-PERFORM
               MOVE 0 TO WS-INCLUDED-COUNT
           END-IF.

       1200-CHECK-APPROVAL-CARD.
           MOVE PRM-APPROVER TO WS-HOLD-APPROVER
           IF PRM-APPROVER = SPACES
               MOVE "Approval card incomplete: approver is required"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
               MOVE "NO" TO WS-CARD-VALID
           END-IF
           IF PRM-SOURCE-ENV NOT = WS-SOURCE-ENV
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "Card source environment " PRM-SOURCE-ENV
                   " does not match SRCENV " WS-SOURCE-ENV
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
               MOVE "NO" TO WS-CARD-VALID
           END-IF
           IF PRM-TARGET-ENV NOT = WS-TARGET-ENV
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "Card target environment " PRM-TARGET-ENV
                   " does not match ENVCTL " WS-TARGET-ENV
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
               MOVE "NO" TO WS-CARD-VALID
           END-IF
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
                   UNTIL WS-CARD-IDX > 6
               IF PRM-DATASET-NAME(WS-CARD-IDX) NOT = SPACES
                   MOVE "NO" TO WS-FOUND-SWITCH
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > 6
                       IF PRM-DATASET-NAME(WS-CARD-IDX)
                           = WS-DS-NAME(WS-SCAN-IDX)
                           MOVE "YES" TO WS-FOUND-SWITCH
                           IF WS-DSS-INCLUDED(WS-SCAN-IDX) = "NO"
                               MOVE "YES"
                                   TO WS-DSS-INCLUDED(WS-SCAN-IDX)
                               ADD 1 TO WS-INCLUDED-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-FOUND-SWITCH = "NO"
                       MOVE SPACES TO WS-MESSAGE-LINE
                       IF PRM-DATASET-NAME(WS-CARD-IDX) = "WAIVERS"
                           MOVE "Card names WAIVERS: waivers are "
                               & "promoted as WAIVLDG"
                               TO WS-MESSAGE-LINE
                       ELSE
                           STRING "Card names unknown dataset "
                               PRM-DATASET-NAME(WS-CARD-IDX)
                               DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                       END-IF
                       PERFORM 1900-REPORT-MESSAGE
                       MOVE "NO" TO WS-CARD-VALID
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INCLUDED-COUNT = 0
               MOVE "Approval card incomplete: no datasets named"
                   TO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
               MOVE "NO" TO WS-CARD-VALID
           END-IF.

       1900-REPORT-MESSAGE.
           DISPLAY WS-MESSAGE-LINE
           WRITE RPT-LINE FROM WS-MESSAGE-LINE.

       2000-DIFF-DATASETS.
      * Every dataset is compared, named on the card or not, so the
      * report also shows what a promotion would leave behind.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DATASET SRT-KEY SRT-SIDE SRT-SEQ
               INPUT PROCEDURE IS 2100-RELEASE-DATASETS
               OUTPUT PROCEDURE IS 3000-REPORT-DIFFERENCES
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE "YES" TO WS-ABORT-SWITCH
           END-IF.

       2100-RELEASE-DATASETS.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 6
               PERFORM 2200-RELEASE-TARGET
               PERFORM 2300-RELEASE-SOURCE
           END-PERFORM.

       2200-RELEASE-TARGET.
      * A target dataset that does not exist yet is simply empty:
      * every source row will show as an ADD.
           PERFORM 7100-OPEN-TARGET-INPUT
           IF WS-IO-STATUS NOT = "00" AND WS-IO-STATUS NOT = "35"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "Target " WS-DS-NAME(WS-DS-IDX)
                   " OPEN FAILED: " WS-IO-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
               MOVE "YES" TO WS-ABORT-SWITCH
           END-IF
           PERFORM 7110-READ-TARGET
           PERFORM UNTIL WS-DS-EOF = "YES"
               ADD 1 TO WS-DSS-TARGET-RECS(WS-DS-IDX)
               MOVE 1 TO SRT-SIDE
               PERFORM 2900-RELEASE-ROW
               PERFORM 7110-READ-TARGET
           END-PERFORM
           PERFORM 7120-CLOSE-TARGET.

       2300-RELEASE-SOURCE.
           PERFORM 7000-OPEN-SOURCE
           IF WS-IO-STATUS NOT = "00"
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "Source " WS-DS-NAME(WS-DS-IDX)
                   " OPEN FAILED: " WS-IO-STATUS
                   DELIMITED BY SIZE INTO WS-MESSAGE-LINE
               PERFORM 1900-REPORT-MESSAGE
               MOVE "YES" TO WS-ABORT-SWITCH
           END-IF
           PERFORM 7010-READ-SOURCE
           PERFORM UNTIL WS-DS-EOF = "YES"
               ADD 1 TO WS-DSS-SOURCE-RECS(WS-DS-IDX)
               MOVE 2 TO SRT-SIDE
               PERFORM 2900-RELEASE-ROW
               PERFORM 7010-READ-SOURCE
           END-PERFORM
           PERFORM 7020-CLOSE-SOURCE.

       2900-RELEASE-ROW.
           MOVE WS-DS-IDX TO SRT-DATASET
           MOVE SPACES TO SRT-KEY
           MOVE WS-IMAGE(1:WS-DS-KEYLEN(WS-DS-IDX)) TO SRT-KEY
           MOVE WS-IMAGE TO SRT-IMAGE
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD.

       3000-REPORT-DIFFERENCES.
           MOVE 0 TO WS-CUR-DATASET
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 3100-MATCH-ROW
               END-RETURN
           END-PERFORM
           IF WS-HELD-SWITCH = "YES"
               PERFORM 3300-PRINT-DELETE
           END-IF.

       3100-MATCH-ROW.
      * Keys are unique in a clean dataset; should one repeat, the
      * extra target rows show as DELETE and the extra source rows
      * as ADD, which is what replacing the dataset will do to them.
           IF WS-HELD-SWITCH = "YES"
               IF SRT-DATASET NOT = WS-HELD-DATASET
                   OR SRT-KEY NOT = WS-HELD-KEY
                   OR SRT-SIDE = 1
                   PERFORM 3300-PRINT-DELETE
               END-IF
           END-IF
           IF SRT-SIDE = 1
               MOVE SRT-DATASET TO WS-HELD-DATASET
               MOVE SRT-KEY TO WS-HELD-KEY
               MOVE SRT-IMAGE TO WS-HELD-IMAGE
               MOVE "YES" TO WS-HELD-SWITCH
           ELSE
               IF WS-HELD-SWITCH = "YES"
                   IF SRT-IMAGE = WS-HELD-IMAGE
                       ADD 1 TO WS-DSS-SAME(SRT-DATASET)
                   ELSE
                       ADD 1 TO WS-DSS-CHANGES(SRT-DATASET)
                       MOVE "CHANGE" TO DL-ACTION
                       MOVE SRT-IMAGE TO WS-DIFF-IMAGE
                       MOVE SRT-DATASET TO WS-DIFF-DATASET
                       PERFORM 3200-WRITE-DIFF-LINE
                       MOVE "  WAS" TO DL-ACTION
                       MOVE WS-HELD-IMAGE TO WS-DIFF-IMAGE
                       PERFORM 3200-WRITE-DIFF-LINE
                       PERFORM 3400-COUNT-PROMOTED
                   END-IF
                   MOVE "NO" TO WS-HELD-SWITCH
               ELSE
                   ADD 1 TO WS-DSS-ADDS(SRT-DATASET)
                   MOVE "ADD" TO DL-ACTION
                   MOVE SRT-IMAGE TO WS-DIFF-IMAGE
                   MOVE SRT-DATASET TO WS-DIFF-DATASET
                   PERFORM 3200-WRITE-DIFF-LINE
                   PERFORM 3400-COUNT-PROMOTED
               END-IF
           END-IF.

       3200-WRITE-DIFF-LINE.
      * A dataset's heading prints ahead of its first difference;
      * datasets that match show only on the summary.
           IF WS-DIFF-DATASET NOT = WS-CUR-DATASET
               MOVE WS-DIFF-DATASET TO WS-CUR-DATASET
               MOVE WS-DS-NAME(WS-CUR-DATASET) TO DH-NAME
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               WRITE RPT-LINE FROM WS-DATASET-HEADING
           END-IF
           MOVE WS-DIFF-IMAGE TO DL-IMAGE
           WRITE RPT-LINE FROM WS-DIFF-LINE
      * A WAIVLDG row is wider than the report line; the rest of it
      * follows on a continuation line under the first.
           IF WS-DS-RECLEN(WS-DIFF-DATASET) > 120
               MOVE SPACES TO DL-ACTION
               MOVE WS-DIFF-IMAGE(121:50) TO DL-IMAGE
               WRITE RPT-LINE FROM WS-DIFF-LINE
           END-IF.

       3300-PRINT-DELETE.
           ADD 1 TO WS-DSS-DELETES(WS-HELD-DATASET)
           MOVE "DELETE" TO DL-ACTION
           MOVE WS-HELD-IMAGE TO WS-DIFF-IMAGE
           MOVE WS-HELD-DATASET TO WS-DIFF-DATASET
           PERFORM 3200-WRITE-DIFF-LINE
           IF WS-DSS-INCLUDED(WS-HELD-DATASET) = "YES"
               ADD 1 TO WS-PROMOTE-DIFFS
           END-IF
           MOVE "NO" TO WS-HELD-SWITCH.

       3400-COUNT-PROMOTED.
           IF WS-DSS-INCLUDED(SRT-DATASET) = "YES"
               ADD 1 TO WS-PROMOTE-DIFFS
           END-IF.

       3900-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "DIFFERENCE SUMMARY" TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 6
               MOVE WS-DS-NAME(WS-DS-IDX) TO SL-NAME
               MOVE WS-DSS-ADDS(WS-DS-IDX) TO SL-ADDS
               MOVE WS-DSS-CHANGES(WS-DS-IDX) TO SL-CHANGES
               MOVE WS-DSS-DELETES(WS-DS-IDX) TO SL-DELETES
               MOVE WS-DSS-SAME(WS-DS-IDX) TO SL-SAME
               MOVE WS-DSS-SOURCE-RECS(WS-DS-IDX) TO SL-SOURCE
               MOVE WS-DSS-TARGET-RECS(WS-DS-IDX) TO SL-TARGET
               IF WS-DSS-INCLUDED(WS-DS-IDX) = "YES"
                   MOVE "IN PACKAGE" TO SL-PACKAGED
               ELSE
                   MOVE "NOT PROMOTED" TO SL-PACKAGED
               END-IF
               WRITE RPT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM.

       4000-WRITE-PACKAGE.
      * Each named dataset is read again in its own record order,
      * so the target ends up a copy of the source rather than a
      * re-sorted one. A set whose count no longer agrees with the
      * diff means the source moved under this step; the package
      * is emptied rather than left half-true.
           OPEN OUTPUT PACKAGE-FILE
           MOVE SPACES TO WS-PACKAGE-LINE
           MOVE "H" TO PKL-TYPE
           MOVE "PROMOTE" TO PKL-KIND
           MOVE WS-HOLD-APPROVER TO PKL-APPROVER
           MOVE WS-SOURCE-ENV TO PKL-SOURCE-ENV
           MOVE WS-TARGET-ENV TO PKL-TARGET-ENV
           MOVE WS-TODAY TO PKL-BUILT-DATE
           WRITE PACKAGE-RECORD FROM WS-PACKAGE-LINE
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 6
               IF WS-DSS-INCLUDED(WS-DS-IDX) = "YES"
                   PERFORM 4100-PACKAGE-DATASET
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PACKAGE-LINE
           MOVE "T" TO PKL-TYPE
           MOVE WS-PACKAGE-RECS TO PKL-RECORD-COUNT
           WRITE PACKAGE-RECORD FROM WS-PACKAGE-LINE
           CLOSE PACKAGE-FILE
           IF WS-ABORT-SWITCH = "YES"
               OPEN OUTPUT PACKAGE-FILE
               CLOSE PACKAGE-FILE
           END-IF.

       4100-PACKAGE-DATASET.
           MOVE SPACES TO WS-PACKAGE-LINE
           MOVE "S" TO PKL-TYPE
           MOVE WS-DS-NAME(WS-DS-IDX) TO PKL-DATASET
           MOVE WS-DSS-SOURCE-RECS(WS-DS-IDX) TO PKL-RECORD-COUNT
           WRITE PACKAGE-RECORD FROM WS-PACKAGE-LINE
           MOVE 0 TO WS-SET-RECS
           PERFORM 7000-OPEN-SOURCE
           PERFORM 7010-READ-SOURCE
           PERFORM UNTIL WS-DS-EOF = "YES"
               MOVE SPACES TO WS-PACKAGE-LINE
               MOVE "D" TO PKL-TYPE
               MOVE WS-DS-NAME(WS-DS-IDX) TO PKL-DATASET
               MOVE WS-IMAGE TO PKL-IMAGE
               WRITE PACKAGE-RECORD FROM WS-PACKAGE-LINE
               ADD 1 TO WS-SET-RECS
               ADD 1 TO WS-PACKAGE-RECS
               PERFORM 7010-READ-SOURCE
           END-PERFORM
           PERFORM 7020-CLOSE-SOURCE
           IF WS-SET-RECS NOT = WS-DSS-SOURCE-RECS(WS-DS-IDX)
               DISPLAY "Source " WS-DS-NAME(WS-DS-IDX)
                   " held " WS-DSS-SOURCE-RECS(WS-DS-IDX)
                   " records at diff time, " WS-SET-RECS " now"
               MOVE "YES" TO WS-ABORT-SWITCH
           END-IF.

       5000-APPLY-PROMOTION.
           PERFORM 5100-VERIFY-PACKAGE
           IF WS-PKG-PROBLEM NOT = SPACES
               DISPLAY "PROMPKG rejected, nothing applied: "
                   WS-PKG-PROBLEM
               MOVE "APPLY REJECTED: BAD PACKAGE" TO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 5500-TAKE-BACKUP
               IF WS-ABORT-SWITCH = "YES"
                   DISPLAY "PROMBKUP could not be written, "
                       "nothing applied"
                   MOVE "APPLY REJECTED: NO BACKUP"
                       TO WS-AUDIT-OUTCOME
                   PERFORM 9900-WRITE-AUDIT-LOG
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 6000-REPLACE-TARGETS
      * WAIVLDG is entry 3 of WS-DATASET-TABLE.
                   IF WS-APPLY-FAILED = "NO"
                       AND WS-DSS-INCLUDED(3) = "YES"
                       PERFORM 6500-REBUILD-WAIVERS
                   END-IF
                   PERFORM 6900-RECORD-PROMOTION
               END-IF
           END-IF.

       5100-VERIFY-PACKAGE.
      * The whole package is read once before anything is touched:
      * a header first, every set's row count honoured, a trailer
      * last with the right total, and the target environment it
      * was built for must be this one.
           MOVE SPACES TO WS-PKG-PROBLEM
           MOVE 0 TO WS-PKG-RECORDS WS-DS-IDX
           OPEN INPUT PACKAGE-FILE
           IF WS-PACKAGE-STATUS NOT = "00"
               MOVE SPACES TO WS-PKG-PROBLEM
               STRING "PROMPKG OPEN FAILED: " WS-PACKAGE-STATUS
                   DELIMITED BY SIZE INTO WS-PKG-PROBLEM
           ELSE
               MOVE "NO" TO WS-PKG-EOF
               PERFORM UNTIL WS-PKG-EOF = "YES"
                   OR WS-PKG-PROBLEM NOT = SPACES
                   READ PACKAGE-FILE INTO WS-PACKAGE-LINE
                       AT END
                           MOVE "YES" TO WS-PKG-EOF
                       NOT AT END
                           PERFORM 5200-CHECK-PACKAGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PACKAGE-FILE
           END-IF
           IF WS-PKG-PROBLEM = SPACES
               IF WS-PKG-HEADER-SEEN = "NO"
                   MOVE "PROMPKG is empty" TO WS-PKG-PROBLEM
               ELSE
                   IF WS-PKG-TRAILER-SEEN = "NO"
                       MOVE "no trailer, package is incomplete"
                           TO WS-PKG-PROBLEM
                   END-IF
               END-IF
           END-IF
           IF WS-PKG-PROBLEM = SPACES
               IF WS-PKG-TARGET-ENV NOT = WS-TARGET-ENV
                   STRING "built for " WS-PKG-TARGET-ENV
                       " but ENVCTL is " WS-TARGET-ENV
                       DELIMITED BY SIZE INTO WS-PKG-PROBLEM
               END-IF
           END-IF
           IF WS-PKG-PROBLEM = SPACES
               DISPLAY "Applying " WS-PKG-KIND " package from "
                   WS-PKG-SOURCE-ENV " built " WS-PKG-BUILT-DATE
                   " approved by " WS-PKG-APPROVER
                   " (" WS-INCLUDED-COUNT " datasets, "
                   WS-PKG-RECORDS " records)"
           END-IF.

       5200-CHECK-PACKAGE-RECORD.
           IF WS-PKG-TRAILER-SEEN = "YES"
               MOVE "records follow the trailer" TO WS-PKG-PROBLEM
           END-IF
           IF WS-PKG-HEADER-SEEN = "NO" AND PKL-TYPE NOT = "H"
               MOVE "first record is not a header" TO WS-PKG-PROBLEM
           END-IF
           IF WS-PKG-PROBLEM = SPACES
               EVALUATE PKL-TYPE
                   WHEN "H"
                       IF WS-PKG-HEADER-SEEN = "YES"
                           MOVE "second header record"
                               TO WS-PKG-PROBLEM
                       END-IF
                       IF PKL-KIND NOT = "PROMOTE"
                           AND PKL-KIND NOT = "BACKUP"
                           MOVE "header kind is not PROMOTE or BACKUP"
                               TO WS-PKG-PROBLEM
                       END-IF
                       MOVE "YES" TO WS-PKG-HEADER-SEEN
                       MOVE PKL-KIND TO WS-PKG-KIND
                       MOVE PKL-APPROVER TO WS-PKG-APPROVER
                       MOVE PKL-SOURCE-ENV TO WS-PKG-SOURCE-ENV
                       MOVE PKL-TARGET-ENV TO WS-PKG-TARGET-ENV
                       MOVE PKL-BUILT-DATE TO WS-PKG-BUILT-DATE
                   WHEN "S"
                       PERFORM 5300-CHECK-SET-COUNT
                       PERFORM 5400-OPEN-PACKAGE-SET
                   WHEN "D"
                       IF WS-DS-IDX = 0
                           MOVE "data record outside a set"
                               TO WS-PKG-PROBLEM
                       ELSE
                           IF PKL-DATASET NOT = WS-DS-NAME(WS-DS-IDX)
                               MOVE "data record in the wrong set"
                                   TO WS-PKG-PROBLEM
                           END-IF
                       END-IF
                       ADD 1 TO WS-SET-RECS
                       ADD 1 TO WS-PKG-RECORDS
                   WHEN "T"
                       PERFORM 5300-CHECK-SET-COUNT
                       MOVE "YES" TO WS-PKG-TRAILER-SEEN
                       IF PKL-RECORD-COUNT NOT = WS-PKG-RECORDS
                           MOVE "trailer count does not match"
                               TO WS-PKG-PROBLEM
                       END-IF
                   WHEN OTHER
                       MOVE "unknown record type" TO WS-PKG-PROBLEM
               END-EVALUATE
           END-IF.

       5300-CHECK-SET-COUNT.
           IF WS-DS-IDX NOT = 0
               IF WS-SET-RECS NOT = WS-SET-EXPECTED
                   MOVE SPACES TO WS-PKG-PROBLEM
                   STRING WS-DS-NAME(WS-DS-IDX)
                       " set count does not match"
                       DELIMITED BY SIZE INTO WS-PKG-PROBLEM
               END-IF
           END-IF.

       5400-OPEN-PACKAGE-SET.
           MOVE 0 TO WS-DS-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 6
               IF PKL-DATASET = WS-DS-NAME(WS-SCAN-IDX)
                   MOVE WS-SCAN-IDX TO WS-DS-IDX
               END-IF
           END-PERFORM
           IF WS-DS-IDX = 0
               MOVE SPACES TO WS-PKG-PROBLEM
               STRING "unknown dataset " PKL-DATASET
                   DELIMITED BY SIZE INTO WS-PKG-PROBLEM
           ELSE
               IF WS-DSS-INCLUDED(WS-DS-IDX) = "YES"
                   MOVE SPACES TO WS-PKG-PROBLEM
                   STRING WS-DS-NAME(WS-DS-IDX) " appears twice"
                       DELIMITED BY SIZE INTO WS-PKG-PROBLEM
               END-IF
               MOVE "YES" TO WS-DSS-INCLUDED(WS-DS-IDX)
               ADD 1 TO WS-INCLUDED-COUNT
           END-IF
           MOVE PKL-RECORD-COUNT TO WS-SET-EXPECTED
           MOVE 0 TO WS-SET-RECS.

       5500-TAKE-BACKUP.
      * The backup is a package in its own right, kind BACKUP, built
      * for this same environment: rollback is an APPLY of it. Every
      * dataset the promotion will replace is copied in full before
      * the first one is touched.
           OPEN OUTPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "PROMBKUP OPEN FAILED: " WS-BACKUP-STATUS
               MOVE "YES" TO WS-ABORT-SWITCH
           ELSE
               MOVE SPACES TO WS-PACKAGE-LINE
               MOVE "H" TO PKL-TYPE
               MOVE "BACKUP" TO PKL-KIND
               MOVE WS-PKG-APPROVER TO PKL-APPROVER
               MOVE WS-TARGET-ENV TO PKL-SOURCE-ENV
               MOVE WS-TARGET-ENV TO PKL-TARGET-ENV
               MOVE WS-TODAY TO PKL-BUILT-DATE
               WRITE BACKUP-RECORD FROM WS-PACKAGE-LINE
               MOVE 0 TO WS-PACKAGE-RECS
               PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                       UNTIL WS-DS-IDX > 6
                   IF WS-DSS-INCLUDED(WS-DS-IDX) = "YES"
                       PERFORM 5600-BACKUP-DATASET
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-PACKAGE-LINE
               MOVE "T" TO PKL-TYPE
               MOVE WS-PACKAGE-RECS TO PKL-RECORD-COUNT
               WRITE BACKUP-RECORD FROM WS-PACKAGE-LINE
               IF WS-BACKUP-STATUS NOT = "00"
                   MOVE "YES" TO WS-ABORT-SWITCH
               END-IF
               CLOSE BACKUP-FILE
               DISPLAY "PROMBKUP holds " WS-PACKAGE-RECS
                   " records of the " WS-TARGET-ENV
                   " datasets being replaced"
           END-IF.

       5600-BACKUP-DATASET.
      * The set record carries its row count, so the target is read
      * once to count and once to copy. A target not yet created
      * backs up as an empty set.
           MOVE 0 TO WS-SET-RECS
           PERFORM 7100-OPEN-TARGET-INPUT
           PERFORM 5610-CHECK-BACKUP-OPEN
           PERFORM 7110-READ-TARGET
           PERFORM UNTIL WS-DS-EOF = "YES"
               ADD 1 TO WS-SET-RECS
               PERFORM 7110-READ-TARGET
           END-PERFORM
           PERFORM 7120-CLOSE-TARGET
           MOVE SPACES TO WS-PACKAGE-LINE
           MOVE "S" TO PKL-TYPE
           MOVE WS-DS-NAME(WS-DS-IDX) TO PKL-DATASET
           MOVE WS-SET-RECS TO PKL-RECORD-COUNT
           WRITE BACKUP-RECORD FROM WS-PACKAGE-LINE
           PERFORM 7100-OPEN-TARGET-INPUT
           PERFORM 7110-READ-TARGET
           PERFORM UNTIL WS-DS-EOF = "YES"
               MOVE SPACES TO WS-PACKAGE-LINE
               MOVE "D" TO PKL-TYPE
               MOVE WS-DS-NAME(WS-DS-IDX) TO PKL-DATASET
               MOVE WS-IMAGE TO PKL-IMAGE
               WRITE BACKUP-RECORD FROM WS-PACKAGE-LINE
               IF WS-BACKUP-STATUS NOT = "00"
                   MOVE "YES" TO WS-ABORT-SWITCH
               END-IF
               ADD 1 TO WS-PACKAGE-RECS
               PERFORM 7110-READ-TARGET
           END-PERFORM
           PERFORM 7120-CLOSE-TARGET.

       5610-CHECK-BACKUP-OPEN.
           IF WS-IO-STATUS NOT = "00" AND WS-IO-STATUS NOT = "35"
               DISPLAY "Target " WS-DS-NAME(WS-DS-IDX)
                   " OPEN FAILED: " WS-IO-STATUS
               MOVE "YES" TO WS-ABORT-SWITCH
           END-IF.

       6000-REPLACE-TARGETS.
      * One pass of the verified package: each set record closes the
      * dataset before it and empties the next; its rows follow.
      * The first failure stops the pass -- the backup is complete,
      * so the way back is an APPLY of PROMBKUP.
           MOVE 0 TO WS-DS-IDX
           MOVE "NO" TO WS-DS-OPEN WS-PKG-EOF
           OPEN INPUT PACKAGE-FILE
           PERFORM UNTIL WS-PKG-EOF = "YES"
               OR WS-APPLY-FAILED = "YES"
               READ PACKAGE-FILE INTO WS-PACKAGE-LINE
                   AT END
                       MOVE "YES" TO WS-PKG-EOF
                   NOT AT END
                       EVALUATE PKL-TYPE
                           WHEN "S"
                               PERFORM 6100-START-TARGET-SET
                           WHEN "D"
                               MOVE PKL-IMAGE TO WS-IMAGE
                               PERFORM 7140-WRITE-TARGET
                               IF WS-APPLY-FAILED = "NO"
                                   ADD 1 TO WS-DSS-APPLIED(WS-DS-IDX)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PACKAGE-FILE
           IF WS-DS-OPEN = "YES"
               PERFORM 7160-CLOSE-TARGET-OUTPUT
           END-IF.

       6100-START-TARGET-SET.
           IF WS-DS-OPEN = "YES"
               PERFORM 7160-CLOSE-TARGET-OUTPUT
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 6
               IF PKL-DATASET = WS-DS-NAME(WS-SCAN-IDX)
                   MOVE WS-SCAN-IDX TO WS-DS-IDX
               END-IF
           END-PERFORM
           PERFORM 7130-OPEN-TARGET-OUTPUT.

       6500-REBUILD-WAIVERS.
      * WAIVERS is written whole from the ledger just applied, its
      * APPROVED entries only and lapsed ones included, exactly as
      * WaiverMaint writes it. It is derived, so the backup does not
      * hold it: rolling the ledger back rebuilds it the same way.
           MOVE 0 TO WS-REBUILT-RECS
           MOVE 3 TO WS-DS-IDX
           OPEN OUTPUT WAIVER-FILE
           IF WS-WAIVER-STATUS NOT = "00"
               DISPLAY "Target WAIVERS OPEN FAILED: " WS-WAIVER-STATUS
               MOVE "WAIVERS" TO WS-FAILED-DATASET
               MOVE "YES" TO WS-APPLY-FAILED
           ELSE
               PERFORM 7100-OPEN-TARGET-INPUT
               IF WS-IO-STATUS NOT = "00"
                   PERFORM 7190-NOTE-APPLY-FAILURE
               END-IF
               PERFORM 7110-READ-TARGET
               PERFORM UNTIL WS-DS-EOF = "YES"
                   OR WS-APPLY-FAILED = "YES"
                   IF WL-STATUS = "APPROVED"
                       PERFORM 6510-WRITE-WAIVER
                   END-IF
                   PERFORM 7110-READ-TARGET
               END-PERFORM
               PERFORM 7120-CLOSE-TARGET
               CLOSE WAIVER-FILE
           END-IF.

       6510-WRITE-WAIVER.
           MOVE WL-PROGRAM-ID  TO WV-PROGRAM-ID
           MOVE WL-RULE-ID     TO WV-RULE-ID
           MOVE WL-REASON      TO WV-REASON
           MOVE WL-APPROVER    TO WV-APPROVER
           MOVE WL-EXPIRY-DATE TO WV-EXPIRY-DATE
           WRITE WAIVER-RECORD
           IF WS-WAIVER-STATUS = "00"
               ADD 1 TO WS-REBUILT-RECS
           ELSE
               DISPLAY "Target WAIVERS write failed: "
                   WS-WAIVER-STATUS
               MOVE "WAIVERS" TO WS-FAILED-DATASET
               MOVE "YES" TO WS-APPLY-FAILED
           END-IF.

       6900-RECORD-PROMOTION.
           IF WS-PKG-KIND = "BACKUP"
               MOVE "RESTORED" TO WS-AUDIT-VERB
           ELSE
               MOVE "PROMOTED" TO WS-AUDIT-VERB
           END-IF
      * One record per dataset replaced, then one naming who
      * approved it; a failed apply records only the failure.
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1 UNTIL WS-DS-IDX > 6
               IF WS-DSS-INCLUDED(WS-DS-IDX) = "YES"
                   AND WS-APPLY-FAILED = "NO"
                   MOVE WS-DSS-APPLIED(WS-DS-IDX) TO WS-AUDIT-COUNT
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING WS-AUDIT-VERB " " DELIMITED BY SIZE
                       WS-DS-NAME(WS-DS-IDX) DELIMITED BY SPACE
                       " RECS=" WS-AUDIT-COUNT DELIMITED BY SIZE
                       INTO WS-AUDIT-OUTCOME
                   PERFORM 9900-WRITE-AUDIT-LOG
                   DISPLAY WS-AUDIT-OUTCOME
               END-IF
           END-PERFORM
           IF WS-DSS-INCLUDED(3) = "YES" AND WS-APPLY-FAILED = "NO"
               MOVE WS-REBUILT-RECS TO WS-AUDIT-COUNT
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "REBUILT WAIVERS RECS=" WS-AUDIT-COUNT
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
               DISPLAY WS-AUDIT-OUTCOME
           END-IF
           MOVE SPACES TO WS-AUDIT-OUTCOME
           IF WS-APPLY-FAILED = "YES"
               STRING "APPLY FAILED ON " WS-FAILED-DATASET
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               DISPLAY "Target " WS-FAILED-DATASET " could not be "
                   "written; restore with APPLY of PROMBKUP"
               MOVE 12 TO RETURN-CODE
           ELSE
               STRING "APPR=" DELIMITED BY SIZE
                   WS-PKG-APPROVER DELIMITED BY SPACE
                   " SRC=" DELIMITED BY SIZE
                   WS-PKG-SOURCE-ENV DELIMITED BY SPACE
                   " SETS=" WS-INCLUDED-COUNT DELIMITED BY SIZE
                   INTO WS-AUDIT-OUTCOME
                   ON OVERFLOW
                       CONTINUE
               END-STRING
               DISPLAY WS-PKG-KIND " package applied to "
                   WS-TARGET-ENV
           END-IF
           PERFORM 9900-WRITE-AUDIT-LOG.

       7000-OPEN-SOURCE.
      * Source-side access by table position, so the diff and the
      * package builder walk all six datasets with the same loop.
           MOVE "NO" TO WS-DS-EOF
           EVALUATE WS-DS-IDX
               WHEN 1
                   OPEN INPUT SOURCE-REGISTRY-FILE
                   MOVE WS-SRCREG-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = "00"
                       MOVE LOW-VALUES TO SRG-PROGRAM-ID
                       START SOURCE-REGISTRY-FILE
                           KEY NOT < SRG-PROGRAM-ID
                           INVALID KEY
                               MOVE "YES" TO WS-DS-EOF
                       END-START
                   END-IF
               WHEN 2
                   OPEN INPUT SRC-EXPECTED-FILE
                   MOVE WS-SRCEXP-STATUS TO WS-IO-STATUS
               WHEN 3
                   OPEN INPUT SOURCE-LEDGER-FILE
                   MOVE WS-SRCLDG-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = "00"
                       MOVE LOW-VALUES TO SWL-KEY
                       START SOURCE-LEDGER-FILE
                           KEY NOT < SWL-KEY
                           INVALID KEY
                               MOVE "YES" TO WS-DS-EOF
                       END-START
                   END-IF
               WHEN 4
                   OPEN INPUT SRC-PROFILE-FILE
                   MOVE WS-SRCPROF-STATUS TO WS-IO-STATUS
               WHEN 5
                   OPEN INPUT SRC-ALIAS-FILE
                   MOVE WS-SRCALIA-STATUS TO WS-IO-STATUS
               WHEN 6
                   OPEN INPUT SRC-CATALOG-FILE
                   MOVE WS-SRCCWE-STATUS TO WS-IO-STATUS
           END-EVALUATE
           IF WS-IO-STATUS = "00"
               MOVE "YES" TO WS-DS-OPEN
           ELSE
               MOVE "NO" TO WS-DS-OPEN
               MOVE "YES" TO WS-DS-EOF
           END-IF.

       7010-READ-SOURCE.
           IF WS-DS-EOF = "NO"
               MOVE SPACES TO WS-IMAGE
               EVALUATE WS-DS-IDX
                   WHEN 1
                       READ SOURCE-REGISTRY-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE SOURCE-REGISTRY-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 2
                       READ SRC-EXPECTED-FILE
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE SRC-EXPECTED-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 3
                       READ SOURCE-LEDGER-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE SOURCE-LEDGER-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 4
                       READ SRC-PROFILE-FILE
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE SRC-PROFILE-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 5
                       READ SRC-ALIAS-FILE
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE SRC-ALIAS-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 6
                       READ SRC-CATALOG-FILE
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE SRC-CATALOG-RECORD TO WS-IMAGE
                       END-READ
               END-EVALUATE
           END-IF.

       7020-CLOSE-SOURCE.
           IF WS-DS-OPEN = "YES"
               EVALUATE WS-DS-IDX
                   WHEN 1
                       CLOSE SOURCE-REGISTRY-FILE
                   WHEN 2
                       CLOSE SRC-EXPECTED-FILE
                   WHEN 3
                       CLOSE SOURCE-LEDGER-FILE
                   WHEN 4
                       CLOSE SRC-PROFILE-FILE
                   WHEN 5
                       CLOSE SRC-ALIAS-FILE
                   WHEN 6
                       CLOSE SRC-CATALOG-FILE
               END-EVALUATE
               MOVE "NO" TO WS-DS-OPEN
           END-IF.

       7100-OPEN-TARGET-INPUT.
           MOVE "NO" TO WS-DS-EOF
           EVALUATE WS-DS-IDX
               WHEN 1
                   OPEN INPUT TEST-REGISTRY-FILE
                   MOVE WS-REGISTRY-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = "00"
                       MOVE LOW-VALUES TO TRG-PROGRAM-ID
                       START TEST-REGISTRY-FILE
                           KEY NOT < TRG-PROGRAM-ID
                           INVALID KEY
                               MOVE "YES" TO WS-DS-EOF
                       END-START
                   END-IF
               WHEN 2
                   OPEN INPUT EXPECTED-RESULTS-FILE
                   MOVE WS-EXPECTED-STATUS TO WS-IO-STATUS
               WHEN 3
                   OPEN INPUT WAIVER-LEDGER-FILE
                   MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
                   IF WS-IO-STATUS = "00"
                       MOVE LOW-VALUES TO WL-KEY
                       START WAIVER-LEDGER-FILE
                           KEY NOT < WL-KEY
                           INVALID KEY
                               MOVE "YES" TO WS-DS-EOF
                       END-START
                   END-IF
               WHEN 4
                   OPEN INPUT PROFILE-FILE
                   MOVE WS-PROFILE-STATUS TO WS-IO-STATUS
               WHEN 5
                   OPEN INPUT RULE-ALIAS-FILE
                   MOVE WS-ALIAS-STATUS TO WS-IO-STATUS
               WHEN 6
                   OPEN INPUT CATALOG-FILE
                   MOVE WS-CATALOG-STATUS TO WS-IO-STATUS
           END-EVALUATE
           IF WS-IO-STATUS = "00"
               MOVE "YES" TO WS-DS-OPEN
           ELSE
               MOVE "NO" TO WS-DS-OPEN
               MOVE "YES" TO WS-DS-EOF
           END-IF.

       7110-READ-TARGET.
           IF WS-DS-EOF = "NO"
               MOVE SPACES TO WS-IMAGE
               EVALUATE WS-DS-IDX
                   WHEN 1
                       READ TEST-REGISTRY-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE TEST-REGISTRY-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 2
                       READ EXPECTED-RESULTS-FILE
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE EXPECTED-RESULT TO WS-IMAGE
                       END-READ
                   WHEN 3
                       READ WAIVER-LEDGER-FILE NEXT RECORD
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE WAIVER-LEDGER-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 4
                       READ PROFILE-FILE
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE PROFILE-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 5
                       READ RULE-ALIAS-FILE
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE RULE-ALIAS-RECORD TO WS-IMAGE
                       END-READ
                   WHEN 6
                       READ CATALOG-FILE
                           AT END
                               MOVE "YES" TO WS-DS-EOF
                           NOT AT END
                               MOVE CATALOG-RECORD TO WS-IMAGE
                       END-READ
               END-EVALUATE
           END-IF.

       7120-CLOSE-TARGET.
           IF WS-DS-OPEN = "YES"
               PERFORM 7160-CLOSE-TARGET-OUTPUT
           END-IF.

       7130-OPEN-TARGET-OUTPUT.
      * TESTREG and WAIVLDG are keyed, so they are emptied record by
      * record and reloaded in place rather than reallocated; the
      * line-sequential datasets are simply rewritten.
           EVALUATE WS-DS-IDX
               WHEN 1
                   OPEN I-O TEST-REGISTRY-FILE
                   IF WS-REGISTRY-STATUS = "35"
                       OPEN OUTPUT TEST-REGISTRY-FILE
                   ELSE
                       IF WS-REGISTRY-STATUS = "00"
                           PERFORM 7150-CLEAR-REGISTRY
                       END-IF
                   END-IF
                   MOVE WS-REGISTRY-STATUS TO WS-IO-STATUS
               WHEN 2
                   OPEN OUTPUT EXPECTED-RESULTS-FILE
                   MOVE WS-EXPECTED-STATUS TO WS-IO-STATUS
               WHEN 3
                   OPEN I-O WAIVER-LEDGER-FILE
                   IF WS-LEDGER-STATUS = "35"
                       OPEN OUTPUT WAIVER-LEDGER-FILE
                   ELSE
                       IF WS-LEDGER-STATUS = "00"
                           PERFORM 7155-CLEAR-LEDGER
                       END-IF
                   END-IF
                   MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
               WHEN 4
                   OPEN OUTPUT PROFILE-FILE
                   MOVE WS-PROFILE-STATUS TO WS-IO-STATUS
               WHEN 5
                   OPEN OUTPUT RULE-ALIAS-FILE
                   MOVE WS-ALIAS-STATUS TO WS-IO-STATUS
               WHEN 6
                   OPEN OUTPUT CATALOG-FILE
                   MOVE WS-CATALOG-STATUS TO WS-IO-STATUS
           END-EVALUATE
           IF WS-IO-STATUS = "00"
               MOVE "YES" TO WS-DS-OPEN
           ELSE
               MOVE "NO" TO WS-DS-OPEN
               PERFORM 7190-NOTE-APPLY-FAILURE
           END-IF.

       7140-WRITE-TARGET.
           EVALUATE WS-DS-IDX
               WHEN 1
                   MOVE WS-IMAGE TO TEST-REGISTRY-RECORD
                   WRITE TEST-REGISTRY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE WS-REGISTRY-STATUS TO WS-IO-STATUS
               WHEN 2
                   MOVE WS-IMAGE TO EXPECTED-RESULT
                   WRITE EXPECTED-RESULT
                   MOVE WS-EXPECTED-STATUS TO WS-IO-STATUS
               WHEN 3
                   MOVE WS-IMAGE TO WAIVER-LEDGER-RECORD
                   WRITE WAIVER-LEDGER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE WS-LEDGER-STATUS TO WS-IO-STATUS
               WHEN 4
                   MOVE WS-IMAGE TO PROFILE-RECORD
                   WRITE PROFILE-RECORD
                   MOVE WS-PROFILE-STATUS TO WS-IO-STATUS
               WHEN 5
                   MOVE WS-IMAGE TO RULE-ALIAS-RECORD
                   WRITE RULE-ALIAS-RECORD
                   MOVE WS-ALIAS-STATUS TO WS-IO-STATUS
               WHEN 6
                   MOVE WS-IMAGE TO CATALOG-RECORD
                   WRITE CATALOG-RECORD
                   MOVE WS-CATALOG-STATUS TO WS-IO-STATUS
           END-EVALUATE
           IF WS-IO-STATUS NOT = "00"
               PERFORM 7190-NOTE-APPLY-FAILURE
           END-IF.

       7150-CLEAR-REGISTRY.
           MOVE "NO" TO WS-DS-EOF
           MOVE LOW-VALUES TO TRG-PROGRAM-ID
           START TEST-REGISTRY-FILE KEY NOT < TRG-PROGRAM-ID
               INVALID KEY
                   MOVE "YES" TO WS-DS-EOF
           END-START
           PERFORM UNTIL WS-DS-EOF = "YES"
               READ TEST-REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-DS-EOF
                   NOT AT END
                       DELETE TEST-REGISTRY-FILE RECORD
                           INVALID KEY
                               MOVE "YES" TO WS-DS-EOF
                       END-DELETE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-REGISTRY-STATUS.

       7155-CLEAR-LEDGER.
           MOVE "NO" TO WS-DS-EOF
           MOVE LOW-VALUES TO WL-KEY
           START WAIVER-LEDGER-FILE KEY NOT < WL-KEY
               INVALID KEY
                   MOVE "YES" TO WS-DS-EOF
           END-START
           PERFORM UNTIL WS-DS-EOF = "YES"
               READ WAIVER-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "YES" TO WS-DS-EOF
                   NOT AT END
                       DELETE WAIVER-LEDGER-FILE RECORD
                           INVALID KEY
                               MOVE "YES" TO WS-DS-EOF
                       END-DELETE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LEDGER-STATUS.

       7160-CLOSE-TARGET-OUTPUT.
           EVALUATE WS-DS-IDX
               WHEN 1
                   CLOSE TEST-REGISTRY-FILE
               WHEN 2
                   CLOSE EXPECTED-RESULTS-FILE
               WHEN 3
                   CLOSE WAIVER-LEDGER-FILE
               WHEN 4
                   CLOSE PROFILE-FILE
               WHEN 5
                   CLOSE RULE-ALIAS-FILE
               WHEN 6
                   CLOSE CATALOG-FILE
           END-EVALUATE
           MOVE "NO" TO WS-DS-OPEN.

       7190-NOTE-APPLY-FAILURE.
           DISPLAY "Target " WS-DS-NAME(WS-DS-IDX)
               " write failed: " WS-IO-STATUS
           MOVE WS-DS-NAME(WS-DS-IDX) TO WS-FAILED-DATASET
           MOVE "YES" TO WS-APPLY-FAILED.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

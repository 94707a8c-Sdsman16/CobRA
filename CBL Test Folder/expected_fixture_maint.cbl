      * off-list severity) is rejected with a reason and the fixture
      * row it aimed at is left exactly as it was. CC 4 when any
      * card was rejected.
      * Fixture rows and cards are sorted together on program-id
      * (fixture rows first, then cards in the order they were read)
      * and each program's cards applied as its group goes by; the
      * surviving rows, the image pairs and the rejects go to the
      * FXMWORK work file, sorted back into fixture and card order to
      * be written out, so a fixture of any size can be maintained.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "FIXMRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FIXM-WORK-FILE ASSIGN TO "FXMWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FXMWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT FIXM-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
               EXP-RULE-ID BY OUT-RULE-ID
               EXP-SEVERITY BY OUT-SEVERITY.
       FD  COMMAND-FILE.
       01 COMMAND-CARD               PIC X(68).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One output item, in the order it is to be written: a kept
      * fixture row (FMW-KIND 1) at its place in the fixture, an added
      * row (2) at the place of the card that added it, or a report
      * item (3) -- an image line (FMW-TYPE "I") with the audit record
      * it carries, or a reject line ("R") -- at its card's place.
       FD  FIXM-WORK-FILE.
       01 FIXM-WORK-RECORD.
           05 FMW-KIND                PIC 9(1).
           05 FMW-SEQ                 PIC 9(9).
           05 FMW-SUB                 PIC 9(1).
           05 FMW-TYPE                PIC X(1).
           05 FMW-LINE                PIC X(80).
           05 FMW-ROW-VIEW REDEFINES FMW-LINE.
               10 FMW-PROGRAM-ID      PIC X(30).
               10 FMW-RULE-ID         PIC X(20).
               10 FMW-SEVERITY        PIC X(10).
               10 FILLER              PIC X(20).
           05 FMW-AUDIT-PROGRAM-ID    PIC X(30).
           05 FMW-AUDIT-OUTCOME       PIC X(30).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-PROGRAM-ID          PIC X(30).
           05 SRT-KIND                PIC 9(1).
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-ACTION              PIC X(8).
           05 SRT-RULE-ID             PIC X(20).
           05 SRT-SEVERITY            PIC X(10).
       SD  FIXM-SORT-FILE.
       01 FIXM-SORT-RECORD.
           05 FMS-KIND                PIC 9(1).
           05 FMS-SEQ                 PIC 9(9).
           05 FMS-SUB                 PIC 9(1).
           05 FMS-TYPE                PIC X(1).
           05 FMS-LINE                PIC X(80).
           05 FMS-ROW-VIEW REDEFINES FMS-LINE.
               10 FMS-PROGRAM-ID      PIC X(30).
               10 FMS-RULE-ID         PIC X(20).
               10 FMS-SEVERITY        PIC X(10).
               10 FILLER              PIC X(20).
           05 FMS-AUDIT-PROGRAM-ID    PIC X(30).
           05 FMS-AUDIT-OUTCOME       PIC X(30).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-EXPECTED-STATUS PIC X(2).
       01 WS-OUT-STATUS      PIC X(2).
       01 WS-COMMAND-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-FXMWORK-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-APPLIED-COUNT   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT  PIC 9(5) VALUE 0.
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-CARD-SEQ        PIC 9(9) VALUE 0.
       01 WS-ITEM-SUB        PIC 9(1) VALUE 0.
       01 WS-CUR-PROGRAM     PIC X(30).
       01 FIXTURE-COMMAND.
           05 CMD-ACTION              PIC X(8).
           05 CMD-PROGRAM-ID          PIC X(30).
           05 CMD-RULE-ID             PIC X(20).
           05 CMD-SEVERITY            PIC X(10).
      * The current program's fixture rows and any row a card adds,
      * in fixture order. A program normally has one row; a row
      * pushed out by more than 20 duplicates is written out as it
      * stands, being the earliest and so the last a card would reach.
       01 WS-FIX-COUNT       PIC 9(2) VALUE 0.
       01 WS-FIX-IDX         PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(2) VALUE 0.
       01 WS-FIX-TABLE.
           05 WS-FIX-ENTRY OCCURS 20 TIMES.
               10 WS-FIX-KIND     PIC 9(1).
               10 WS-FIX-SEQ      PIC 9(9).
               10 WS-FIX-PROGRAM  PIC X(30).
               10 WS-FIX-RULE     PIC X(20).
               10 WS-FIX-SEV      PIC X(10).
           05 WS-REJ-REASON      PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT EXPECTED-RESULTS-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "EXPRESULT OPEN FAILED: " WS-EXPECTED-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-KIND SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-INPUTS
               OUTPUT PROCEDURE IS 2000-APPLY-COMMANDS
           IF SORT-RETURN = 0
               OPEN OUTPUT REPORT-FILE
               MOVE "EXPECTED-RESULTS FIXTURE MAINTENANCE" TO RPT-LINE
               WRITE RPT-LINE
               OPEN OUTPUT FIXTURE-OUT-FILE
               SORT FIXM-SORT-FILE
                   ON ASCENDING KEY FMS-KIND FMS-SEQ FMS-SUB
                   USING FIXM-WORK-FILE
                   OUTPUT PROCEDURE IS 5000-WRITE-OUTPUTS
               CLOSE FIXTURE-OUT-FILE
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "APPLIED: " WS-APPLIED-COUNT
               " rejected " WS-REJECTED-COUNT
           MOVE "ExpectedFixtureMaint" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
      * "FIX APPLIED=nnnnn REJ=nnnnn" fits WS-AUDIT-OUTCOME's 30
      * bytes -- the reject count must not fall off the end.
           STRING "FIX APPLIED=" WS-APPLIED-COUNT
               " REJ=" WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           END-IF
           GOBACK.

       1000-RELEASE-INPUTS.
      * Fixture rows first (SRT-KIND 0), then the cards (1); the one
      * release sequence keeps fixture order and card order both.
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ EXPECTED-RESULTS-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO SORT-RECORD
                       MOVE EXP-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 0 TO SRT-KIND
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE WS-RELEASE-SEQ TO SRT-SEQ
                       MOVE EXP-RULE-ID TO SRT-RULE-ID
                       MOVE EXP-SEVERITY TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE EXPECTED-RESULTS-FILE
           MOVE "NO" TO WS-EOF-SWITCH
           OPEN INPUT COMMAND-FILE
           IF WS-COMMAND-STATUS NOT = "00"
               DISPLAY "FIXCMDS OPEN FAILED: " WS-COMMAND-STATUS
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE COMMAND-CARD TO FIXTURE-COMMAND
                       MOVE SPACES TO SORT-RECORD
                       MOVE CMD-PROGRAM-ID TO SRT-PROGRAM-ID
                       MOVE 1 TO SRT-KIND
                       ADD 1 TO WS-RELEASE-SEQ
                       MOVE WS-RELEASE-SEQ TO SRT-SEQ
                       MOVE CMD-ACTION TO SRT-ACTION
                       MOVE CMD-RULE-ID TO SRT-RULE-ID
                       MOVE CMD-SEVERITY TO SRT-SEVERITY
                       RELEASE SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE COMMAND-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       2000-APPLY-COMMANDS.
           OPEN OUTPUT FIXM-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
                           PERFORM 2900-FLUSH-PROGRAM
                           MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
                       END-IF
                       IF SRT-KIND = 0
                           PERFORM 2050-HOLD-FIXTURE-ROW
                       ELSE
                           PERFORM 2100-APPLY-ONE-COMMAND
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM 2900-FLUSH-PROGRAM
           CLOSE FIXM-WORK-FILE.

       2050-HOLD-FIXTURE-ROW.
           IF WS-FIX-COUNT = 20
               MOVE 1 TO WS-FIX-IDX
               PERFORM 2950-WRITE-FIXTURE-ROW
               PERFORM VARYING WS-FIX-IDX FROM 1 BY 1
                       UNTIL WS-FIX-IDX > 19
                   MOVE WS-FIX-ENTRY(WS-FIX-IDX + 1)
                       TO WS-FIX-ENTRY(WS-FIX-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-FIX-COUNT
           END-IF
           ADD 1 TO WS-FIX-COUNT
           MOVE 1 TO WS-FIX-KIND(WS-FIX-COUNT)
           MOVE SRT-SEQ TO WS-FIX-SEQ(WS-FIX-COUNT)
           MOVE SRT-PROGRAM-ID TO WS-FIX-PROGRAM(WS-FIX-COUNT)
           MOVE SRT-RULE-ID TO WS-FIX-RULE(WS-FIX-COUNT)
           MOVE SRT-SEVERITY TO WS-FIX-SEV(WS-FIX-COUNT)
           MOVE "HELD" TO WS-FIX-STATE(WS-FIX-COUNT).

       2100-APPLY-ONE-COMMAND.
           MOVE SRT-ACTION TO CMD-ACTION
           MOVE SRT-PROGRAM-ID TO CMD-PROGRAM-ID
           MOVE SRT-RULE-ID TO CMD-RULE-ID
           MOVE SRT-SEVERITY TO CMD-SEVERITY
           MOVE SRT-SEQ TO WS-CARD-SEQ
           MOVE 0 TO WS-ITEM-SUB
           PERFORM 2200-FIND-FIXTURE-ROW
           EVALUATE CMD-ACTION
               WHEN "ADD"
           MOVE 0 TO WS-FIX-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FIX-COUNT
               IF WS-FIX-STATE(WS-SCAN-IDX) NOT = "DELETED"
                   MOVE WS-SCAN-IDX TO WS-FIX-IDX
               END-IF
           END-PERFORM.
               MOVE "SKIP" TO CMD-ACTION
           END-IF.

       2900-FLUSH-PROGRAM.
      * The finished program's surviving rows, deletions dropped.
           PERFORM VARYING WS-FIX-IDX FROM 1 BY 1
                   UNTIL WS-FIX-IDX > WS-FIX-COUNT
               IF WS-FIX-STATE(WS-FIX-IDX) NOT = "DELETED"
                   PERFORM 2950-WRITE-FIXTURE-ROW
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FIX-COUNT.

       2950-WRITE-FIXTURE-ROW.
           MOVE SPACES TO FIXM-WORK-RECORD
           MOVE WS-FIX-KIND(WS-FIX-IDX) TO FMW-KIND
           MOVE WS-FIX-SEQ(WS-FIX-IDX) TO FMW-SEQ
           MOVE 0 TO FMW-SUB
           MOVE WS-FIX-PROGRAM(WS-FIX-IDX) TO FMW-PROGRAM-ID
           MOVE WS-FIX-RULE(WS-FIX-IDX) TO FMW-RULE-ID
           MOVE WS-FIX-SEV(WS-FIX-IDX) TO FMW-SEVERITY
           WRITE FIXM-WORK-RECORD.

       3100-APPLY-ADD.
           IF WS-FIX-IDX > 0
               MOVE "ALREADY IN FIXTURE" TO WS-REJ-REASON
                       MOVE "RULE-ID BLANK" TO WS-REJ-REASON
                       PERFORM 4500-WRITE-REJECT
                   ELSE
                       IF WS-FIX-COUNT < 20
                           ADD 1 TO WS-FIX-COUNT
                           MOVE WS-FIX-COUNT TO WS-FIX-IDX
                           MOVE 2 TO WS-FIX-KIND(WS-FIX-IDX)
                           MOVE WS-CARD-SEQ TO WS-FIX-SEQ(WS-FIX-IDX)
                           MOVE CMD-PROGRAM-ID
                               TO WS-FIX-PROGRAM(WS-FIX-IDX)
                           MOVE CMD-RULE-ID
      * the same image trimmed into the 30-byte outcome field, two
      * records (BEFORE then AFTER) per applied change.
           MOVE "BEFORE  " TO WS-IMG-TAG
           PERFORM 4300-QUEUE-ITEM
           MOVE "I" TO FMW-TYPE
           MOVE WS-IMAGE-LINE TO FMW-LINE
           IF WS-IMG-RULE-ID = SPACES
               MOVE "FIX OLD (ABSENT)" TO FMW-AUDIT-OUTCOME
           ELSE
               STRING "FIX OLD " WS-IMG-RULE-ID
                   DELIMITED BY SIZE INTO FMW-AUDIT-OUTCOME
           END-IF
           WRITE FIXM-WORK-RECORD.

       4200-WRITE-AFTER-IMAGE.
           MOVE "AFTER   " TO WS-IMG-TAG
           ELSE
               PERFORM 4000-CAPTURE-BEFORE-IMAGE
           END-IF
           PERFORM 4300-QUEUE-ITEM
           MOVE "I" TO FMW-TYPE
           MOVE WS-IMAGE-LINE TO FMW-LINE
           IF WS-IMG-RULE-ID = SPACES
               MOVE "FIX NEW (ABSENT)" TO FMW-AUDIT-OUTCOME
           ELSE
               STRING "FIX NEW " WS-IMG-RULE-ID
                   DELIMITED BY SIZE INTO FMW-AUDIT-OUTCOME
           END-IF
           WRITE FIXM-WORK-RECORD.

       4300-QUEUE-ITEM.
      * A report item is held at its card's place in FXMWORK and
      * written, with its audit record or DISPLAY, once the cards are
      * back in the order they were read.
           MOVE SPACES TO FIXM-WORK-RECORD
           MOVE 3 TO FMW-KIND
           MOVE WS-CARD-SEQ TO FMW-SEQ
           ADD 1 TO WS-ITEM-SUB
           MOVE WS-ITEM-SUB TO FMW-SUB
           MOVE CMD-PROGRAM-ID TO FMW-AUDIT-PROGRAM-ID.

       4500-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CMD-ACTION     TO WS-REJ-ACTION
           MOVE CMD-PROGRAM-ID TO WS-REJ-PROGRAM-ID
           PERFORM 4300-QUEUE-ITEM
           MOVE "R" TO FMW-TYPE
           MOVE WS-REJECT-LINE TO FMW-LINE
           WRITE FIXM-WORK-RECORD.

       5000-WRITE-OUTPUTS.
      * Surviving rows, original order, deletions dropped, rows added
      * by cards after them in card order. The JCL swaps EXPROUT in
      * for EXPRESULT only after ExpectedFixtureEdit has passed it,
      * the same gate the hand edits never had.
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN FIXM-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 5100-WRITE-ONE-OUTPUT
               END-RETURN
           END-PERFORM.

       5100-WRITE-ONE-OUTPUT.
           IF FMS-KIND < 3
               MOVE FMS-PROGRAM-ID TO OUT-PROGRAM-ID
               MOVE FMS-RULE-ID    TO OUT-RULE-ID
               MOVE FMS-SEVERITY   TO OUT-SEVERITY
               WRITE FIXTURE-OUT-RECORD
           ELSE
               MOVE FMS-LINE TO RPT-LINE
               WRITE RPT-LINE
               IF FMS-TYPE = "I"
                   MOVE FMS-AUDIT-PROGRAM-ID TO WS-AUDIT-PROGRAM-ID
                   MOVE FMS-AUDIT-OUTCOME TO WS-AUDIT-OUTCOME
                   PERFORM 9900-WRITE-AUDIT-LOG
               ELSE
                   MOVE FMS-LINE TO WS-REJECT-LINE
                   DISPLAY "FIXTURE CARD REJECTED: " WS-REJ-ACTION " "
                       WS-REJ-PROGRAM-ID " - " WS-REJ-REASON
               END-IF
           END-IF.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SourceInventoryUpdate.
      * Nightly source inventory of the registered test programs.
      * Reads the unloaded test-source library (SRCUNLD: the members
      * back to back, each starting at its IDENTIFICATION DIVISION
      * line), counts each member's lines and builds a hash total over
      * its source text, and posts both to the SRCINV inventory
      * master (srcinvrec.cpy) under the member's PROGRAM-ID. Only
      * programs registered in TESTREG are inventoried. When a
      * member's line count or hash total differs from what the
      * master holds, the member changed: the master's changed run-id
      * moves to tonight's and the edit is appended to the SRCCHG
      * change log for SourceChangeAttribution. A registered program
      * with no member in the unload is listed MISSING on SRCINRPT
      * and the step ends CC 4; an unopenable master or unload ends
      * CC 12.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "testregsel.cpy".
           COPY "srcinvsel.cpy".
           SELECT SOURCE-UNLOAD-FILE ASSIGN TO "SRCUNLD"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT SOURCE-CHANGE-FILE ASSIGN TO "SRCCHG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SRCCHG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SRCINRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  TEST-REGISTRY-FILE.
       COPY "testregrec.cpy".
       FD  SOURCE-INVENTORY-FILE.
       COPY "srcinvrec.cpy".
       FD  SOURCE-UNLOAD-FILE.
       01 SOURCE-LINE PIC X(80).
       FD  SOURCE-CHANGE-FILE.
       COPY "srcchgrec.cpy".
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-REGISTRY-STATUS PIC X(2).
       01 WS-SRCINV-STATUS   PIC X(2).
       01 WS-UNLOAD-STATUS   PIC X(2).
       01 WS-SRCCHG-STATUS   PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-IN-MEMBER       PIC X(3) VALUE "NO".
       01 WS-MEMBER-NAME     PIC X(30) VALUE SPACES.
       01 WS-MEMBER-LINES    PIC 9(5) VALUE 0.
       01 WS-MEMBER-HASH     PIC 9(10) VALUE 0.
       01 WS-LINE-SUM        PIC 9(9) VALUE 0.
       01 WS-HASH-WORK       PIC 9(12) VALUE 0.
       01 WS-COL-IDX         PIC 9(2) VALUE 0.
       01 WS-NAME-JUNK       PIC X(72).
       01 WS-NAME-REST       PIC X(72).
       01 WS-MEMBER-STATE    PIC X(8).
       01 WS-MEMBER-COUNT    PIC 9(5) VALUE 0.
       01 WS-NEW-COUNT       PIC 9(5) VALUE 0.
       01 WS-CHANGED-COUNT   PIC 9(5) VALUE 0.
       01 WS-SAME-COUNT      PIC 9(5) VALUE 0.
       01 WS-UNREG-COUNT     PIC 9(5) VALUE 0.
       01 WS-MISSING-COUNT   PIC 9(5) VALUE 0.
       01 WS-DETAIL-LINE.
           05 WS-DTL-PROGRAM-ID  PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-LINES       PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-HASH        PIC 9(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-STATE       PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-DTL-CHANGED     PIC X(14).
       PROCEDURE DIVISION.
       0000-MAIN.
      * Standalone the shared run id is still empty; seed it here
      * rather than at the first audit write, because it is stamped
      * on every master row this run posts.
           IF WS-SUITE-RUN-ID = SPACES OR WS-SUITE-RUN-ID = LOW-VALUES
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SUITE-RUN-ID
           END-IF
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-READ-ONE-LINE
               UNTIL WS-EOF-SWITCH = "YES"
           IF WS-IN-MEMBER = "YES"
               PERFORM 2500-POST-MEMBER
           END-IF
           CLOSE SOURCE-UNLOAD-FILE
           CLOSE SOURCE-CHANGE-FILE
           PERFORM 3000-CHECK-MISSING-MEMBERS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "MEMBERS: " WS-MEMBER-COUNT
               "  NEW: " WS-NEW-COUNT
               "  CHANGED: " WS-CHANGED-COUNT
               "  MISSING: " WS-MISSING-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "UNCHANGED: " WS-SAME-COUNT
               "  NOT REGISTERED: " WS-UNREG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE REPORT-FILE
           CLOSE SOURCE-INVENTORY-FILE
           CLOSE TEST-REGISTRY-FILE
           DISPLAY "Source inventory: " WS-MEMBER-COUNT " members, "
               WS-CHANGED-COUNT " changed, " WS-MISSING-COUNT
               " missing"
           MOVE "SourceInventoryUpdate" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "SRCINV CHG=" WS-CHANGED-COUNT
               " MISS=" WS-MISSING-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-MISSING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT TEST-REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "TESTREG OPEN FAILED: " WS-REGISTRY-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SOURCE-UNLOAD-FILE
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "SRCUNLD OPEN FAILED: " WS-UNLOAD-STATUS
               CLOSE TEST-REGISTRY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      * Create-on-first-use, the same pattern every keyed master in
      * the suite applies; the first night inventories every member
      * as NEW.
           OPEN I-O SOURCE-INVENTORY-FILE
           IF WS-SRCINV-STATUS = "35"
               OPEN OUTPUT SOURCE-INVENTORY-FILE
               CLOSE SOURCE-INVENTORY-FILE
               OPEN I-O SOURCE-INVENTORY-FILE
           END-IF
           IF WS-SRCINV-STATUS NOT = "00"
               DISPLAY "SRCINV OPEN FAILED: " WS-SRCINV-STATUS
               CLOSE TEST-REGISTRY-FILE
               CLOSE SOURCE-UNLOAD-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND SOURCE-CHANGE-FILE
           IF WS-SRCCHG-STATUS NOT = "00"
               OPEN OUTPUT SOURCE-CHANGE-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "TEST SOURCE INVENTORY" TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RUN ID: " WS-SUITE-RUN-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "PROGRAM-ID                     LINES  HASH TOTAL"
               TO RPT-LINE
           WRITE RPT-LINE.

       2000-READ-ONE-LINE.
      * An IDENTIFICATION DIVISION header outside a comment line
      * closes the member before it and opens the next; the first
      * PROGRAM-ID paragraph inside a member names it.
           READ SOURCE-UNLOAD-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   IF SOURCE-LINE(7:1) NOT = "*"
                       AND SOURCE-LINE(8:23) =
                           "IDENTIFICATION DIVISION"
                       IF WS-IN-MEMBER = "YES"
                           PERFORM 2500-POST-MEMBER
                       END-IF
                       MOVE "YES" TO WS-IN-MEMBER
                       MOVE SPACES TO WS-MEMBER-NAME
                       MOVE 0 TO WS-MEMBER-LINES
                       MOVE 0 TO WS-MEMBER-HASH
                   END-IF
                   IF WS-IN-MEMBER = "YES"
                       IF WS-MEMBER-NAME = SPACES
                           AND SOURCE-LINE(7:1) NOT = "*"
                           PERFORM 2100-TAKE-PROGRAM-ID
                       END-IF
                       ADD 1 TO WS-MEMBER-LINES
                       PERFORM 2200-HASH-ONE-LINE
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

       2200-HASH-ONE-LINE.
      * Position-weighted sum of the line's program text (columns
      * 7-72; a renumbering of the sequence area is not an edit),
      * folded into a running total that also weighs line order, so
      * a moved, added, or altered line all move the hash total.
           MOVE 0 TO WS-LINE-SUM
           PERFORM VARYING WS-COL-IDX FROM 7 BY 1
                   UNTIL WS-COL-IDX > 72
               COMPUTE WS-LINE-SUM = WS-LINE-SUM
                   + FUNCTION ORD(SOURCE-LINE(WS-COL-IDX:1))
                   * WS-COL-IDX
           END-PERFORM
           COMPUTE WS-HASH-WORK = WS-MEMBER-HASH * 31
               + WS-LINE-SUM + WS-MEMBER-LINES
           COMPUTE WS-MEMBER-HASH =
               FUNCTION MOD(WS-HASH-WORK, 999999937).

       2500-POST-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           MOVE WS-MEMBER-NAME TO TRG-PROGRAM-ID
           READ TEST-REGISTRY-FILE
               INVALID KEY
                   ADD 1 TO WS-UNREG-COUNT
               NOT INVALID KEY
                   PERFORM 2600-UPDATE-INVENTORY
           END-READ.

       2600-UPDATE-INVENTORY.
           MOVE WS-MEMBER-NAME TO SI-PROGRAM-ID
           READ SOURCE-INVENTORY-FILE
               INVALID KEY
                   MOVE "NEW" TO WS-MEMBER-STATE
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-MEMBER-LINES TO SI-LINE-COUNT
                   MOVE WS-MEMBER-HASH  TO SI-HASH-TOTAL
                   MOVE WS-SUITE-RUN-ID TO SI-CHANGED-RUN-ID
                   MOVE WS-SUITE-RUN-ID TO SI-FIRST-RUN-ID
                   MOVE WS-SUITE-RUN-ID TO SI-LAST-SEEN-RUN-ID
                   WRITE SOURCE-INVENTORY-RECORD
               NOT INVALID KEY
                   IF SI-LINE-COUNT NOT = WS-MEMBER-LINES
                       OR SI-HASH-TOTAL NOT = WS-MEMBER-HASH
                       MOVE "CHANGED" TO WS-MEMBER-STATE
                       ADD 1 TO WS-CHANGED-COUNT
                       MOVE SI-PROGRAM-ID   TO SC-PROGRAM-ID
                       MOVE WS-SUITE-RUN-ID TO SC-RUN-ID
                       MOVE SI-LINE-COUNT   TO SC-OLD-LINE-COUNT
                       MOVE WS-MEMBER-LINES TO SC-NEW-LINE-COUNT
                       MOVE SI-HASH-TOTAL   TO SC-OLD-HASH-TOTAL
                       MOVE WS-MEMBER-HASH  TO SC-NEW-HASH-TOTAL
                       MOVE WS-SUITE-ENV-ID TO SC-ENV-ID
                       WRITE SOURCE-CHANGE-RECORD
                       MOVE WS-MEMBER-LINES TO SI-LINE-COUNT
                       MOVE WS-MEMBER-HASH  TO SI-HASH-TOTAL
                       MOVE WS-SUITE-RUN-ID TO SI-CHANGED-RUN-ID
                   ELSE
                       MOVE "SAME" TO WS-MEMBER-STATE
                       ADD 1 TO WS-SAME-COUNT
                   END-IF
                   MOVE WS-SUITE-RUN-ID TO SI-LAST-SEEN-RUN-ID
                   REWRITE SOURCE-INVENTORY-RECORD
           END-READ
           MOVE SI-PROGRAM-ID     TO WS-DTL-PROGRAM-ID
           MOVE SI-LINE-COUNT     TO WS-DTL-LINES
           MOVE SI-HASH-TOTAL     TO WS-DTL-HASH
           MOVE WS-MEMBER-STATE   TO WS-DTL-STATE
           MOVE SI-CHANGED-RUN-ID TO WS-DTL-CHANGED
           MOVE WS-DETAIL-LINE    TO RPT-LINE
           WRITE RPT-LINE.

       3000-CHECK-MISSING-MEMBERS.
      * Every registered program should have been seen tonight; one
      * whose inventory row was not stamped with this run-id had no
      * member in the unload.
           MOVE LOW-VALUES TO TRG-PROGRAM-ID
           START TEST-REGISTRY-FILE KEY NOT < TRG-PROGRAM-ID
               INVALID KEY
                   MOVE "10" TO WS-REGISTRY-STATUS
           END-START
           PERFORM UNTIL WS-REGISTRY-STATUS NOT = "00"
               READ TEST-REGISTRY-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-REGISTRY-STATUS
                   NOT AT END
                       MOVE TRG-PROGRAM-ID TO SI-PROGRAM-ID
                       READ SOURCE-INVENTORY-FILE
                           INVALID KEY
                               MOVE SPACES TO SI-LAST-SEEN-RUN-ID
                               MOVE 0 TO SI-LINE-COUNT SI-HASH-TOTAL
                               MOVE SPACES TO SI-CHANGED-RUN-ID
                       END-READ
                       IF SI-LAST-SEEN-RUN-ID NOT = WS-SUITE-RUN-ID
                           ADD 1 TO WS-MISSING-COUNT
                           DISPLAY "NO SOURCE MEMBER FOR "
                               TRG-PROGRAM-ID
                           MOVE TRG-PROGRAM-ID    TO WS-DTL-PROGRAM-ID
                           MOVE SI-LINE-COUNT     TO WS-DTL-LINES
                           MOVE SI-HASH-TOTAL     TO WS-DTL-HASH
                           MOVE "MISSING"         TO WS-DTL-STATE
                           MOVE SI-CHANGED-RUN-ID TO WS-DTL-CHANGED
                           MOVE WS-DETAIL-LINE    TO RPT-LINE
                           WRITE RPT-LINE
                       END-IF
               END-READ
           END-PERFORM.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

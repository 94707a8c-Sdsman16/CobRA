       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditChainVerify.
      * Tamper check for the common audit-trail log. Every record
      * written through 9900-WRITE-AUDIT-LOG (and every record
      * SuiteLaneMerge re-stamps) carries AUD-SEQUENCE, numbering
      * the records of its run-id from 1, and AUD-CHAIN-HASH, the
      * hash of the previous record's hash plus this record. This
      * program walks AUDITIN -- AUDIT.LOG before the nightly
      * archive, or any AUDIT.HIST generation afterwards -- and
      * recomputes the chain record by record:
      *   GAP          a run-id's sequence skips ahead, or its first
      *                record is not sequence 1 (records removed)
      *   REORDERED    a sequence at or below one already seen for
      *                the run-id (records moved or replayed)
      *   ALTERED      sequence in order but the stored hash is not
      *                the recomputed one (record edited, or the
      *                last record of the prior run-id removed)
      *   CHAIN BROKEN a hash mismatch on, or just after, a GAP,
      *                REORDERED, or UNCHAINED record
      *   UNCHAINED    no sequence or hash at all; tolerated (CC 4)
      *                only ahead of the first chained record, where
      *                it is history from before the chain existed,
      *                and a break anywhere after that
      * After each finding the walk resyncs on the stored hash, so
      * one tampered record is reported once rather than poisoning
      * every record after it. Ends CC 12 on any break, which holds
      * the GDG archive step so a tampered log is never rolled into
      * history as if it were clean.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           SELECT AUDIT-IN-FILE ASSIGN TO "AUDITIN"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITIN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  AUDIT-IN-FILE.
       COPY "auditrec.cpy"
           REPLACING AUDIT-RECORD BY CHECK-RECORD
               AUD-TIMESTAMP BY CHK-TIMESTAMP
               AUD-PROGRAM-ID BY CHK-PROGRAM-ID
               AUD-OUTCOME BY CHK-OUTCOME
               AUD-RUN-ID BY CHK-RUN-ID
               AUD-ENV-ID BY CHK-ENV-ID
               AUD-SEQUENCE BY CHK-SEQUENCE
               AUD-CHAIN-HASH BY CHK-CHAIN-HASH.
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-AUDITIN-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-CHAIN-SEEN      PIC X(3) VALUE "NO".
       01 WS-RUN-FOUND       PIC X(3).
       01 WS-RECORD-COUNT    PIC 9(6) VALUE 0.
       01 WS-BREAK-COUNT     PIC 9(4) VALUE 0.
       01 WS-LEGACY-COUNT    PIC 9(6) VALUE 0.
       01 WS-OVERFLOW-COUNT  PIC 9(6) VALUE 0.
       01 WS-CHAIN-HASH      PIC 9(18) VALUE 0.
       01 WS-SEQ-FINDING     PIC X(12).
       01 WS-THIS-OUT-OF-SEQ PIC X(3) VALUE "NO".
       01 WS-PRIOR-OUT-OF-SEQ PIC X(3) VALUE "NO".
       01 WS-RUN-COUNT       PIC 9(3) VALUE 0.
       01 WS-RUN-IDX         PIC 9(3) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
               10 WS-RUN-ID       PIC X(14).
               10 WS-RUN-LAST-SEQ PIC 9(6).
       01 WS-DETAIL-LINE.
           05 WS-DTL-RECORD      PIC Z(5)9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-RUN-ID      PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-SEQUENCE    PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-FINDING     PIC X(12).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-DTL-PROGRAM-ID  PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN INPUT AUDIT-IN-FILE
           IF WS-AUDITIN-STATUS NOT = "00"
               DISPLAY "AUDITIN OPEN FAILED: " WS-AUDITIN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "AUDIT TRAIL SEQUENCE AND HASH CHAIN VERIFICATION"
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "RECORD RUN-ID         SEQ    FINDING      PROGRAM-ID"
               TO RPT-LINE
           WRITE RPT-LINE
           PERFORM UNTIL WS-EOF-SWITCH = "YES"
               READ AUDIT-IN-FILE
                   AT END
                       MOVE "YES" TO WS-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM 2000-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-IN-FILE
           IF WS-BREAK-COUNT = 0
               MOVE "  NONE - SEQUENCE AND HASH CHAIN INTACT"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           STRING "RECORDS: " WS-RECORD-COUNT
               "  RUN-IDS: " WS-RUN-COUNT
               "  BREAKS: " WS-BREAK-COUNT
               "  PRE-CHAIN: " WS-LEGACY-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING "RUN-ID TABLE FULL - SEQUENCE NOT CHECKED ON "
                   WS-OVERFLOW-COUNT " RECORDS (HASH STILL CHECKED)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-BREAK-COUNT > 0
               MOVE "AUDIT TRAIL FAILED VERIFICATION - DO NOT ARCHIVE"
                   TO RPT-LINE
           ELSE
               MOVE "AUDIT TRAIL VERIFIED" TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Audit chain verify: " WS-RECORD-COUNT
               " records, " WS-BREAK-COUNT " breaks, "
               WS-LEGACY-COUNT " pre-chain"
           MOVE "AuditChainVerify" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "CHAIN RECS=" WS-RECORD-COUNT
               " BREAKS=" WS-BREAK-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-BREAK-COUNT > 0
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-LEGACY-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       2000-CHECK-ONE-RECORD.
           IF CHK-SEQUENCE IS NOT NUMERIC
               OR CHK-CHAIN-HASH IS NOT NUMERIC
               PERFORM 2500-UNCHAINED-RECORD
           ELSE
               MOVE "YES" TO WS-CHAIN-SEEN
               PERFORM 2100-CHECK-SEQUENCE
               PERFORM 2300-CHECK-HASH
           END-IF.

       2100-CHECK-SEQUENCE.
           MOVE SPACES TO WS-SEQ-FINDING
           MOVE "NO" TO WS-THIS-OUT-OF-SEQ
           PERFORM 2200-FIND-RUN-ID
           IF WS-RUN-FOUND = "YES"
               IF CHK-SEQUENCE = WS-RUN-LAST-SEQ(WS-RUN-IDX) + 1
                   MOVE CHK-SEQUENCE TO WS-RUN-LAST-SEQ(WS-RUN-IDX)
               ELSE
                   IF CHK-SEQUENCE > WS-RUN-LAST-SEQ(WS-RUN-IDX)
                       MOVE "GAP" TO WS-SEQ-FINDING
                       MOVE CHK-SEQUENCE
                           TO WS-RUN-LAST-SEQ(WS-RUN-IDX)
                   ELSE
                       MOVE "REORDERED" TO WS-SEQ-FINDING
                   END-IF
                   MOVE "YES" TO WS-THIS-OUT-OF-SEQ
                   PERFORM 8000-WRITE-FINDING
               END-IF
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       2200-FIND-RUN-ID.
      * A run-id not seen yet starts at sequence 0, so its first
      * record must be 1.
           MOVE "NO" TO WS-RUN-FOUND
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-RUN-COUNT
                       OR WS-RUN-FOUND = "YES"
               IF WS-RUN-ID(WS-SCAN-IDX) = CHK-RUN-ID
                   MOVE "YES" TO WS-RUN-FOUND
                   MOVE WS-SCAN-IDX TO WS-RUN-IDX
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND = "NO" AND WS-RUN-COUNT < 200
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-IDX
               MOVE CHK-RUN-ID TO WS-RUN-ID(WS-RUN-IDX)
               MOVE 0 TO WS-RUN-LAST-SEQ(WS-RUN-IDX)
               MOVE "YES" TO WS-RUN-FOUND
           END-IF.

       2300-CHECK-HASH.
           MOVE WS-CHAIN-HASH TO WS-AUDIT-PREV-HASH
           MOVE CHECK-RECORD(1:107) TO WS-AUDIT-HASH-BODY
           COPY "audhash.cpy".
           IF WS-AUDIT-NEW-HASH NOT = CHK-CHAIN-HASH
               IF WS-THIS-OUT-OF-SEQ = "NO"
                   AND WS-PRIOR-OUT-OF-SEQ = "NO"
                   MOVE "ALTERED" TO WS-SEQ-FINDING
               ELSE
                   MOVE "CHAIN BROKEN" TO WS-SEQ-FINDING
               END-IF
               PERFORM 8000-WRITE-FINDING
           END-IF
      * A record moved or slipped in out of place also leaves the
      * link of the one after it wrong; that is the same break, not
      * a second edit.
           MOVE WS-THIS-OUT-OF-SEQ TO WS-PRIOR-OUT-OF-SEQ
      * Resync on what the record claims, so the next record is
      * judged on its own link.
           MOVE CHK-CHAIN-HASH TO WS-CHAIN-HASH.

       2500-UNCHAINED-RECORD.
           MOVE 0 TO WS-CHAIN-HASH
           IF WS-CHAIN-SEEN = "NO"
               ADD 1 TO WS-LEGACY-COUNT
           ELSE
               MOVE "UNCHAINED" TO WS-SEQ-FINDING
               MOVE "YES" TO WS-PRIOR-OUT-OF-SEQ
               PERFORM 8000-WRITE-FINDING
           END-IF.

       8000-WRITE-FINDING.
           ADD 1 TO WS-BREAK-COUNT
           MOVE WS-RECORD-COUNT TO WS-DTL-RECORD
           MOVE CHK-RUN-ID      TO WS-DTL-RUN-ID
           MOVE CHK-SEQUENCE    TO WS-DTL-SEQUENCE
           MOVE WS-SEQ-FINDING  TO WS-DTL-FINDING
           MOVE CHK-PROGRAM-ID  TO WS-DTL-PROGRAM-ID
           MOVE WS-DETAIL-LINE  TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY "AUDIT CHAIN " WS-SEQ-FINDING " AT RECORD "
               WS-RECORD-COUNT " RUN-ID " CHK-RUN-ID.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

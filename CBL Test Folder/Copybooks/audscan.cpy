      * Reads the audit-trail log end to end ahead of an append: the
      * last record's AUD-CHAIN-HASH becomes the link the next record
      * chains from, and the highest AUD-SEQUENCE already written
      * under WS-AUDIT-SCAN-RUN-ID is where that run-id's numbering
      * resumes. A missing or empty log starts the chain at zero.
      * Records from before the chain existed carry no hash and are
      * treated as a zero link.
           MOVE 0 TO WS-AUDIT-PREV-HASH
           MOVE 0 TO WS-AUDIT-SEQUENCE
           MOVE "NO" TO WS-AUDIT-SCAN-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-SCAN-EOF = "YES"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "YES" TO WS-AUDIT-SCAN-EOF
                       NOT AT END
                           IF AUD-CHAIN-HASH IS NUMERIC
                               MOVE AUD-CHAIN-HASH
                                   TO WS-AUDIT-PREV-HASH
                           ELSE
                               MOVE 0 TO WS-AUDIT-PREV-HASH
                           END-IF
                           IF AUD-RUN-ID = WS-AUDIT-SCAN-RUN-ID
                               AND AUD-SEQUENCE IS NUMERIC
                               AND AUD-SEQUENCE > WS-AUDIT-SEQUENCE
                               MOVE AUD-SEQUENCE TO WS-AUDIT-SEQUENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF

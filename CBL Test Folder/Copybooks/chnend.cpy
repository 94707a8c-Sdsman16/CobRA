      * Chain-control end: marks the step STARTED by 9800-CHAIN-START
      * COMPLETE, or FAILED when RETURN-CODE is 12 or more, with the
      * condition code and end time. A caller that knows better (the
      * suite stopped at its window cutoff) MOVEs the state to
      * WS-CHAIN-END-STATE first.
           IF WS-CHAIN-RECORDED = "YES"
               OPEN I-O CHAIN-CONTROL-FILE
               IF WS-CHAIN-STATUS = "00"
                   MOVE WS-SUITE-RUN-ID TO CH-RUN-ID
                   MOVE WS-CHAIN-STEP   TO CH-STEP
                   READ CHAIN-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "CHAIN: start row for "
                               WS-CHAIN-STEP " not found"
                       NOT INVALID KEY
                           PERFORM 9820-CHAIN-TIMESTAMP
                           MOVE WS-CHAIN-TS TO CH-END-TS
                           MOVE RETURN-CODE TO CH-COND-CODE
                           EVALUATE TRUE
                               WHEN WS-CHAIN-END-STATE NOT = SPACES
                                   MOVE WS-CHAIN-END-STATE
                                       TO CH-STATE
                               WHEN RETURN-CODE >= 12
                                   MOVE "FAILED" TO CH-STATE
                               WHEN OTHER
                                   MOVE "COMPLETE" TO CH-STATE
                           END-EVALUATE
                           REWRITE CHAIN-CONTROL-RECORD
                   END-READ
                   CLOSE CHAIN-CONTROL-FILE
               ELSE
                   DISPLAY "CHAIN: CHAINCTL OPEN FAILED AT END: "
                       WS-CHAIN-STATUS
               END-IF
               MOVE "NO" TO WS-CHAIN-RECORDED
           END-IF.

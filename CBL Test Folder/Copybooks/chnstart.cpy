      * Chain-control start for the step named in WS-CHAIN-STEP.
      * A chained after-job takes the run-id of the latest suite run
      * on CHAINCTL (the suite and its CALLed programs already carry
      * it), refuses to start unless every CHAINDEF prerequisite is
      * COMPLETE for that run-id, and then marks itself STARTED.
      * Without CHAINDEF or CHAINCTL nothing can be proven, so an
      * after-job refuses; the chain root just goes unrecorded.
           MOVE "NO" TO WS-CHAIN-REFUSED WS-CHAIN-RECORDED
               WS-CHAIN-DEFINED
           MOVE SPACES TO WS-CHAIN-PREREQS WS-CHAIN-WAITING-ON
           IF WS-CHAIN-ROOT NOT = "YES"
               OPEN INPUT CHAIN-DEFINITION-FILE
               IF WS-CHAINDEF-STATUS = "00"
                   PERFORM UNTIL WS-CHAINDEF-STATUS NOT = "00"
                       READ CHAIN-DEFINITION-FILE
                           AT END
                               MOVE "10" TO WS-CHAINDEF-STATUS
                           NOT AT END
                               IF CD-STEP = WS-CHAIN-STEP
                                   MOVE "YES" TO WS-CHAIN-DEFINED
                                   MOVE CD-PREREQS
                                       TO WS-CHAIN-PREREQS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CHAIN-DEFINITION-FILE
               END-IF
               IF WS-CHAIN-DEFINED = "NO"
                   DISPLAY "CHAIN: " WS-CHAIN-STEP
                       " not on CHAINDEF, refused"
                   MOVE "YES" TO WS-CHAIN-REFUSED
               END-IF
           END-IF
           IF WS-CHAIN-REFUSED = "NO"
               OPEN I-O CHAIN-CONTROL-FILE
               IF WS-CHAIN-STATUS = "35"
                   OPEN OUTPUT CHAIN-CONTROL-FILE
                   CLOSE CHAIN-CONTROL-FILE
                   OPEN I-O CHAIN-CONTROL-FILE
               END-IF
               IF WS-CHAIN-STATUS NOT = "00"
                   DISPLAY "CHAIN: CHAINCTL OPEN FAILED: "
                       WS-CHAIN-STATUS
                   IF WS-CHAIN-ROOT NOT = "YES"
                       MOVE "YES" TO WS-CHAIN-REFUSED
                   END-IF
               ELSE
                   IF WS-SUITE-RUN-ID = SPACES
                       OR WS-SUITE-RUN-ID = LOW-VALUES
      * Run-ids sort by the clock, so the last suite row on an
      * ordered browse is the latest night.
                       MOVE LOW-VALUES TO CH-KEY
                       START CHAIN-CONTROL-FILE KEY NOT < CH-KEY
                           INVALID KEY
                               MOVE "10" TO WS-CHAIN-STATUS
                       END-START
                       PERFORM UNTIL WS-CHAIN-STATUS NOT = "00"
                           READ CHAIN-CONTROL-FILE NEXT RECORD
                               AT END
                                   MOVE "10" TO WS-CHAIN-STATUS
                               NOT AT END
                                   IF CH-STEP = "CBLSUITD"
                                       MOVE CH-RUN-ID
                                           TO WS-SUITE-RUN-ID
                                   END-IF
                           END-READ
                       END-PERFORM
                       MOVE "00" TO WS-CHAIN-STATUS
                   END-IF
                   IF WS-SUITE-RUN-ID = SPACES
                       OR WS-SUITE-RUN-ID = LOW-VALUES
                       IF WS-CHAIN-ROOT NOT = "YES"
                           DISPLAY "CHAIN: no suite run on CHAINCTL"
                           MOVE "YES" TO WS-CHAIN-REFUSED
                       END-IF
                   ELSE
                       PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                               UNTIL WS-CHAIN-IDX > 4
                           IF WS-CHAIN-PREREQ(WS-CHAIN-IDX)
                                   NOT = SPACES
                               MOVE WS-SUITE-RUN-ID TO CH-RUN-ID
                               MOVE WS-CHAIN-PREREQ(WS-CHAIN-IDX)
                                   TO CH-STEP
                               READ CHAIN-CONTROL-FILE
                                   INVALID KEY
                                       MOVE SPACES TO CH-STATE
                               END-READ
                               IF CH-STATE NOT = "COMPLETE"
                                   MOVE WS-CHAIN-PREREQ(WS-CHAIN-IDX)
                                       TO WS-CHAIN-WAITING-ON
                                   MOVE "YES" TO WS-CHAIN-REFUSED
                                   DISPLAY "CHAIN: " WS-CHAIN-STEP
                                       " refused, "
                                       WS-CHAIN-PREREQ(WS-CHAIN-IDX)
                                       " not complete for run "
                                       WS-SUITE-RUN-ID
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-CHAIN-REFUSED = "NO"
                       AND WS-SUITE-RUN-ID NOT = SPACES
                       AND WS-SUITE-RUN-ID NOT = LOW-VALUES
                       PERFORM 9820-CHAIN-TIMESTAMP
                       MOVE WS-SUITE-RUN-ID TO CH-RUN-ID
                       MOVE WS-CHAIN-STEP   TO CH-STEP
                       READ CHAIN-CONTROL-FILE
                           INVALID KEY
                               MOVE 0 TO CH-ATTEMPTS
                       END-READ
                       ADD 1 TO CH-ATTEMPTS
                       MOVE "STARTED"           TO CH-STATE
                       MOVE WS-CHAIN-PROGRAM-ID TO CH-PROGRAM-ID
                       MOVE WS-CHAIN-TS         TO CH-START-TS
                       MOVE SPACES              TO CH-END-TS
                       MOVE 0                   TO CH-COND-CODE
                       IF CH-ATTEMPTS = 1
                           WRITE CHAIN-CONTROL-RECORD
                       ELSE
                           REWRITE CHAIN-CONTROL-RECORD
                       END-IF
                       MOVE "YES" TO WS-CHAIN-RECORDED
                   END-IF
                   CLOSE CHAIN-CONTROL-FILE
               END-IF
           END-IF
           IF WS-CHAIN-REFUSED = "YES"
               MOVE WS-CHAIN-PROGRAM-ID TO WS-AUDIT-PROGRAM-ID
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "CHAIN REFUSED WAIT " WS-CHAIN-WAITING-ON
                   DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
               PERFORM 9900-WRITE-AUDIT-LOG
           END-IF.

      * night accumulates them; only ACTUALRES is rewritten, since
      * it is the fresh reconciliation input (duplicate findings
      * rows from lanes fed the same scanner file collapse to one).
      * Merged audit records are renumbered and re-chained under the
      * merged run-id as they are appended, so the production log's
      * hash chain stays unbroken for AuditChainVerify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               AUD-PROGRAM-ID BY LAU-PROGRAM-ID
               AUD-OUTCOME BY LAU-OUTCOME
               AUD-RUN-ID BY LAU-RUN-ID
               AUD-ENV-ID BY LAU-ENV-ID
               AUD-SEQUENCE BY LAU-SEQUENCE
               AUD-CHAIN-HASH BY LAU-CHAIN-HASH.
       FD  LANE-CLASS-FILE.
       COPY "classrec.cpy"
           REPLACING CLASSIFY-RECORD BY LANE-CLASSIFY-RECORD
               DISPLAY "LANEAUD OPEN FAILED: " WS-LANEAUD-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
      * Pick up the production log's last hash and the merged run-id's
      * last sequence before anything is appended.
           MOVE WS-MERGED-RUN-ID TO WS-AUDIT-SCAN-RUN-ID
           COPY "audscan.cpy".
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
                           MOVE LAU-OUTCOME    TO AUD-OUTCOME
                           MOVE WS-MERGED-RUN-ID TO AUD-RUN-ID
                           MOVE LAU-ENV-ID     TO AUD-ENV-ID
                           PERFORM 3100-CHAIN-ONE-RECORD
                           WRITE AUDIT-RECORD
                           ADD 1 TO WS-AUD-COUNT
                       ELSE
           CLOSE AUDIT-LOG-FILE
           MOVE "NO" TO WS-EOF-SWITCH.

       3100-CHAIN-ONE-RECORD.
           ADD 1 TO WS-AUDIT-SEQUENCE
           MOVE WS-AUDIT-SEQUENCE TO AUD-SEQUENCE
           MOVE AUDIT-RECORD(1:107) TO WS-AUDIT-HASH-BODY
           COPY "audhash.cpy".
           MOVE WS-AUDIT-NEW-HASH TO AUD-CHAIN-HASH
           MOVE WS-AUDIT-NEW-HASH TO WS-AUDIT-PREV-HASH.

       4000-MERGE-CLASSIFICATIONS.
      * The lane tests wrote their CWE classifications to the lane
      * class logs; without this pass the production CLASSLOG holds

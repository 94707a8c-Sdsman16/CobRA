      * Folds WS-AUDIT-PREV-HASH and the 107 bytes the caller moved to
      * WS-AUDIT-HASH-BODY (an audit record up to and including its
      * AUD-SEQUENCE) into WS-AUDIT-NEW-HASH: two independent
      * position-sensitive residues side by side, so any changed,
      * swapped, or re-linked byte moves the result. Shared by the
      * writer and AuditChainVerify so both compute the same value.
           MOVE WS-AUDIT-PREV-HASH TO WS-AUDIT-HASH-PREV
           MOVE 0 TO WS-AUDIT-HASH-1
           MOVE 0 TO WS-AUDIT-HASH-2
           PERFORM VARYING WS-AUDIT-HASH-IDX FROM 1 BY 1
                   UNTIL WS-AUDIT-HASH-IDX > 125
               COMPUTE WS-AUDIT-HASH-1 = FUNCTION MOD(
                   WS-AUDIT-HASH-1 * 31
                   + FUNCTION ORD(
                       WS-AUDIT-HASH-TEXT(WS-AUDIT-HASH-IDX:1)),
                   999999937)
               COMPUTE WS-AUDIT-HASH-2 = FUNCTION MOD(
                   WS-AUDIT-HASH-2 * 37
                   + FUNCTION ORD(
                       WS-AUDIT-HASH-TEXT(WS-AUDIT-HASH-IDX:1)),
                   999999929)
           END-PERFORM

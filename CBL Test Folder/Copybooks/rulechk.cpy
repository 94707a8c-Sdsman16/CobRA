      * Looks WS-RULE-CHECK-ID up in the RULECAT catalog master and
      * returns its standing in WS-RULE-CHECK-STATE. Caller must have
      * opened RULE-CATALOG-FILE and set WS-RULECAT-OPEN before
      * performing the paragraph this text is copied into. NONE is
      * the fixtures' no-finding placeholder, never a scanner rule,
      * so it is passed through without a lookup.
           EVALUATE TRUE
               WHEN WS-RULE-CHECK-ID = SPACES
                   MOVE "BLANK" TO WS-RULE-CHECK-STATE
               WHEN WS-RULE-CHECK-ID = "NONE"
                   MOVE "NONE" TO WS-RULE-CHECK-STATE
               WHEN WS-RULECAT-OPEN NOT = "YES"
                   MOVE "UNCHECKED" TO WS-RULE-CHECK-STATE
               WHEN OTHER
                   MOVE WS-RULE-CHECK-ID TO RC-RULE-ID
                   READ RULE-CATALOG-FILE
                       INVALID KEY
                           MOVE "UNKNOWN" TO WS-RULE-CHECK-STATE
                       NOT INVALID KEY
                           MOVE RC-STATUS TO WS-RULE-CHECK-STATE
                   END-READ
           END-EVALUATE.

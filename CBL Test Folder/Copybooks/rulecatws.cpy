      * WORKING-STORAGE fields for validating a rule-id against the
      * RULECAT rule catalog master. Callers OPEN INPUT the catalog
      * and set WS-RULECAT-OPEN to "YES" when it opened, MOVE the id
      * to WS-RULE-CHECK-ID, then PERFORM the 9600-CHECK-RULE-ID
      * paragraph built from rulechk.cpy; WS-RULE-CHECK-STATE comes
      * back ACTIVE, DEPRECATED, RETIRED, UNKNOWN (not catalogued),
      * NONE (the clean-program placeholder), BLANK, or UNCHECKED
      * (catalog not open).
       01 WS-RULECAT-STATUS       PIC X(2).
       01 WS-RULECAT-OPEN         PIC X(3)  VALUE "NO".
       01 WS-RULE-CHECK-ID        PIC X(20).
       01 WS-RULE-CHECK-STATE     PIC X(10).

      * FILE-CONTROL entry for the RULECAT scanner rule catalog master
      * shared by RuleCatalogMaint and every program that validates a
      * rule-id against it.
           SELECT RULE-CATALOG-FILE ASSIGN TO "RULECAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RC-RULE-ID
               FILE STATUS IS WS-RULECAT-STATUS.

      * One scanner rule in the RULECAT rule catalog master: the
      * rule-id exactly as the scanner reports it, what it detects,
      * the severity it reports at by default, the CWE it maps to,
      * whether the vendor still ships it, and the scanner version
      * that introduced it. A DEPRECATED rule still fires but is on
      * its way out; a RETIRED rule no longer exists, so a fixture or
      * finding naming one is stale. Maintained by RuleCatalogMaint.
       01 RULE-CATALOG-RECORD.
           05 RC-RULE-ID              PIC X(20).
           05 RC-DESCRIPTION          PIC X(40).
           05 RC-DEFAULT-SEVERITY     PIC X(10).
           05 RC-CWE-NUMBER           PIC X(10).
           05 RC-STATUS               PIC X(10).
           05 RC-INTRO-VERSION        PIC X(10).

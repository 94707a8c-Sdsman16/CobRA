      * One planted construct in the EXPLOC expected-locations
      * fixture: the program and rule it belongs to, the source line
      * and paragraph it was planted in, and a short label naming
      * the construct for the scorecard. A zero source line means
      * "anywhere in the paragraph" for a construct whose exact line
      * moves with routine maintenance. Rows are kept grouped by
      * program so the per-program totals break cleanly.
       01 EXPECTED-LOCATION-RECORD.
           05 EL-PROGRAM-ID           PIC X(30).
           05 EL-RULE-ID              PIC X(20).
           05 EL-SOURCE-LINE          PIC 9(5).
           05 EL-PARAGRAPH            PIC X(30).
           05 EL-CONSTRUCT            PIC X(20).

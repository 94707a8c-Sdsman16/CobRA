      * One generated detection-robustness variant in the VARMAP
      * variant map: the variant's PROGRAM-ID, the vulnerable test
      * program it was derived from, the kind of rewrite applied
      * (RENAME, SPLIT, PERFORM, CASE), the rule the original is
      * expected to trip (and the variant with it), and how many
      * places the rewrite touched. Written by VariantGenerator and
      * read by VariantDetectionReport.
       01 VARIANT-MAP-RECORD.
           05 VM-VARIANT-ID           PIC X(30).
           05 VM-ORIGINAL-ID          PIC X(30).
           05 VM-VARIANT-TYPE         PIC X(8).
           05 VM-RULE-ID              PIC X(20).
           05 VM-CHANGE-COUNT         PIC 9(3).

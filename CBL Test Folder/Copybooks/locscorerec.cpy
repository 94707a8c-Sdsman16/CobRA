      * One planted construct's verdict for the night, written to
      * LOCSCORE by LocationReconcile: CAUGHT with the line the
      * scanner reported, or MISSED. SuiteScorecardReport prints
      * these under the per-program scorecard so a program that
      * matched on rule id still shows which constructs went unseen.
       01 LOCATION-SCORE-RECORD.
           05 LOC-PROGRAM-ID          PIC X(30).
           05 LOC-RULE-ID             PIC X(20).
           05 LOC-CONSTRUCT           PIC X(20).
           05 LOC-PARAGRAPH           PIC X(30).
           05 LOC-SOURCE-LINE         PIC 9(5).
           05 LOC-HIT-LINE            PIC 9(5).
           05 LOC-VERDICT             PIC X(6).
           05 LOC-RUN-ID              PIC X(14).
           05 LOC-ENV-ID              PIC X(8).

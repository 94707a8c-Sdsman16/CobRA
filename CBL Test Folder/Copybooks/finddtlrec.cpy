      * One scanner hit at source-location grain: the program and
      * rule the ACTUALRES summary row carries, plus the source line
      * and paragraph the scanner placed the hit in. A program whose
      * harness plants several constructs gets one row per construct
      * the scanner actually caught, so one hit out of four planted
      * no longer reads the same as four out of four. Statements
      * ahead of the first paragraph name are placed in (MAINLINE).
       01 FINDING-DETAIL-RECORD.
           05 FDT-PROGRAM-ID          PIC X(30).
           05 FDT-RULE-ID             PIC X(20).
           05 FDT-SEVERITY            PIC X(10).
           05 FDT-SOURCE-LINE         PIC 9(5).
           05 FDT-PARAGRAPH           PIC X(40).

      * One open finding's line in a RISKREG weekly score snapshot:
      * the date the register was run, the finding's rank on it, its
      * key (program-id plus rule-id, as on HISTMST), its composite
      * score and owning team. Each weekly run reads last week's
      * generation back to report which findings moved up or down
      * the register, then writes this week's.
       01 RISK-SNAPSHOT-RECORD.
           05 RS-SNAP-DATE            PIC X(10).
           05 RS-RANK                 PIC 9(4).
           05 RS-PROGRAM-ID           PIC X(30).
           05 RS-RULE-ID              PIC X(20).
           05 RS-SCORE                PIC 9(5).
           05 RS-TEAM                 PIC X(12).

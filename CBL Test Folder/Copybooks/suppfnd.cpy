      * One in-source scanner suppression marker found by
      * SuppressionMarkerAudit: the member it sits in (TEST library
      * or a PROD member named on a control card), the line the
      * marker is on and the line it silences (the same line for a
      * trailing *> marker, else the next code line), the rule it
      * names (*ALL when it names none), and whether an unexpired
      * WAIVERS entry for that program and rule stands behind it.
       01 SUPPRESSION-FINDING.
           05 SM-PROGRAM-ID           PIC X(30).
           05 SM-LIBRARY              PIC X(4).
           05 SM-MARKER-LINE          PIC 9(5).
           05 SM-SILENCED-LINE        PIC 9(5).
           05 SM-RULE-ID              PIC X(20).
           05 SM-VERDICT              PIC X(12).

      * One step of one night's job chain on the CHAINCTL master,
      * keyed by the suite run-id plus the step (the program's load
      * module name): STARTED when the program begins, COMPLETE or
      * FAILED with its condition code when it ends (DEFERRED for a
      * suite stopped at the window cutoff). A step left STARTED
      * never reached its end -- it abended or is still running.
      * CHAINDEF rows name a step and up to four steps that must be
      * COMPLETE for the same run-id before it may start.
       01 CHAIN-CONTROL-RECORD.
           05 CH-KEY.
               10 CH-RUN-ID           PIC X(14).
               10 CH-STEP             PIC X(8).
           05 CH-STATE                PIC X(8).
           05 CH-PROGRAM-ID           PIC X(30).
           05 CH-START-TS             PIC X(19).
           05 CH-END-TS               PIC X(19).
           05 CH-COND-CODE            PIC 9(3).
           05 CH-ATTEMPTS             PIC 9(3).

               AUD-PROGRAM-ID BY HST-PROGRAM-ID
               AUD-OUTCOME BY HST-OUTCOME
               AUD-RUN-ID BY HST-RUN-ID
               AUD-ENV-ID BY HST-ENV-ID
               AUD-SEQUENCE BY HST-SEQUENCE
               AUD-CHAIN-HASH BY HST-CHAIN-HASH.
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
       FD  RUN-CALENDAR-FILE.

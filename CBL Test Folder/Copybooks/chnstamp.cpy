      * Builds WS-CHAIN-TS (YYYY-MM-DDTHH:MM:SS) from the clock for
      * the chain-control start and end paragraphs.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHAIN-STAMP
           MOVE SPACES TO WS-CHAIN-TS
           STRING WS-CHAIN-YYYY "-" WS-CHAIN-MM "-" WS-CHAIN-DD
               "T" WS-CHAIN-HH ":" WS-CHAIN-MIN ":" WS-CHAIN-SEC
               DELIMITED BY SIZE INTO WS-CHAIN-TS.

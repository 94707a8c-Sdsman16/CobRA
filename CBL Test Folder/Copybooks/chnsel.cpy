      * FILE-CONTROL entries for post-suite chain control: the
      * CHAINCTL step-completion master every chained program updates
      * when it starts and ends, and the CHAINDEF definition naming
      * each step and the steps it waits on.
           SELECT CHAIN-CONTROL-FILE ASSIGN TO "CHAINCTL"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT CHAIN-DEFINITION-FILE ASSIGN TO "CHAINDEF"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINDEF-STATUS.

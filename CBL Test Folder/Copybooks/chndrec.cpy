      * One CHAINDEF row: a chained step and the steps it waits on.
       01 CHAIN-DEFINITION-RECORD.
           05 CD-STEP                 PIC X(8).
           05 CD-PREREQS.
               10 CD-PREREQ           PIC X(8) OCCURS 4 TIMES.

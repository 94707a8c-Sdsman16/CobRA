      * FILE-CONTROL entry for the CLOSLDG remediation closure ledger
      * written by FindingsHistoryUpdate and read by the MTTR report.
           SELECT CLOSURE-LEDGER-FILE ASSIGN TO "CLOSLDG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CLOSURE-STATUS.

      * FILE-CONTROL entry for the WAIVLDG waiver ledger maintained by
      * WaiverMaint; WAIVERS is rebuilt from its approved entries.
           SELECT WAIVER-LEDGER-FILE ASSIGN TO "WAIVLDG"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

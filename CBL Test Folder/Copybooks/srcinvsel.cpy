      * FILE-CONTROL entry for the SRCINV source inventory master
      * maintained by SourceInventoryUpdate and read by
      * SourceChangeAttribution.
           SELECT SOURCE-INVENTORY-FILE ASSIGN TO "SRCINV"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SI-PROGRAM-ID
               FILE STATUS IS WS-SRCINV-STATUS.

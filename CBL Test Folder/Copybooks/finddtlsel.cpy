      * FILE-CONTROL entry for the FINDDTL scanner finding-detail
      * dataset read by LocationReconcile.
           SELECT FINDING-DETAIL-FILE ASSIGN TO "FINDDTL"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-STATUS.

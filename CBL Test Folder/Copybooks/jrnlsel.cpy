      * FILE-CONTROL entry for the common master journal (JRNLLOG)
      * every program that updates a keyed finding master appends its
      * before- and after-images to, and MasterRecovery reads back.
           SELECT JOURNAL-FILE ASSIGN TO "JRNLLOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

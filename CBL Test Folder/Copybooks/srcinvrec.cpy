      * One registered test program's source member as last seen by
      * SourceInventoryUpdate in the SRCINV inventory master, keyed by
      * PROGRAM-ID: its line count, a hash total over the source text,
      * the run-id on which either last changed, the run-id on which
      * the member was first inventoried (nothing is known about edits
      * before it), and the run-id that last found the member at all.
       01 SOURCE-INVENTORY-RECORD.
           05 SI-PROGRAM-ID           PIC X(30).
           05 SI-LINE-COUNT           PIC 9(5).
           05 SI-HASH-TOTAL           PIC 9(10).
           05 SI-CHANGED-RUN-ID       PIC X(14).
           05 SI-FIRST-RUN-ID         PIC X(14).
           05 SI-LAST-SEEN-RUN-ID     PIC X(14).

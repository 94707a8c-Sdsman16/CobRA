      * One detected edit to a registered test program's source
      * member, appended to the SRCCHG change log whenever
      * SourceInventoryUpdate finds the line count or hash total moved
      * since the member was last seen. The inventory master keeps
      * only the latest change; this log keeps every one, so a
      * verdict flip weeks back can still be tied to the edit (or the
      * absence of one) that preceded it.
       01 SOURCE-CHANGE-RECORD.
           05 SC-PROGRAM-ID           PIC X(30).
           05 SC-RUN-ID               PIC X(14).
           05 SC-OLD-LINE-COUNT       PIC 9(5).
           05 SC-NEW-LINE-COUNT       PIC 9(5).
           05 SC-OLD-HASH-TOTAL       PIC 9(10).
           05 SC-NEW-HASH-TOTAL       PIC 9(10).
           05 SC-ENV-ID               PIC X(8).

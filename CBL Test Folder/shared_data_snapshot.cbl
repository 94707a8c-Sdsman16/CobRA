      * starts from known data instead of whatever the last partial
      * run left behind. PARM 'SAVE' copies each mutable dataset to
      * its run-scoped backup; PARM 'RESTORE' puts the backup content
      * back. SHAREDAT (rewritten nightly by ConcurrentAccessTest, and
      * rewritten and deleted from by the missing-authorization pair)
      * is the mutable set today; the restore rebuilds it whole from
      * the backup, so deleted rows come back along with the
      * rewritten ones. A newly mutable dataset gets its own
      * SELECT and save/restore pair here, since a dataset must be
      * declared to be opened.
       ENVIRONMENT DIVISION.

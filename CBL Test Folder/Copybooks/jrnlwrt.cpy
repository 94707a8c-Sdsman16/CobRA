      * Appends one before/after image pair to the common master
      * journal. Caller must MOVE WS-JRNL-PROGRAM-ID, WS-JRNL-MASTER,
      * WS-JRNL-ACTION, WS-JRNL-BEFORE and WS-JRNL-AFTER before
      * performing the paragraph this text is copied into. Requires
      * auditws.cpy (for the shared run id) alongside jrnlws.cpy.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JRNL-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JRNL-TIME
           MOVE SPACES TO JR-TIMESTAMP
           STRING WS-JRNL-YYYY "-" WS-JRNL-MM "-" WS-JRNL-DD
               "T" WS-JRNL-HH ":" WS-JRNL-MIN ":" WS-JRNL-SEC
               DELIMITED BY SIZE INTO JR-TIMESTAMP
      * Seed the run id the same way the audit write does, so a
      * standalone run's journal and audit records still correlate.
           IF WS-SUITE-RUN-ID = SPACES OR WS-SUITE-RUN-ID = LOW-VALUES
               MOVE WS-JRNL-STAMP TO WS-SUITE-RUN-ID
           END-IF
           MOVE WS-SUITE-RUN-ID    TO JR-RUN-ID
           MOVE WS-JRNL-PROGRAM-ID TO JR-PROGRAM-ID
           MOVE WS-JRNL-MASTER     TO JR-MASTER
           MOVE WS-JRNL-ACTION     TO JR-ACTION
           MOVE WS-JRNL-BEFORE     TO JR-BEFORE-IMAGE
           MOVE WS-JRNL-AFTER      TO JR-AFTER-IMAGE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           ADD 1 TO WS-JRNL-COUNT.

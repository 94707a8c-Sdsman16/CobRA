      * Appends one record to the common audit-trail log. Caller must
      * MOVE WS-AUDIT-PROGRAM-ID and WS-AUDIT-OUTCOME before performing
      * the paragraph this text is copied into. Each record carries
      * the next sequence number for its run-id and a hash chained to
      * the record before it (see audscan.cpy and audhash.cpy).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AUDIT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUDIT-TIME
      * Outside a driver run the shared run id is still empty; seed it
      * from the timestamp just built so standalone runs correlate too.
           IF WS-SUITE-RUN-ID = SPACES OR WS-SUITE-RUN-ID = LOW-VALUES
               MOVE WS-AUDIT-TIMESTAMP TO WS-SUITE-RUN-ID
           END-IF
      * Outside a driver run no environment id was loaded; stamp
      * LOCAL so the record is never mistaken for a real LPAR's.
           IF WS-SUITE-ENV-ID = SPACES
               OR WS-SUITE-ENV-ID = LOW-VALUES
               MOVE "LOCAL" TO WS-SUITE-ENV-ID
           END-IF
           MOVE WS-SUITE-RUN-ID TO WS-AUDIT-SCAN-RUN-ID
           COPY "audscan.cpy".
           ADD 1 TO WS-AUDIT-SEQUENCE
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               "T" WS-AUDIT-HH ":" WS-AUDIT-MIN ":" WS-AUDIT-SEC
               DELIMITED BY SIZE INTO AUD-TIMESTAMP
           MOVE WS-AUDIT-PROGRAM-ID TO AUD-PROGRAM-ID
           MOVE WS-AUDIT-OUTCOME TO AUD-OUTCOME
           MOVE WS-SUITE-RUN-ID TO AUD-RUN-ID
           MOVE WS-SUITE-ENV-ID TO AUD-ENV-ID
           MOVE WS-AUDIT-SEQUENCE TO AUD-SEQUENCE
           MOVE AUDIT-RECORD(1:107) TO WS-AUDIT-HASH-BODY
           COPY "audhash.cpy".
           MOVE WS-AUDIT-NEW-HASH TO AUD-CHAIN-HASH
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE

               10 WS-AUDIT-HH     PIC 9(2).
               10 WS-AUDIT-MIN    PIC 9(2).
               10 WS-AUDIT-SEC    PIC 9(2).
      * Tamper-evidence chain: the sequence and hash of the last record
      * already on the log for this run-id (audscan.cpy finds them),
      * and the work area audhash.cpy folds into the next hash.
       01 WS-AUDIT-SEQUENCE       PIC 9(6) VALUE 0.
       01 WS-AUDIT-PREV-HASH      PIC 9(18) VALUE 0.
       01 WS-AUDIT-NEW-HASH.
           05 WS-AUDIT-HASH-1     PIC 9(9).
           05 WS-AUDIT-HASH-2     PIC 9(9).
       01 WS-AUDIT-HASH-TEXT.
           05 WS-AUDIT-HASH-PREV  PIC 9(18).
           05 WS-AUDIT-HASH-BODY  PIC X(107).
       01 WS-AUDIT-HASH-IDX       PIC 9(3) VALUE 0.
       01 WS-AUDIT-SCAN-RUN-ID    PIC X(14).
       01 WS-AUDIT-SCAN-EOF       PIC X(3).
       COPY "runidws.cpy".
       COPY "envidws.cpy".

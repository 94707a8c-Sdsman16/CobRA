      * One closure of a finding on the CLOSLDG ledger, keyed by
      * program-id, rule-id and the night it was closed: the first
      * scheduled night HISTMST reported it GONE. Days open run from
      * CL-OPENED-DATE, which is FH-FIRST-SEEN for a first closure and
      * the reopen date for a finding that came back and was closed
      * again. The ticket, SIEM disposition and owning team are the
      * ones standing at closure. CL-REOPEN-DATE is filled in the
      * night the scanner reports the finding again -- the reopen
      * event -- so every closure carries whether it held.
       01 CLOSURE-RECORD.
           05 CL-KEY.
               10 CL-PROGRAM-ID       PIC X(30).
               10 CL-RULE-ID          PIC X(20).
               10 CL-CLOSED-DATE      PIC X(10).
           05 CL-FIRST-SEEN           PIC X(10).
           05 CL-LAST-SEEN            PIC X(10).
           05 CL-OPENED-DATE          PIC X(10).
           05 CL-DAYS-OPEN            PIC 9(5).
           05 CL-TICKET-NO            PIC X(12).
           05 CL-DISPOSITION          PIC X(14).
           05 CL-TEAM                 PIC X(12).
           05 CL-REOPEN-DATE          PIC X(10).
           05 CL-RUN-ID               PIC X(14).

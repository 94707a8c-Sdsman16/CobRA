      * One finding's waiver in the WAIVLDG ledger, keyed by program-id
      * plus rule-id like the other finding masters. WL-STATUS is
      * PENDING until a second user approves the request, then
      * APPROVED; REJECTED and REVOKED entries stay on the ledger as
      * the record of what was refused or withdrawn. A RENEW on an
      * approved waiver leaves it APPROVED on its current expiry and
      * parks the proposed date in WL-PENDING-EXPIRY (WL-PENDING-ACTION
      * RENEW) until that renewal is itself approved. Only APPROVED
      * entries are written back to WAIVERS.
       01 WAIVER-LEDGER-RECORD.
           05 WL-KEY.
               10 WL-PROGRAM-ID       PIC X(30).
               10 WL-RULE-ID          PIC X(20).
           05 WL-STATUS               PIC X(8).
           05 WL-SEVERITY             PIC X(10).
           05 WL-REASON               PIC X(20).
           05 WL-REQUESTER            PIC X(8).
           05 WL-REQUEST-DATE         PIC X(10).
           05 WL-APPROVER             PIC X(8).
           05 WL-APPROVED-DATE        PIC X(10).
           05 WL-EXPIRY-DATE          PIC X(10).
           05 WL-PENDING-ACTION       PIC X(8).
           05 WL-PENDING-EXPIRY       PIC X(10).
           05 WL-LAST-ACTION-USER     PIC X(8).
           05 WL-LAST-ACTION-DATE     PIC X(10).

      * One ticket status event on the TICKHIST ticket status history:
      * the ITSM ticket number, the status the ticket moved to (OPEN,
      * IN-PROGRESS, RESOLVED, CLOSED, REOPENED ... as the ITSM system
      * reports it, or REOPEN-REQ when the verification pass asked the
      * gateway to reopen it), who moved it, the date it moved, the
      * night the event was loaded here and where it came from (ITSM
      * for the inbound feed, TICKGEN for the verification pass). The
      * history is only ever appended to; a ticket's latest status is
      * its event with the latest status date.
       01 TICKET-STATUS-RECORD.
           05 TS-TICKET-NO            PIC X(12).
           05 TS-STATUS               PIC X(12).
           05 TS-RESOLVER             PIC X(8).
           05 TS-STATUS-DATE          PIC X(10).
           05 TS-LOADED-DATE          PIC X(10).
           05 TS-SOURCE               PIC X(8).

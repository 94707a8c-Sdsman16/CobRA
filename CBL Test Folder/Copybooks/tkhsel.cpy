      * FILE-CONTROL entry for the TICKHIST ticket status history
      * appended to and verified by TicketFeedGenerator.
           SELECT TICKET-STATUS-FILE ASSIGN TO "TICKHIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TKHIST-STATUS.

      * Loads the routing slot table up to the slot count the request
      * asked for. HID-SLOT-ENTRY is OCCURS 5 in the including
      * program, and HID-SLOT-COUNT is taken from the request with no
      * test against that size, so a count over 5 subscripts past the
      * end of the table. Caller must set HID-SLOT-COUNT before
      * performing the paragraph this text is copied into.
           PERFORM VARYING HID-SLOT-IDX FROM 1 BY 1
                   UNTIL HID-SLOT-IDX > HID-SLOT-COUNT
               MOVE "ROUTE-SLOT" TO HID-SLOT-ENTRY(HID-SLOT-IDX)
           END-PERFORM
           DISPLAY "Slots loaded: " HID-SLOT-COUNT.

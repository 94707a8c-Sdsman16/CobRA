      * Routes one request to the handler program named in the inbound
      * request text. The including program supplies the target field
      * through COPY ... REPLACING ==ROUTE-TARGET== BY ==its-field==;
      * the name is CALLed as received, with no list of permitted
      * handlers behind it. Caller must have the request text in
      * WS-SCRIPT-VALUE before performing the paragraph this text is
      * copied into.
           MOVE WS-SCRIPT-VALUE(1:20) TO ROUTE-TARGET
           CALL ROUTE-TARGET USING HID-GATEWAY-SIGNON
               ON EXCEPTION
                   DISPLAY "Route target not found: " ROUTE-TARGET
           END-CALL
           DISPLAY "Routed to: " ROUTE-TARGET.

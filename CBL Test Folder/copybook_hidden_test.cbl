       IDENTIFICATION DIVISION.
       PROGRAM-ID. CopybookHiddenTest.
      * Test vulnerabilities that reach a program only through COPY
      * members, the way most of them sit in our production code: a
      * hardcoded gateway key in a WORKING-STORAGE copybook
      * (hidkeyws), an unchecked dynamic CALL target in a procedure
      * copybook brought in with COPY ... REPLACING (hidroute), and an
      * unbounded subscript loop in another procedure copybook
      * (hidslot). Nothing vulnerable is written inline here, so a
      * scanner that does not expand copybooks finds nothing. Findings
      * are expected against this program at the COPY statement, not
      * against the copybook member. Each construct is classified and
      * audited on its own, as BufferOverflowTest does per scenario.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "classsel.cpy".
           COPY "scriptsel.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CLASSIFY-LOG-FILE.
       COPY "classrec.cpy".
       FD  SCRIPT-INPUT-FILE.
       COPY "scriptrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "classws.cpy".
       COPY "scriptws.cpy".
       COPY "hidkeyws.cpy".
       01 HID-ROUTE-PGM       PIC X(20) VALUE SPACES.
       01 HID-SLOT-COUNT      PIC 9(2) VALUE 0.
       01 HID-SLOT-IDX        PIC 9(2) VALUE 0.
       01 HID-SLOT-AREA.
           05 HID-SLOT-ENTRY OCCURS 5 TIMES PIC X(10).
           05 HID-SLOT-SPILL  PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "CopybookHiddenTest" TO WS-SCRIPT-PROGRAM-ID
           PERFORM 1000-GATEWAY-SIGNON
           PERFORM 2000-ROUTE-REQUEST
           PERFORM 3000-SLOT-LOAD
           GOBACK.

       1000-GATEWAY-SIGNON.
           MOVE "CopybookHiddenTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-798" TO WS-CLASS-CWE-NUMBER
           MOVE "MEDIUM" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
      * The key was never moved here -- it arrived with hidkeyws.
           DISPLAY "Signing on as " HID-GATEWAY-USER
               " key " HID-GATEWAY-KEY
           MOVE "CopybookHiddenTest" TO WS-AUDIT-PROGRAM-ID
           MOVE "COPYBOOK KEY USED FOR SIGNON" TO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.

       2000-ROUTE-REQUEST.
           MOVE "CopybookHiddenTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-470" TO WS-CLASS-CWE-NUMBER
           MOVE "HIGH" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
      * Request text stands in for the inbound routing record
           PERFORM 9700-GET-SCRIPTED-INPUT
           PERFORM 2100-CALL-ROUTE
           MOVE "CopybookHiddenTest" TO WS-AUDIT-PROGRAM-ID
           MOVE "COPYBOOK DYNAMIC CALL ROUTED" TO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.

       2100-CALL-ROUTE.
       COPY "hidroute.cpy"
           REPLACING ==ROUTE-TARGET== BY ==HID-ROUTE-PGM==.

       3000-SLOT-LOAD.
           MOVE "CopybookHiddenTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-787" TO WS-CLASS-CWE-NUMBER
           MOVE "HIGH" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
           PERFORM 9700-GET-SCRIPTED-INPUT
           IF WS-SCRIPT-VALUE(1:2) IS NUMERIC
               MOVE WS-SCRIPT-VALUE(1:2) TO HID-SLOT-COUNT
           END-IF
           PERFORM 3100-FILL-SLOTS
           DISPLAY "Past end of slot table: " HID-SLOT-SPILL
           MOVE "CopybookHiddenTest" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "COPYBOOK SLOT LOOP COUNT=" HID-SLOT-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.

       3100-FILL-SLOTS.
       COPY "hidslot.cpy".

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9800-WRITE-CLASSIFICATION.
       COPY "classwrt.cpy".

       9700-GET-SCRIPTED-INPUT.
       COPY "scriptget.cpy".

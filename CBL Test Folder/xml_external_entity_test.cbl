       IDENTIFICATION DIVISION.
       PROGRAM-ID. XmlExternalEntityTest.
      * Test XML external-entity processing (CWE-611): an inbound
      * document is assembled from scripted input and handed to XML
      * PARSE as-is, DOCTYPE and all, with nothing restricting the
      * entities it declares, and whatever the parser hands back is
      * moved into working storage as trusted content -- the way
      * our inbound XML interfaces take a partner's document. The
      * fixture's DOCTYPE declares a SYSTEM entity naming a local
      * file and references it in the document body.
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
       01 WS-XML-DOCUMENT   PIC X(400) VALUE SPACES.
       01 WS-XML-LENGTH     PIC 9(3) VALUE 0.
       01 WS-XML-LINES      PIC 9(2) VALUE 0.
       01 WS-PARSED-CONTENT PIC X(200) VALUE SPACES.
       01 WS-CONTENT-PTR    PIC 9(3) VALUE 1.
       PROCEDURE DIVISION.
           MOVE "XmlExternalEntityTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-611" TO WS-CLASS-CWE-NUMBER
           MOVE "HIGH" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
      * The document arrives one scripted line at a time, in place
      * of the inbound interface record it stands for
           MOVE "XmlExternalEntityTest" TO WS-SCRIPT-PROGRAM-ID
           MOVE 1 TO WS-XML-LENGTH
           PERFORM 9700-GET-SCRIPTED-INPUT
           PERFORM UNTIL WS-SCRIPT-VALUE = SPACES OR WS-XML-LINES = 8
               ADD 1 TO WS-XML-LINES
               STRING FUNCTION TRIM(WS-SCRIPT-VALUE TRAILING)
                   DELIMITED BY SIZE INTO WS-XML-DOCUMENT
                   WITH POINTER WS-XML-LENGTH
               END-STRING
               PERFORM 9700-GET-SCRIPTED-INPUT
           END-PERFORM
           SUBTRACT 1 FROM WS-XML-LENGTH
           DISPLAY "Parsing inbound document, " WS-XML-LENGTH
               " bytes"
      * No DOCTYPE check, no entity restriction: the parser is given
      * the document exactly as it came in
           IF WS-XML-LENGTH > 0
               XML PARSE WS-XML-DOCUMENT(1:WS-XML-LENGTH)
                   PROCESSING PROCEDURE 2000-XML-EVENT
                   ON EXCEPTION
                       DISPLAY "XML PARSE exception " XML-CODE
                   NOT ON EXCEPTION
                       DISPLAY "Parsed content: " WS-PARSED-CONTENT
               END-XML
           END-IF
           MOVE "XmlExternalEntityTest" TO WS-AUDIT-PROGRAM-ID
           MOVE "XML PARSED WITH DOCTYPE" TO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.
           GOBACK.

       2000-XML-EVENT.
      * Character content and entity references alike are appended
      * to the parsed content unexamined.
           EVALUATE XML-EVENT
               WHEN "CONTENT-CHARACTERS"
               WHEN "CONTENT-CHARACTER"
               WHEN "UNRESOLVED-REFERENCE"
               WHEN "UNKNOWN-REFERENCE-IN-CONTENT"
                   IF WS-CONTENT-PTR < 200
                       STRING XML-TEXT DELIMITED BY SIZE
                           INTO WS-PARSED-CONTENT
                           WITH POINTER WS-CONTENT-PTR
                       END-STRING
                   END-IF
               WHEN "EXCEPTION"
                   DISPLAY "XML exception event " XML-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9800-WRITE-CLASSIFICATION.
       COPY "classwrt.cpy".

       9700-GET-SCRIPTED-INPUT.
       COPY "scriptget.cpy".

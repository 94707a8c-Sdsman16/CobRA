       IDENTIFICATION DIVISION.
       PROGRAM-ID. CleanXmlExternalEntityTest.
      * Safe counterpart to XmlExternalEntityTest: the same inbound
      * document is screened before it ever reaches XML PARSE, and
      * one carrying a DOCTYPE (or a bare ENTITY declaration) is
      * rejected outright -- our interfaces have no use for a DTD,
      * so no entity declared in one is ever expanded. Only a
      * DOCTYPE-free document is parsed. Exists so the precision
      * report covers the XXE rule's false-positive side too.
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
       01 WS-XML-UPPER      PIC X(400) VALUE SPACES.
       01 WS-XML-LENGTH     PIC 9(3) VALUE 0.
       01 WS-XML-LINES      PIC 9(2) VALUE 0.
       01 WS-DTD-COUNT      PIC 9(3) VALUE 0.
       01 WS-PARSED-CONTENT PIC X(200) VALUE SPACES.
       01 WS-CONTENT-PTR    PIC 9(3) VALUE 1.
       PROCEDURE DIVISION.
           MOVE "CleanXmlExternalEntityTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-611" TO WS-CLASS-CWE-NUMBER
           MOVE "NONE" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
      * The document arrives one scripted line at a time, in place
      * of the inbound interface record it stands for
           MOVE "CleanXmlExternalEntityTest" TO WS-SCRIPT-PROGRAM-ID
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
      * Any DTD at all -- DOCTYPE or ENTITY, in any letter case --
      * refuses the document before the parser sees a byte of it.
           MOVE FUNCTION UPPER-CASE(WS-XML-DOCUMENT) TO WS-XML-UPPER
           INSPECT WS-XML-UPPER TALLYING WS-DTD-COUNT
               FOR ALL "<!DOCTYPE" ALL "<!ENTITY"
           IF WS-DTD-COUNT > 0
               DISPLAY "Document rejected: DOCTYPE not accepted"
               MOVE "XML DOCTYPE REJECTED" TO WS-AUDIT-OUTCOME
           ELSE
               IF WS-XML-LENGTH > 0
                   XML PARSE WS-XML-DOCUMENT(1:WS-XML-LENGTH)
                       PROCESSING PROCEDURE 2000-XML-EVENT
                       ON EXCEPTION
                           DISPLAY "XML PARSE exception " XML-CODE
                       NOT ON EXCEPTION
                           DISPLAY "Parsed content: "
                               WS-PARSED-CONTENT
                   END-XML
               END-IF
               MOVE "XML PARSED, NO DOCTYPE" TO WS-AUDIT-OUTCOME
           END-IF
           MOVE "CleanXmlExternalEntityTest" TO WS-AUDIT-PROGRAM-ID
           PERFORM 9900-WRITE-AUDIT-LOG.
           GOBACK.

       2000-XML-EVENT.
      * Only plain character content is kept; a reference the
      * parser could not resolve is an error, never content.
           EVALUATE XML-EVENT
               WHEN "CONTENT-CHARACTERS"
               WHEN "CONTENT-CHARACTER"
                   IF WS-CONTENT-PTR < 200
                       STRING XML-TEXT DELIMITED BY SIZE
                           INTO WS-PARSED-CONTENT
                           WITH POINTER WS-CONTENT-PTR
                       END-STRING
                   END-IF
               WHEN "UNRESOLVED-REFERENCE"
               WHEN "UNKNOWN-REFERENCE-IN-CONTENT"
                   DISPLAY "Unresolved reference ignored"
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

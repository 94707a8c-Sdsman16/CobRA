       IDENTIFICATION DIVISION.
       PROGRAM-ID. CleanTypeConfusionUninitTest.
      * Safe counterpart to TypeConfusionUninitTest, scenario for
      * scenario: every field starts from a VALUE clause and is
      * INITIALIZEd again before use, and the redefined rate is only
      * read through its numeric view after the text view has passed
      * a NUMERIC class test -- status text in the rate is refused,
      * not computed with. Each scenario records its own audit
      * outcome and classification, exactly as the vulnerable
      * program does, so the precision report covers both rules'
      * false-positive side too.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "classsel.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CLASSIFY-LOG-FILE.
       COPY "classrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "classws.cpy".
       01 WS-RATE-NUM        PIC 9(5)V99 VALUE 0.
       01 WS-RATE-TEXT REDEFINES WS-RATE-NUM PIC X(7).
       01 WS-CHARGE          PIC 9(7)V99 VALUE 0.
       01 WS-RUNNING-TOTAL   PIC S9(7)V99 COMP-3 VALUE 0.
       01 WS-AMOUNT-OUT      PIC -(7)9.99 VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-TYPE-CONFUSION
           PERFORM 2000-UNINITIALIZED-USE
           GOBACK.

       1000-TYPE-CONFUSION.
           MOVE "CleanTypeConfusionUninitTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-843" TO WS-CLASS-CWE-NUMBER
           MOVE "NONE" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
           INITIALIZE WS-RATE-NUM WS-CHARGE
      * Same status word into the text view, but the numeric view is
      * only used once the bytes are proven to be digits.
           MOVE "PENDING" TO WS-RATE-TEXT
           MOVE "CleanTypeConfusionUninitTest" TO WS-AUDIT-PROGRAM-ID
           IF WS-RATE-TEXT IS NUMERIC
               COMPUTE WS-CHARGE = WS-RATE-NUM * 3
               MOVE WS-CHARGE TO WS-AMOUNT-OUT
               DISPLAY "Charge from rate: " WS-AMOUNT-OUT
               MOVE "REDEF CLASS OK, CHARGED" TO WS-AUDIT-OUTCOME
           ELSE
               DISPLAY "Rate is not numeric, charge refused: "
                   WS-RATE-TEXT
               MOVE "REDEF CLASS CHECK REJECTED" TO WS-AUDIT-OUTCOME
           END-IF
           PERFORM 9900-WRITE-AUDIT-LOG.

       2000-UNINITIALIZED-USE.
           MOVE "CleanTypeConfusionUninitTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-457" TO WS-CLASS-CWE-NUMBER
           MOVE "NONE" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
      * The accumulator carries a VALUE clause and is set again here,
      * so the COMPUTE always starts from zero.
           INITIALIZE WS-RUNNING-TOTAL
           COMPUTE WS-RUNNING-TOTAL = WS-RUNNING-TOTAL + 125.50
           MOVE WS-RUNNING-TOTAL TO WS-AMOUNT-OUT
           DISPLAY "Running total: " WS-AMOUNT-OUT
           MOVE "CleanTypeConfusionUninitTest" TO WS-AUDIT-PROGRAM-ID
           MOVE "ACCUMULATOR SET BEFORE USE" TO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9800-WRITE-CLASSIFICATION.
       COPY "classwrt.cpy".

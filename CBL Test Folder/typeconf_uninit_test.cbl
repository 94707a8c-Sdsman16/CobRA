       IDENTIFICATION DIVISION.
       PROGRAM-ID. TypeConfusionUninitTest.
      * Test two storage-misuse patterns behind real production
      * incidents, each planted in its own paragraph and classified
      * on its own:
      *   1000  type confusion (CWE-843) -- a zoned-decimal
      *         numeric rate is overlaid with status text through its
      *         alphanumeric REDEFINES and then read back as a number
      *   2000  uninitialized storage (CWE-457) -- a WORKING-STORAGE
      *         accumulator with no VALUE clause is used in a COMPUTE
      *         before anything ever sets it
      * Each scenario records its own audit outcome, as
      * BufferOverflowTest does per scenario, so a scanner that
      * catches one construct and misses the other shows up as a
      * partial detection rather than a pass.
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
       01 WS-RUNNING-TOTAL   PIC S9(7)V99 COMP.
       01 WS-AMOUNT-OUT      PIC -(7)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-TYPE-CONFUSION
           PERFORM 2000-UNINITIALIZED-USE
           GOBACK.

       1000-TYPE-CONFUSION.
           MOVE "TypeConfusionUninitTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-843" TO WS-CLASS-CWE-NUMBER
           MOVE "MEDIUM" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
      * The rate's text view is loaded with a status word, and the
      * numeric view is then used in arithmetic with no class test.
           MOVE "PENDING" TO WS-RATE-TEXT
           COMPUTE WS-CHARGE = WS-RATE-NUM * 3
           MOVE WS-CHARGE TO WS-AMOUNT-OUT
           DISPLAY "Charge from overlaid rate: " WS-AMOUNT-OUT
           MOVE "TypeConfusionUninitTest" TO WS-AUDIT-PROGRAM-ID
           MOVE "TEXT READ AS NUMERIC REDEF" TO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.

       2000-UNINITIALIZED-USE.
           MOVE "TypeConfusionUninitTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-457" TO WS-CLASS-CWE-NUMBER
           MOVE "MEDIUM" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
      * WS-RUNNING-TOTAL has no VALUE and nothing has set it; being
      * binary, whatever it held still adds without a data check.
           COMPUTE WS-RUNNING-TOTAL = WS-RUNNING-TOTAL + 125.50
           MOVE WS-RUNNING-TOTAL TO WS-AMOUNT-OUT
           DISPLAY "Running total: " WS-AMOUNT-OUT
           MOVE "TypeConfusionUninitTest" TO WS-AUDIT-PROGRAM-ID
           MOVE "UNSET ACCUMULATOR IN COMPUTE" TO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9800-WRITE-CLASSIFICATION.
       COPY "classwrt.cpy".

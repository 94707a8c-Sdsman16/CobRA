       IDENTIFICATION DIVISION.
       PROGRAM-ID. CleanMissingAuthorizationTest.
      * Safe counterpart to MissingAuthorizationTest: the same
      * LOGINATT identities ask for the same kind of privileged
      * SHAREDAT maintenance (a REWRITE and a DELETE), but each user
      * is looked up in the role table first and only one holding
      * the ADMIN role gets through; everyone else is refused and
      * counted. It works its own pair of rows so the two tests
      * never disturb each other; SHLOAD seeds them and the SHSNAP
      * restore puts them back. Exists so the precision report
      * covers the authorization rule's false-positive side too.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "classsel.cpy".
           COPY "loginsel.cpy".
           COPY "sharedsel.cpy".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  CLASSIFY-LOG-FILE.
       COPY "classrec.cpy".
       FD  LOGIN-FILE.
       COPY "loginrec.cpy".
       FD  SHARED-FILE.
       COPY "sharedrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "classws.cpy".
       01 WS-LOGIN-STATUS   PIC X(2).
       01 WS-SHARED-STATUS  PIC X(2).
       01 WS-ACTION-COUNT   PIC 9(3) VALUE 0.
       01 WS-REFUSED-COUNT  PIC 9(3) VALUE 0.
       01 WS-USER-ROLE      PIC X(8).
       01 WS-ROLE-IDX       PIC 9(2) VALUE 0.
      * Users and the role each holds; anyone not listed has none.
       01 WS-ROLE-VALUES.
           05 FILLER PIC X(28) VALUE "alice               ADMIN   ".
           05 FILLER PIC X(28) VALUE "bob                 OPERATOR".
           05 FILLER PIC X(28) VALUE "eve                 VIEWER  ".
       01 WS-ROLE-TABLE REDEFINES WS-ROLE-VALUES.
           05 WS-ROLE-ENTRY OCCURS 3 TIMES.
               10 WS-ROLE-USER      PIC X(20).
               10 WS-ROLE-NAME      PIC X(8).
       PROCEDURE DIVISION.
           MOVE "CleanMissingAuthorizationTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-862" TO WS-CLASS-CWE-NUMBER
           MOVE "NONE" TO WS-CLASS-SEVERITY
           MOVE "NONE" TO WS-CLASS-CVE-REF
           PERFORM 9800-WRITE-CLASSIFICATION
           OPEN INPUT LOGIN-FILE
           IF WS-LOGIN-STATUS NOT = "00"
               DISPLAY "LOGIN-FILE OPEN FAILED: " WS-LOGIN-STATUS
               MOVE "10" TO WS-LOGIN-STATUS
           END-IF
           OPEN I-O SHARED-FILE
           IF WS-SHARED-STATUS NOT = "00"
               DISPLAY "SHAREDAT OPEN FAILED: " WS-SHARED-STATUS
               MOVE "10" TO WS-LOGIN-STATUS
           END-IF
           PERFORM UNTIL WS-LOGIN-STATUS = "10"
               READ LOGIN-FILE
                   AT END
                       MOVE "10" TO WS-LOGIN-STATUS
                   NOT AT END
                       PERFORM 1000-CHECK-ROLE
                       IF WS-USER-ROLE = "ADMIN"
                           PERFORM 2000-PRIVILEGED-MAINTENANCE
                       ELSE
                           ADD 1 TO WS-REFUSED-COUNT
                           DISPLAY "Maintenance refused, "
                               "not authorized: " LA-USER-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOGIN-FILE
           CLOSE SHARED-FILE
           MOVE "CleanMissingAuthorizationTest"
               TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "ROLE OK=" WS-ACTION-COUNT
               " REFUSED=" WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.
           GOBACK.

       1000-CHECK-ROLE.
           MOVE SPACES TO WS-USER-ROLE
           PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                   UNTIL WS-ROLE-IDX > 3
               IF WS-ROLE-USER(WS-ROLE-IDX) = LA-USER-ID
                   MOVE WS-ROLE-NAME(WS-ROLE-IDX) TO WS-USER-ROLE
               END-IF
           END-PERFORM.

       2000-PRIVILEGED-MAINTENANCE.
           DISPLAY "Maintenance authorized for: " LA-USER-ID
           MOVE "REC0000004" TO SF-KEY
           READ SHARED-FILE
               INVALID KEY
                   DISPLAY "Record not found: " SF-KEY
               NOT INVALID KEY
                   MOVE SPACES TO SF-DATA
                   STRING "MAINTAINED-BY-" LA-USER-ID
                       DELIMITED BY SIZE INTO SF-DATA
                   REWRITE SHARED-RECORD
                       INVALID KEY
                           DISPLAY "Rewrite failed for: " SF-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-ACTION-COUNT
                   END-REWRITE
           END-READ
           MOVE "REC0000005" TO SF-KEY
           DELETE SHARED-FILE RECORD
               INVALID KEY
                   DISPLAY "Already deleted: " SF-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ACTION-COUNT
                   DISPLAY "Deleted " SF-KEY " for " LA-USER-ID
           END-DELETE.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

       9800-WRITE-CLASSIFICATION.
       COPY "classwrt.cpy".

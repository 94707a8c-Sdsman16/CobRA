       IDENTIFICATION DIVISION.
       PROGRAM-ID. MissingAuthorizationTest.
      * Test missing-authorization vulnerabilities (CWE-862): every
      * identity on LOGINATT is taken as already signed on, and each
      * one is let straight through to a privileged SHAREDAT
      * maintenance action -- a REWRITE of one keyed row and a
      * DELETE of another -- with no check of what that user is
      * entitled to do. AuthenticationTest covers getting past the
      * login; this covers what a logged-in user can then reach.
      * The rows it touches are rebuilt by SHLOAD and put back by the
      * SHSNAP restore like the rest of SHAREDAT.
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
       PROCEDURE DIVISION.
           MOVE "MissingAuthorizationTest" TO WS-CLASS-PROGRAM-ID
           MOVE "CWE-862" TO WS-CLASS-CWE-NUMBER
           MOVE "HIGH" TO WS-CLASS-SEVERITY
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
                       PERFORM 1000-PRIVILEGED-MAINTENANCE
               END-READ
           END-PERFORM
           CLOSE LOGIN-FILE
           CLOSE SHARED-FILE
           MOVE "MissingAuthorizationTest" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "UNCHECKED MAINT ACTIONS=" WS-ACTION-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG.
           GOBACK.

       1000-PRIVILEGED-MAINTENANCE.
      * Whoever LA-USER-ID names is trusted with the maintenance
      * action outright -- no role, no entitlement, no check.
           DISPLAY "Maintenance requested by: " LA-USER-ID
           MOVE "REC0000002" TO SF-KEY
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
           MOVE "REC0000003" TO SF-KEY
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RuleCatalogMaint.
      * Maintenance front end for the RULECAT scanner rule catalog
      * master -- the one place that says which rule-ids the scanner
      * actually has. Applies ADD / CHANGE / DEPREC / RETIRE /
      * ACTIVATE commands read from RCATCMDS. ADD needs the full
      * entry (description, a HIGH/MEDIUM/LOW default severity, a
      * CWE-nnn mapping, and the scanner version that introduced the
      * rule); CHANGE replaces only the fields the card fills in.
      * Rules are never deleted: a rule the vendor dropped is RETIRED
      * so a fixture still naming it is caught as stale rather than
      * as a typo. ExpectedFixtureEdit, ControlIntegrityAudit, and
      * CBLSUITD check every rule-id they handle against this master.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "auditsel.cpy".
           COPY "rulecatsel.cpy".
           SELECT COMMAND-FILE ASSIGN TO "RCATCMDS"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMMAND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  RULE-CATALOG-FILE.
       COPY "rulecatrec.cpy".
       FD  COMMAND-FILE.
       01 CATALOG-COMMAND.
           05 CMD-ACTION              PIC X(8).
           05 CMD-RULE-ID             PIC X(20).
           05 CMD-SEVERITY            PIC X(10).
           05 CMD-CWE-NUMBER          PIC X(10).
           05 CMD-INTRO-VERSION       PIC X(10).
           05 CMD-DESCRIPTION         PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       COPY "rulecatws.cpy".
       01 WS-COMMAND-STATUS   PIC X(2).
       01 WS-EOF-SWITCH       PIC X(3) VALUE "NO".
       01 WS-CARD-OK          PIC X(3) VALUE "YES".
       01 WS-APPLIED-COUNT    PIC 9(3) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(3) VALUE 0.
       01 WS-NEW-STATUS       PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-APPLY-ONE-COMMAND
               UNTIL WS-EOF-SWITCH = "YES"
           CLOSE COMMAND-FILE
           CLOSE RULE-CATALOG-FILE
           DISPLAY "Rule catalog maintenance: applied "
               WS-APPLIED-COUNT " rejected " WS-REJECTED-COUNT
           MOVE "RuleCatalogMaint" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "RULECAT APPLIED=" WS-APPLIED-COUNT
               " REJ=" WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-OPEN-FILES.
      * First-ever run has no catalog master yet -- create it empty
      * and reopen for update, as TestRegistryMaint does for TESTREG.
           OPEN I-O RULE-CATALOG-FILE
           IF WS-RULECAT-STATUS = "35"
               OPEN OUTPUT RULE-CATALOG-FILE
               CLOSE RULE-CATALOG-FILE
               OPEN I-O RULE-CATALOG-FILE
           END-IF
           IF WS-RULECAT-STATUS NOT = "00"
               DISPLAY "RULECAT OPEN FAILED: " WS-RULECAT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT COMMAND-FILE
           IF WS-COMMAND-STATUS NOT = "00"
               DISPLAY "RCATCMDS OPEN FAILED: " WS-COMMAND-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF.

       2000-APPLY-ONE-COMMAND.
           READ COMMAND-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   EVALUATE CMD-ACTION
                       WHEN "ADD"
                           PERFORM 2100-ADD-RULE
                       WHEN "CHANGE"
                           PERFORM 2200-CHANGE-RULE
                       WHEN "DEPREC"
                           MOVE "DEPRECATED" TO WS-NEW-STATUS
                           PERFORM 2300-SET-STATUS
                       WHEN "RETIRE"
                           MOVE "RETIRED" TO WS-NEW-STATUS
                           PERFORM 2300-SET-STATUS
                       WHEN "ACTIVATE"
                           MOVE "ACTIVE" TO WS-NEW-STATUS
                           PERFORM 2300-SET-STATUS
                       WHEN OTHER
                           ADD 1 TO WS-REJECTED-COUNT
                           DISPLAY "Unknown action rejected: "
                               CMD-ACTION CMD-RULE-ID
                   END-EVALUATE
           END-READ.

       2100-ADD-RULE.
           MOVE "YES" TO WS-CARD-OK
           IF CMD-RULE-ID = SPACES OR CMD-RULE-ID = "NONE"
               MOVE "NO" TO WS-CARD-OK
               DISPLAY "Rule-id blank or reserved: " CMD-RULE-ID
           END-IF
           IF CMD-DESCRIPTION = SPACES
               OR CMD-INTRO-VERSION = SPACES
               MOVE "NO" TO WS-CARD-OK
               DISPLAY "Description and version required: "
                   CMD-RULE-ID
           END-IF
           PERFORM 2500-EDIT-SEVERITY
           PERFORM 2600-EDIT-CWE
           IF WS-CARD-OK = "YES"
               MOVE CMD-RULE-ID       TO RC-RULE-ID
               MOVE CMD-DESCRIPTION   TO RC-DESCRIPTION
               MOVE CMD-SEVERITY      TO RC-DEFAULT-SEVERITY
               MOVE CMD-CWE-NUMBER    TO RC-CWE-NUMBER
               MOVE "ACTIVE"          TO RC-STATUS
               MOVE CMD-INTRO-VERSION TO RC-INTRO-VERSION
               WRITE RULE-CATALOG-RECORD
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "Already catalogued: " CMD-RULE-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "Catalogued: " CMD-RULE-ID
               END-WRITE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       2200-CHANGE-RULE.
      * A CHANGE card carries only the fields being corrected; blank
      * fields keep what the catalog already holds.
           MOVE "YES" TO WS-CARD-OK
           IF CMD-SEVERITY NOT = SPACES
               PERFORM 2500-EDIT-SEVERITY
           END-IF
           IF CMD-CWE-NUMBER NOT = SPACES
               PERFORM 2600-EDIT-CWE
           END-IF
           IF WS-CARD-OK = "NO"
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE CMD-RULE-ID TO RC-RULE-ID
               READ RULE-CATALOG-FILE
                   INVALID KEY
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "Not catalogued: " CMD-RULE-ID
                   NOT INVALID KEY
                       IF CMD-DESCRIPTION NOT = SPACES
                           MOVE CMD-DESCRIPTION TO RC-DESCRIPTION
                       END-IF
                       IF CMD-SEVERITY NOT = SPACES
                           MOVE CMD-SEVERITY TO RC-DEFAULT-SEVERITY
                       END-IF
                       IF CMD-CWE-NUMBER NOT = SPACES
                           MOVE CMD-CWE-NUMBER TO RC-CWE-NUMBER
                       END-IF
                       IF CMD-INTRO-VERSION NOT = SPACES
                           MOVE CMD-INTRO-VERSION TO RC-INTRO-VERSION
                       END-IF
                       REWRITE RULE-CATALOG-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       DISPLAY "Changed: " CMD-RULE-ID
               END-READ
           END-IF.

       2300-SET-STATUS.
           MOVE CMD-RULE-ID TO RC-RULE-ID
           READ RULE-CATALOG-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY "Not catalogued: " CMD-RULE-ID
               NOT INVALID KEY
                   MOVE WS-NEW-STATUS TO RC-STATUS
                   REWRITE RULE-CATALOG-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   DISPLAY "Status now " RC-STATUS " for "
                       CMD-RULE-ID
           END-READ.

       2500-EDIT-SEVERITY.
           IF CMD-SEVERITY NOT = "HIGH"
               AND CMD-SEVERITY NOT = "MEDIUM"
               AND CMD-SEVERITY NOT = "LOW"
               MOVE "NO" TO WS-CARD-OK
               DISPLAY "Severity not HIGH/MEDIUM/LOW: " CMD-RULE-ID
           END-IF.

       2600-EDIT-CWE.
           IF CMD-CWE-NUMBER(1:4) NOT = "CWE-"
               OR CMD-CWE-NUMBER(5:1) IS NOT NUMERIC
               MOVE "NO" TO WS-CARD-OK
               DISPLAY "CWE mapping not CWE-nnn: " CMD-RULE-ID
           END-IF.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

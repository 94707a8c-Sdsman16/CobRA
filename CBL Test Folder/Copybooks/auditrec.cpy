      * One record per test run: timestamp, PROGRAM-ID, outcome, the
      * run-correlation id of the suite invocation that wrote it,
      * and the environment (LPAR) the run executed in -- merged
      * DEV/QA histories stay tellable apart. AUD-SEQUENCE numbers the
      * records of one run-id from 1, and AUD-CHAIN-HASH folds the
      * previous record's hash with this record's first 107 bytes,
      * so a deleted, moved, or edited record breaks the chain that
      * AuditChainVerify walks before each night is archived.
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP           PIC X(19).
           05 AUD-PROGRAM-ID          PIC X(30).
           05 AUD-OUTCOME             PIC X(30).
           05 AUD-RUN-ID              PIC X(14).
           05 AUD-ENV-ID              PIC X(8).
           05 AUD-SEQUENCE            PIC 9(6).
           05 AUD-CHAIN-HASH          PIC 9(18).

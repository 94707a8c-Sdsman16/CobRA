      * WORKING-STORAGE fields for post-suite chain control. Callers
      * MOVE their step name and program-id (and "YES" to
      * WS-CHAIN-ROOT for the suite itself and the programs it CALLs,
      * which start the chain and never wait on it), PERFORM
      * 9800-CHAIN-START from chnstart.cpy first and give up CC 12
      * when WS-CHAIN-REFUSED comes back "YES", then PERFORM
      * 9810-CHAIN-END from chnend.cpy once RETURN-CODE is final.
       01 WS-CHAIN-STATUS         PIC X(2).
       01 WS-CHAINDEF-STATUS      PIC X(2).
       01 WS-CHAIN-STEP           PIC X(8).
       01 WS-CHAIN-PROGRAM-ID     PIC X(30).
       01 WS-CHAIN-ROOT           PIC X(3) VALUE "NO".
       01 WS-CHAIN-REFUSED        PIC X(3) VALUE "NO".
       01 WS-CHAIN-RECORDED       PIC X(3) VALUE "NO".
       01 WS-CHAIN-DEFINED        PIC X(3) VALUE "NO".
       01 WS-CHAIN-END-STATE      PIC X(8) VALUE SPACES.
       01 WS-CHAIN-WAITING-ON     PIC X(8) VALUE SPACES.
       01 WS-CHAIN-IDX            PIC 9(1) VALUE 0.
       01 WS-CHAIN-PREREQS.
           05 WS-CHAIN-PREREQ     PIC X(8) OCCURS 4 TIMES.
       01 WS-CHAIN-TS             PIC X(19).
       01 WS-CHAIN-STAMP.
           05 WS-CHAIN-YYYY       PIC 9(4).
           05 WS-CHAIN-MM         PIC 9(2).
           05 WS-CHAIN-DD         PIC 9(2).
           05 WS-CHAIN-HH         PIC 9(2).
           05 WS-CHAIN-MIN        PIC 9(2).
           05 WS-CHAIN-SEC        PIC 9(2).

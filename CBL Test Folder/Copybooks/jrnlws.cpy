      * WORKING-STORAGE fields for writing to the common master
      * journal. Callers MOVE their program-id once, then for each
      * change MOVE the master name, the action (ADDED, CHANGED,
      * DELETED) and the before/after record images, and PERFORM the
      * 9950-WRITE-JOURNAL paragraph built from jrnlwrt.cpy.
       01 WS-JRNL-STATUS          PIC X(2).
       01 WS-JRNL-PROGRAM-ID      PIC X(30) VALUE SPACES.
       01 WS-JRNL-MASTER          PIC X(8).
       01 WS-JRNL-ACTION          PIC X(8).
       01 WS-JRNL-BEFORE          PIC X(120).
       01 WS-JRNL-AFTER           PIC X(120).
       01 WS-JRNL-COUNT           PIC 9(7) VALUE 0.
       01 WS-JRNL-STAMP.
           05 WS-JRNL-DATE.
               10 WS-JRNL-YYYY    PIC 9(4).
               10 WS-JRNL-MM      PIC 9(2).
               10 WS-JRNL-DD      PIC 9(2).
           05 WS-JRNL-TIME.
               10 WS-JRNL-HH      PIC 9(2).
               10 WS-JRNL-MIN     PIC 9(2).
               10 WS-JRNL-SEC     PIC 9(2).

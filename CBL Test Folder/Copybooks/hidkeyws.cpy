      * Gateway sign-on fields shared by the routing programs. The
      * key is carried as a VALUE literal in this member, the way the
      * older application copybooks still carry theirs, so any program
      * that copies it in holds the secret without a literal of its
      * own. Copied into CopybookHiddenTest's WORKING-STORAGE.
       01 HID-GATEWAY-SIGNON.
           05 HID-GATEWAY-USER        PIC X(8)  VALUE "RTEBATCH".
           05 HID-GATEWAY-KEY         PIC X(20)
                                      VALUE "GWKEY-PROD-55821".

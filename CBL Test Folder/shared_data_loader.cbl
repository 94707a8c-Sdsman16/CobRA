      * the test just printed "Record not found" and silently tested
      * nothing; loading it from seed ahead of the suite makes the
      * concurrent-access scenario start from known data every night.
      * The same seed carries the rows the missing-authorization pair
      * rewrite and delete (REC0000002-3 unchecked, REC0000004-5
      * behind the role check), so every deleted row is back after
      * the rebuild.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

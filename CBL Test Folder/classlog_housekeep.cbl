      * appends a near-identical CLASSIFY-RECORD each night, so the one
      * interesting event -- a program's CWE or severity changing -- is
      * buried under thousands of duplicates. This utility collapses
      * CLASSLOG to the current classification per CLS-PROGRAM-ID (per
      * program and CWE where one program classifies several),
      * moves every superseded row to CLASSARC with a date stamp, and
      * reports any program whose CWE or severity differs from its
      * previous record.
      * CLASSLOG is sorted on program-id (log order kept within a
      * program) and each program collapsed as its group goes by; the
      * archive rows, the rebuilt CLASSLOG rows and the change lines
      * go to the HKPWORK work file, sorted back into log order to be
      * written out, so any number of programs can be kept.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "CLSHKRPT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HKEEP-WORK-FILE ASSIGN TO "HKPWORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HKPWORK-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT HKEEP-SORT-FILE ASSIGN TO "SORTWK01".
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           05 ARC-RUN-ID              PIC X(14).
       FD  REPORT-FILE.
       01 RPT-LINE PIC X(80).
      * One output row, in the order it is to be written: an archived
      * row (HW-KIND 1) at the place of the row that superseded it, a
      * rebuilt CLASSLOG row (2) or a change line (3) at the place its
      * program-and-CWE entry was first seen.
       FD  HKEEP-WORK-FILE.
       01 HKEEP-WORK-RECORD.
           05 HW-KIND                 PIC 9(1).
           05 HW-SEQ                  PIC 9(9).
           05 HW-PAYLOAD              PIC X(94).
           05 HW-ARCHIVE-VIEW REDEFINES HW-PAYLOAD.
               10 HW-ARC-DATE         PIC X(10).
               10 HW-ARC-PROGRAM-ID   PIC X(30).
               10 HW-ARC-CWE-NUMBER   PIC X(10).
               10 HW-ARC-SEVERITY     PIC X(10).
               10 HW-ARC-CVE-REF      PIC X(20).
               10 HW-ARC-RUN-ID       PIC X(14).
           05 HW-CLASS-VIEW REDEFINES HW-PAYLOAD.
               10 HW-CLS-PROGRAM-ID   PIC X(30).
               10 HW-CLS-CWE-NUMBER   PIC X(10).
               10 HW-CLS-SEVERITY     PIC X(10).
               10 HW-CLS-CVE-REF      PIC X(20).
               10 HW-CLS-RUN-ID       PIC X(14).
               10 HW-CLS-ENV-ID       PIC X(8).
               10 FILLER              PIC X(2).
       SD  SORT-FILE.
       01 SORT-RECORD.
           05 SRT-SEQ                 PIC 9(9).
           05 SRT-CLASS-ROW.
               10 SRT-PROGRAM-ID      PIC X(30).
               10 SRT-CWE-NUMBER      PIC X(10).
               10 SRT-SEVERITY        PIC X(10).
               10 SRT-CVE-REF         PIC X(20).
               10 SRT-RUN-ID          PIC X(14).
               10 SRT-ENV-ID          PIC X(8).
       SD  HKEEP-SORT-FILE.
       01 HKEEP-SORT-RECORD.
           05 HKS-KIND                PIC 9(1).
           05 HKS-SEQ                 PIC 9(9).
           05 HKS-PAYLOAD             PIC X(94).
       WORKING-STORAGE SECTION.
       COPY "auditws.cpy".
       01 WS-CLASS-STATUS    PIC X(2).
       01 WS-ARCHIVE-STATUS  PIC X(2).
       01 WS-REPORT-STATUS   PIC X(2).
       01 WS-HKPWORK-STATUS  PIC X(2).
       01 WS-EOF-SWITCH      PIC X(3) VALUE "NO".
       01 WS-SORT-EOF        PIC X(3) VALUE "NO".
       01 WS-RELEASE-SEQ     PIC 9(9) VALUE 0.
       01 WS-ROWS-READ       PIC 9(5) VALUE 0.
       01 WS-ROWS-ARCHIVED   PIC 9(5) VALUE 0.
       01 WS-CHANGE-COUNT    PIC 9(4) VALUE 0.
       01 WS-PROG-COUNT      PIC 9(4) VALUE 0.
       01 WS-ENT-COUNT       PIC 9(2) VALUE 0.
       01 WS-ENT-IDX         PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX        PIC 9(2) VALUE 0.
       01 WS-TODAY           PIC X(10).
       01 WS-CUR-PROGRAM     PIC X(30).
      * The program group being collapsed: one entry per CWE the
      * program classifies in a single run.
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 20 TIMES.
               10 WS-ENT-FIRST-SEQ   PIC 9(9).
               10 WS-CUR-CWE         PIC X(10).
               10 WS-CUR-SEVERITY    PIC X(10).
               10 WS-CUR-CVE         PIC X(20).
               10 WS-CUR-RUN-ID      PIC X(14).
               10 WS-CUR-ENV-ID      PIC X(8).
               10 WS-PRIOR-CWE       PIC X(10).
               10 WS-PRIOR-SEVERITY  PIC X(10).
               10 WS-CHANGED-FLAG    PIC X(3).
           MOVE SPACES TO WS-TODAY
           STRING WS-AUDIT-YYYY "-" WS-AUDIT-MM "-" WS-AUDIT-DD
               DELIMITED BY SIZE INTO WS-TODAY
           SORT SORT-FILE
               ON ASCENDING KEY SRT-PROGRAM-ID SRT-SEQ
               INPUT PROCEDURE IS 1000-RELEASE-CLASSLOG
               OUTPUT PROCEDURE IS 2000-COLLAPSE-PROGRAMS
           IF SORT-RETURN = 0
               SORT HKEEP-SORT-FILE
                   ON ASCENDING KEY HKS-KIND HKS-SEQ
                   USING HKEEP-WORK-FILE
                   OUTPUT PROCEDURE IS 3000-WRITE-OUTPUTS
           END-IF
           IF SORT-RETURN NOT = 0
               DISPLAY "SORT FAILED: " SORT-RETURN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Classlog housekeeping: read " WS-ROWS-READ
               " archived " WS-ROWS-ARCHIVED
               " changes " WS-CHANGE-COUNT
           MOVE "ClasslogHousekeep" TO WS-AUDIT-PROGRAM-ID
           MOVE SPACES TO WS-AUDIT-OUTCOME
      * "KEPT=nnnn ARC=nnnnn CHG=nnnn" fits WS-AUDIT-OUTCOME's 30
      * bytes -- the change count must not fall off the end.
           STRING "KEPT=" WS-PROG-COUNT
               " ARC=" WS-ROWS-ARCHIVED " CHG=" WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO WS-AUDIT-OUTCOME
           PERFORM 9900-WRITE-AUDIT-LOG
           GOBACK.

       1000-RELEASE-CLASSLOG.
           OPEN INPUT CLASSIFY-LOG-FILE
           IF WS-CLASS-STATUS NOT = "00"
               DISPLAY "CLASSLOG OPEN FAILED: " WS-CLASS-STATUS
               MOVE "YES" TO WS-EOF-SWITCH
           END-IF
           PERFORM 1100-READ-CLASSLOG
               UNTIL WS-EOF-SWITCH = "YES"
           CLOSE CLASSIFY-LOG-FILE.

       1100-READ-CLASSLOG.
           READ CLASSIFY-LOG-FILE
                   MOVE "YES" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   ADD 1 TO WS-RELEASE-SEQ
                   MOVE WS-RELEASE-SEQ TO SRT-SEQ
                   MOVE CLASSIFY-RECORD TO SRT-CLASS-ROW
                   RELEASE SORT-RECORD
           END-READ.

       2000-COLLAPSE-PROGRAMS.
           OPEN OUTPUT HKEEP-WORK-FILE
           MOVE LOW-VALUES TO WS-CUR-PROGRAM
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-PROGRAM-ID NOT = WS-CUR-PROGRAM
                           PERFORM 2900-FLUSH-PROGRAM
                           MOVE SRT-PROGRAM-ID TO WS-CUR-PROGRAM
                       END-IF
                       PERFORM 2100-POST-ONE-ROW
               END-RETURN
           END-PERFORM
           PERFORM 2900-FLUSH-PROGRAM
           CLOSE HKEEP-WORK-FILE.

       2100-POST-ONE-ROW.
      * Last row read for a program is its current classification; the
      * row it replaces goes to the archive, and a CWE or severity
      * difference between the two is the drift the report surfaces.
      * A program that classifies several constructs writes one row
      * per CWE in the same run, so a row is first matched on program
      * and CWE; a different CWE under the run id the program's entry
      * already holds is another construct and gets its own entry,
      * not a supersede.
           MOVE 0 TO WS-ENT-IDX
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-ENT-COUNT
               IF WS-CUR-CWE(WS-SCAN-IDX) = SRT-CWE-NUMBER
                   MOVE WS-SCAN-IDX TO WS-ENT-IDX
               END-IF
           END-PERFORM
           IF WS-ENT-IDX = 0 AND WS-ENT-COUNT > 0
               MOVE WS-ENT-COUNT TO WS-ENT-IDX
               IF WS-CUR-RUN-ID(WS-ENT-IDX) = SRT-RUN-ID
                   MOVE 0 TO WS-ENT-IDX
               END-IF
           END-IF
           IF WS-ENT-IDX = 0
               IF WS-ENT-COUNT < 20
                   ADD 1 TO WS-ENT-COUNT
                   ADD 1 TO WS-PROG-COUNT
                   MOVE WS-ENT-COUNT TO WS-ENT-IDX
                   MOVE SRT-SEQ TO WS-ENT-FIRST-SEQ(WS-ENT-IDX)
                   MOVE SPACES TO WS-PRIOR-CWE(WS-ENT-IDX)
                   MOVE SPACES TO WS-PRIOR-SEVERITY(WS-ENT-IDX)
                   MOVE "NO" TO WS-CHANGED-FLAG(WS-ENT-IDX)
               ELSE
                   DISPLAY "Construct table full, dropped "
                       SRT-PROGRAM-ID " " SRT-CWE-NUMBER
               END-IF
           ELSE
               PERFORM 2300-ARCHIVE-SUPERSEDED
               IF WS-CUR-CWE(WS-ENT-IDX) NOT = SRT-CWE-NUMBER
                   OR WS-CUR-SEVERITY(WS-ENT-IDX) NOT = SRT-SEVERITY
                   MOVE WS-CUR-CWE(WS-ENT-IDX)
                       TO WS-PRIOR-CWE(WS-ENT-IDX)
                   MOVE WS-CUR-SEVERITY(WS-ENT-IDX)
                       TO WS-PRIOR-SEVERITY(WS-ENT-IDX)
                   MOVE "YES" TO WS-CHANGED-FLAG(WS-ENT-IDX)
               END-IF
           END-IF
           IF WS-ENT-IDX > 0
               MOVE SRT-CWE-NUMBER TO WS-CUR-CWE(WS-ENT-IDX)
               MOVE SRT-SEVERITY   TO WS-CUR-SEVERITY(WS-ENT-IDX)
               MOVE SRT-CVE-REF    TO WS-CUR-CVE(WS-ENT-IDX)
               MOVE SRT-RUN-ID     TO WS-CUR-RUN-ID(WS-ENT-IDX)
               MOVE SRT-ENV-ID     TO WS-CUR-ENV-ID(WS-ENT-IDX)
           END-IF.

       2300-ARCHIVE-SUPERSEDED.
           MOVE SPACES TO HKEEP-WORK-RECORD
           MOVE 1 TO HW-KIND
           MOVE SRT-SEQ TO HW-SEQ
           MOVE WS-TODAY                      TO HW-ARC-DATE
           MOVE WS-CUR-PROGRAM                TO HW-ARC-PROGRAM-ID
           MOVE WS-CUR-CWE(WS-ENT-IDX)        TO HW-ARC-CWE-NUMBER
           MOVE WS-CUR-SEVERITY(WS-ENT-IDX)   TO HW-ARC-SEVERITY
           MOVE WS-CUR-CVE(WS-ENT-IDX)        TO HW-ARC-CVE-REF
           MOVE WS-CUR-RUN-ID(WS-ENT-IDX)     TO HW-ARC-RUN-ID
           WRITE HKEEP-WORK-RECORD
           ADD 1 TO WS-ROWS-ARCHIVED.

       2900-FLUSH-PROGRAM.
      * The finished program's current rows, and a change line for
      * each entry whose CWE or severity moved.
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
               MOVE SPACES TO HKEEP-WORK-RECORD
               MOVE 2 TO HW-KIND
               MOVE WS-ENT-FIRST-SEQ(WS-ENT-IDX) TO HW-SEQ
               MOVE WS-CUR-PROGRAM              TO HW-CLS-PROGRAM-ID
               MOVE WS-CUR-CWE(WS-ENT-IDX)      TO HW-CLS-CWE-NUMBER
               MOVE WS-CUR-SEVERITY(WS-ENT-IDX) TO HW-CLS-SEVERITY
               MOVE WS-CUR-CVE(WS-ENT-IDX)      TO HW-CLS-CVE-REF
               MOVE WS-CUR-RUN-ID(WS-ENT-IDX)   TO HW-CLS-RUN-ID
               MOVE WS-CUR-ENV-ID(WS-ENT-IDX)   TO HW-CLS-ENV-ID
               WRITE HKEEP-WORK-RECORD
               IF WS-CHANGED-FLAG(WS-ENT-IDX) = "YES"
                   MOVE WS-CUR-PROGRAM TO WS-CHG-PROGRAM-ID
                   MOVE WS-PRIOR-CWE(WS-ENT-IDX)
                       TO WS-CHG-PRIOR-CWE
                   MOVE WS-PRIOR-SEVERITY(WS-ENT-IDX)
                       TO WS-CHG-PRIOR-SEV
                   MOVE WS-CUR-CWE(WS-ENT-IDX) TO WS-CHG-CUR-CWE
                   MOVE WS-CUR-SEVERITY(WS-ENT-IDX)
                       TO WS-CHG-CUR-SEV
                   MOVE SPACES TO HKEEP-WORK-RECORD
                   MOVE 3 TO HW-KIND
                   MOVE WS-ENT-FIRST-SEQ(WS-ENT-IDX) TO HW-SEQ
                   MOVE WS-CHANGE-LINE TO HW-PAYLOAD
                   WRITE HKEEP-WORK-RECORD
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ENT-COUNT.

       3000-WRITE-OUTPUTS.
      * CLASSLOG is rebuilt in place: one current row per program, in
      * first-seen order, so tomorrow night's OPEN EXTEND appends onto
      * a file that starts at one row per program again.
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           OPEN OUTPUT CLASSIFY-LOG-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "CLASSIFICATION CHANGES SINCE PRIOR RUN" TO RPT-LINE
           WRITE RPT-LINE
           MOVE "NO" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "YES"
               RETURN HKEEP-SORT-FILE
                   AT END
                       MOVE "YES" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 3100-WRITE-ONE-OUTPUT
               END-RETURN
           END-PERFORM
           IF WS-CHANGE-COUNT = 0
               MOVE "NO CLASSIFICATION CHANGES" TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE ARCHIVE-FILE
           CLOSE CLASSIFY-LOG-FILE
           CLOSE REPORT-FILE.

       3100-WRITE-ONE-OUTPUT.
           EVALUATE HKS-KIND
               WHEN 1
                   MOVE HKS-PAYLOAD TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
               WHEN 2
                   MOVE HKS-PAYLOAD TO CLASSIFY-RECORD
                   WRITE CLASSIFY-RECORD
               WHEN 3
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE HKS-PAYLOAD TO WS-CHANGE-LINE
                   MOVE WS-CHANGE-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY "CLASSIFICATION CHANGED: "
                       WS-CHG-PROGRAM-ID
           END-EVALUATE.

       9900-WRITE-AUDIT-LOG.
       COPY "auditwrt.cpy".

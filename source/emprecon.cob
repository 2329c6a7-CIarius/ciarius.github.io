       IDENTIFICATION DIVISION.
       PROGRAM-ID. emprecon.
      * cross-file reconciliation of employees.idx, payroll.idx,
      * emphist.idx (with its EMPHIST-ARCH generations) and
      * alumni.idx; every file is checked against the others and
      * the exceptions are listed by category:
      *   1 pay rows with no master or alumni record
      *   2 active employees with no current pay row
      *   3 terminated employees (term flag Y on the master, or
      *     purged to alumni) still carrying a current salary
      *   4 emp-ids on both employees.idx and alumni.idx
      *   5 master records whose latest history after image does
      *     not match the live EMP-REC (or that have no history)
      * the current pay row is the latest one effective on or
      * before the run date; a current row at zero salary counts
      * as pay stopped.  rows rolled off by emphroll are looked up
      * in the archive generations, so a quiet employee whose last
      * change is only in an archive still reconciles
      * a file that has never been created is taken as empty
      * return codes: 0 = clean, 4 = pay exceptions (categories
      *               1-3) or employees left unchecked, 8 =
      *               integrity exceptions (categories 4-5),
      *               12 = file unusable
      * usage: emprecon
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT emp-out-file
           ASSIGN TO "employees.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emp-id
           ALTERNATE RECORD KEY IS emp-dept-id WITH DUPLICATES
           ALTERNATE RECORD KEY IS emp-role-id WITH DUPLICATES
           FILE STATUS IS ws-fs-out.

         SELECT pay-out-file
           ASSIGN TO "payroll.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-KEY
           FILE STATUS IS ws-fs-pay.

         SELECT alum-file
           ASSIGN TO "alumni.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-EMP-ID
           ALTERNATE RECORD KEY IS ALUM-LAST-NAME WITH DUPLICATES
           FILE STATUS IS ws-fs-alm.

         SELECT emp-hist-file
           ASSIGN TO "emphist.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS ws-fs-hist.

         SELECT hist-arch-file
           ASSIGN TO DYNAMIC ws-arch-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-arc.

         SELECT recon-list-file
           ASSIGN TO "EMP-RECON-LIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-lst.

         SELECT recon-work-file
           ASSIGN TO "EMP-RECON-WORK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-wrk.

         SELECT recon-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  pay-out-file.
       COPY "PAYREC.CPY".

       FD  alum-file.
       COPY "ALUMREC.CPY".

       FD  emp-hist-file.
       COPY "EMPHIST.CPY".

       FD  hist-arch-file
          RECORD CONTAINS 282 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 arch-rec PIC X(282).

       FD  recon-list-file
          RECORD CONTAINS 80 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 list-line PIC X(80).

       FD  recon-work-file
          RECORD CONTAINS 100 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 work-line.
          05 work-category PIC 9(1).
          05 work-text     PIC X(99).

       FD  recon-rpt-file
          RECORD CONTAINS 100 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "EMPHIST.CPY"
           REPLACING LEADING ==HIST== BY ==RH==.

       COPY "EMPLOYEES.CPY"
           REPLACING LEADING ==EMP== BY ==RX==.

       01 ws-fs-out  PIC XX.
       01 ws-fs-pay  PIC XX.
       01 ws-fs-alm  PIC XX.
       01 ws-fs-hist PIC XX.
       01 ws-fs-arc  PIC XX.
       01 ws-fs-lst  PIC XX.
       01 ws-fs-wrk  PIC XX.
       01 ws-fs-rpt  PIC XX.

       01 ws-rpt-filename  PIC X(40).
       01 ws-arch-filename PIC X(40).
       01 ws-sys-command   PIC X(120).
       01 ws-cbl-rc        PIC S9(9) COMP-5.

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).
       01 ws-today-yyyymmdd  PIC 9(8).

       01 ws-pay-open    PIC X(1) VALUE "N".
       01 ws-alm-open    PIC X(1) VALUE "N".
       01 ws-hist-open   PIC X(1) VALUE "N".

       01 ws-scan-done   PIC X(1).
       01 ws-row-eff     PIC 9(8).

       01 ws-grp-empid    PIC 9(9) VALUE 0.
       01 ws-grp-rows     PIC 9(5).
       01 ws-grp-last-eff PIC 9(8).
       01 ws-cur-found    PIC X(1).
       01 ws-cur-eff      PIC 9(8).
       01 ws-cur-salary   PIC 9(9)V99.
       01 ws-cur-currency PIC X(3).

       01 ws-on-master   PIC X(1).
       01 ws-on-alumni   PIC X(1).
       01 ws-term-where  PIC X(12).

       01 ws-hist-found  PIC X(1).
       01 ws-hist-done   PIC X(1).
       01 ws-diff-text   PIC X(60).
       01 ws-diff-ptr    PIC 9(3).

       01 ws-salary-edited PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 ws-nohist-table.
          05 ws-nohist-entry OCCURS 5000 TIMES.
             10 ws-nohist-empid   PIC 9(9).
             10 ws-nohist-live    PIC X(117).
             10 ws-nohist-found   PIC X(1).
             10 ws-nohist-seq     PIC 9(5).
             10 ws-nohist-date    PIC 9(8).
             10 ws-nohist-program PIC X(10).
             10 ws-nohist-after   PIC X(117).
       01 ws-nohist-used     PIC 9(4) VALUE 0.
       01 ws-nohist-sub      PIC 9(4).
       01 ws-nohist-ptr      PIC 9(4).
       01 ws-nohist-overflow PIC 9(5) VALUE 0.
       01 ws-last-arch-id    PIC 9(9).

       01 ws-arch-table.
          05 ws-arch-name OCCURS 200 TIMES PIC X(40).
       01 ws-arch-used     PIC 9(4) VALUE 0.
       01 ws-arch-sub      PIC 9(4).
       01 ws-arch-overflow PIC 9(5) VALUE 0.

       01 ws-category-table.
          05 ws-category-entry OCCURS 5 TIMES.
             10 ws-category-count PIC 9(7).
             10 ws-category-title PIC X(60).
       01 ws-category-sub   PIC 9(1).

       01 ws-count-pay-ids    PIC 9(9) VALUE 0.
       01 ws-count-master     PIC 9(9) VALUE 0.
       01 ws-count-arch-found PIC 9(9) VALUE 0.

       01 ws-final-rc      PIC 9(2) VALUE 0.
       01 ws-check-rc      PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.
           COMPUTE ws-today-yyyymmdd =
               ws-run-yyyy * 10000 + ws-run-mm * 100 + ws-run-dd.

           PERFORM SET-CATEGORY-TITLES.

           PERFORM OPEN-ALL-FILES.

           PERFORM RECONCILE-PAY-FILE.

           PERFORM RECONCILE-MASTER-FILE.

           PERFORM LIST-ARCHIVE-GENERATIONS.

           PERFORM SCAN-ONE-ARCHIVE
               VARYING ws-arch-sub FROM 1 BY 1
               UNTIL ws-arch-sub > ws-arch-used.

           PERFORM JUDGE-ARCHIVED-HISTORY
               VARYING ws-nohist-sub FROM 1 BY 1
               UNTIL ws-nohist-sub > ws-nohist-used.

           PERFORM CLOSE-ALL-FILES.

           PERFORM WRITE-RECON-REPORT.

           CALL "CBL_DELETE_FILE" USING "EMP-RECON-WORK"
               RETURNING ws-cbl-rc.

           DISPLAY "PAY EMP-IDS CHECKED   : " ws-count-pay-ids.
           DISPLAY "MASTER RECORDS CHECKED: " ws-count-master.
           PERFORM DISPLAY-CATEGORY-COUNT
               VARYING ws-category-sub FROM 1 BY 1
               UNTIL ws-category-sub > 5.
           DISPLAY "RECONCILIATION COMPLETE RC=" ws-final-rc
                   " REPORT=" ws-rpt-filename.

           MOVE ws-final-rc TO RETURN-CODE.

           STOP RUN.

       SET-CATEGORY-TITLES.

           MOVE "1 PAY ROWS WITH NO MASTER OR ALUMNI RECORD"
             TO ws-category-title(1).
           MOVE "2 ACTIVE EMPLOYEES WITH NO CURRENT PAY ROW"
             TO ws-category-title(2).
           MOVE "3 TERMINATED EMPLOYEES STILL ON A CURRENT SALARY"
             TO ws-category-title(3).
           MOVE "4 EMP-IDS ON BOTH EMPLOYEES.IDX AND ALUMNI.IDX"
             TO ws-category-title(4).
           MOVE "5 MASTER RECORDS NOT MATCHING THEIR LATEST HISTORY"
             TO ws-category-title(5).

           PERFORM CLEAR-CATEGORY-COUNT
               VARYING ws-category-sub FROM 1 BY 1
               UNTIL ws-category-sub > 5.

       CLEAR-CATEGORY-COUNT.

           MOVE 0 TO ws-category-count(ws-category-sub).

       DISPLAY-CATEGORY-COUNT.

           DISPLAY ws-category-title(ws-category-sub) ": "
                   ws-category-count(ws-category-sub).

      * status 35 means the file has never been created; it is
      * taken as empty and the other files are judged against that
       OPEN-ALL-FILES.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT pay-out-file.
           EVALUATE ws-fs-pay
               WHEN "00"
                   MOVE "Y" TO ws-pay-open
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN PAYROLL.IDX FAILED, FS=" ws-fs-pay
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT alum-file.
           EVALUATE ws-fs-alm
               WHEN "00"
                   MOVE "Y" TO ws-alm-open
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN ALUMNI.IDX FAILED, FS=" ws-fs-alm
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT emp-hist-file.
           EVALUATE ws-fs-hist
               WHEN "00"
                   MOVE "Y" TO ws-hist-open
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN EMPHIST.IDX FAILED, FS=" ws-fs-hist
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT recon-work-file.

           IF ws-fs-wrk NOT = "00"
               DISPLAY "OPEN RECONCILIATION WORK FILE FAILED, FS="
                       ws-fs-wrk
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.

           CLOSE emp-out-file
                 recon-work-file.

           IF ws-pay-open = "Y"
               CLOSE pay-out-file
           END-IF.

           IF ws-alm-open = "Y"
               CLOSE alum-file
           END-IF.

           IF ws-hist-open = "Y"
               CLOSE emp-hist-file
           END-IF.

      * exception lines are parked on the work file tagged with
      * their category, and sorted out by category for the report
       WRITE-EXCEPTION.

           ADD 1 TO ws-category-count(work-category).

           IF work-category > 3
               MOVE 8 TO ws-check-rc
           ELSE
               MOVE 4 TO ws-check-rc
           END-IF.

           PERFORM RAISE-FINAL-RC.

           WRITE work-line.

       RAISE-FINAL-RC.

           IF ws-check-rc > ws-final-rc
               MOVE ws-check-rc TO ws-final-rc
           END-IF.

      *****************************************************
      * pay side: one group per emp-id on payroll.idx
      *****************************************************
       RECONCILE-PAY-FILE.

           IF ws-pay-open = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ws-scan-done.

           PERFORM READ-PAY-ROW UNTIL ws-scan-done = "Y".

           IF ws-grp-empid NOT = 0
               PERFORM JUDGE-PAY-GROUP
           END-IF.

       READ-PAY-ROW.

           READ pay-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF PAY-EMP-ID NOT = ws-grp-empid
               IF ws-grp-empid NOT = 0
                   PERFORM JUDGE-PAY-GROUP
               END-IF
               MOVE PAY-EMP-ID TO ws-grp-empid
               MOVE 0          TO ws-grp-rows
               MOVE "N"        TO ws-cur-found
           END-IF.

           ADD 1 TO ws-grp-rows.

           MOVE PAY-EFF-DATE TO ws-row-eff.
           MOVE ws-row-eff   TO ws-grp-last-eff.

           IF ws-row-eff <= ws-today-yyyymmdd
               MOVE "Y"          TO ws-cur-found
               MOVE ws-row-eff   TO ws-cur-eff
               MOVE PAY-SALARY   TO ws-cur-salary
               MOVE PAY-CURRENCY TO ws-cur-currency
           END-IF.

       JUDGE-PAY-GROUP.

           ADD 1 TO ws-count-pay-ids.

           MOVE ws-grp-empid TO emp-id.
           PERFORM LOOK-UP-MASTER.

           MOVE ws-grp-empid TO ALUM-EMP-ID.
           PERFORM LOOK-UP-ALUMNI.

           IF ws-on-master = "N" AND ws-on-alumni = "N"
               MOVE SPACES TO work-line
               MOVE 1      TO work-category
               STRING "EMP-ID " ws-grp-empid
                      "  PAY ROWS " ws-grp-rows
                      "  LATEST EFFECTIVE " ws-grp-last-eff
                      "  NOT ON MASTER OR ALUMNI"
                 DELIMITED BY SIZE INTO work-text
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF.

           IF ws-cur-found = "N" OR ws-cur-salary = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ws-term-where.

           IF ws-on-master = "Y"
               IF emp-term-flag = "Y"
                   MOVE "TERM FLAG Y" TO ws-term-where
               END-IF
           ELSE
               MOVE "PURGED" TO ws-term-where
           END-IF.

           IF ws-term-where = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-cur-salary TO ws-salary-edited.

           MOVE SPACES TO work-line.
           MOVE 3      TO work-category.
           STRING "EMP-ID " ws-grp-empid
                  "  " ws-term-where
                  "  SALARY " ws-salary-edited
                  " " ws-cur-currency
                  "  EFFECTIVE " ws-cur-eff
             DELIMITED BY SIZE INTO work-text.
           PERFORM WRITE-EXCEPTION.

       LOOK-UP-MASTER.

           MOVE "Y" TO ws-on-master.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   MOVE "N" TO ws-on-master
           END-READ.

       LOOK-UP-ALUMNI.

           MOVE "N" TO ws-on-alumni.

           IF ws-alm-open = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO ws-on-alumni.

           READ alum-file KEY IS ALUM-EMP-ID
               INVALID KEY
                   MOVE "N" TO ws-on-alumni
           END-READ.

      *****************************************************
      * master side: every EMP-REC against the other files
      *****************************************************
       RECONCILE-MASTER-FILE.

           MOVE "N" TO ws-scan-done.
           MOVE 0   TO emp-id.

           START emp-out-file KEY IS NOT < emp-id
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM READ-MASTER-RECORD UNTIL ws-scan-done = "Y".

       READ-MASTER-RECORD.

           READ emp-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
               NOT AT END
                   ADD 1 TO ws-count-master
                   PERFORM CHECK-MASTER-ON-ALUMNI
                   PERFORM CHECK-MASTER-PAY
                   PERFORM CHECK-MASTER-HISTORY
           END-READ.

       CHECK-MASTER-ON-ALUMNI.

           MOVE emp-id TO ALUM-EMP-ID.
           PERFORM LOOK-UP-ALUMNI.

           IF ws-on-alumni = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO work-line.
           MOVE 4      TO work-category.
           STRING "EMP-ID " emp-id
                  "  TERM FLAG " emp-term-flag
                  "  ALUMNI TERM DATE " ALUM-TERM-DATE
             DELIMITED BY SIZE INTO work-text.
           PERFORM WRITE-EXCEPTION.

       CHECK-MASTER-PAY.

           IF emp-term-flag = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ws-cur-found.

           IF ws-pay-open = "Y"
               PERFORM FIND-CURRENT-PAY
           END-IF.

           IF ws-cur-found = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO work-line.
           MOVE 2      TO work-category.
           STRING "EMP-ID " emp-id
                  "  DEPT " emp-dept-id
                  "  ROLE " emp-role-id
                  "  ENTRY " emp-entry-yyyy emp-entry-mm emp-entry-dd
                  "  NO PAY ROW EFFECTIVE BY " ws-today-yyyymmdd
             DELIMITED BY SIZE INTO work-text.
           PERFORM WRITE-EXCEPTION.

       FIND-CURRENT-PAY.

           MOVE emp-id TO PAY-EMP-ID.
           MOVE 0      TO PAY-EFF-YYYY.
           MOVE 0      TO PAY-EFF-MM.
           MOVE 0      TO PAY-EFF-DD.

           START pay-out-file KEY IS NOT < PAY-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           READ pay-out-file NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ.

           MOVE PAY-EFF-DATE TO ws-row-eff.

           IF PAY-EMP-ID = emp-id
           AND ws-row-eff <= ws-today-yyyymmdd
               MOVE "Y" TO ws-cur-found
           END-IF.

      * the latest on-line row for the employee; one that has none
      * on-line is parked for the archive scan
       CHECK-MASTER-HISTORY.

           MOVE "N" TO ws-hist-found.

           IF ws-hist-open = "Y"
               MOVE "N"    TO ws-hist-done
               MOVE emp-id TO HIST-EMP-ID
               MOVE 0      TO HIST-SEQ
               START emp-hist-file KEY IS NOT < HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO ws-hist-done
               END-START
               PERFORM READ-MASTER-HISTORY UNTIL ws-hist-done = "Y"
           END-IF.

           IF ws-hist-found = "Y"
               MOVE EMP-REC TO RX-REC
               PERFORM COMPARE-HISTORY-IMAGE
               EXIT PARAGRAPH
           END-IF.

           IF ws-nohist-used >= 5000
               ADD 1 TO ws-nohist-overflow
               MOVE SPACES TO work-line
               MOVE 5      TO work-category
               STRING "EMP-ID " emp-id
                      "  NOT CHECKED - ARCHIVE WORK TABLE FULL"
                 DELIMITED BY SIZE INTO work-text
               ADD 1 TO ws-category-count(5)
               MOVE 4 TO ws-check-rc
               PERFORM RAISE-FINAL-RC
               WRITE work-line
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-nohist-used.
           MOVE emp-id  TO ws-nohist-empid(ws-nohist-used).
           MOVE EMP-REC TO ws-nohist-live(ws-nohist-used).
           MOVE "N"     TO ws-nohist-found(ws-nohist-used).

       READ-MASTER-HISTORY.

           READ emp-hist-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-hist-done
                   EXIT PARAGRAPH
           END-READ.

           IF HIST-EMP-ID NOT = emp-id
               MOVE "Y" TO ws-hist-done
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y"      TO ws-hist-found.
           MOVE HIST-REC TO RH-REC.

      * RX-REC holds the live record and RH-REC the latest history
      * row; the fields that differ are named on the exception
       COMPARE-HISTORY-IMAGE.

           IF RH-AFTER-IMAGE = RX-REC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ws-diff-text.
           MOVE 1      TO ws-diff-ptr.

           IF RH-AFTER-IMAGE(10:) = SPACES
               STRING "LAST ROW IS A PURGE"
                 DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           ELSE
               PERFORM NAME-DIFFERING-FIELDS
           END-IF.

           MOVE SPACES TO work-line.
           MOVE 5      TO work-category.
           STRING "EMP-ID " RX-ID
                  "  SEQ " RH-SEQ
                  " " RH-DATE
                  " " RH-PROGRAM
                  " " ws-diff-text
             DELIMITED BY SIZE INTO work-text.
           PERFORM WRITE-EXCEPTION.

       NAME-DIFFERING-FIELDS.

           IF RH-AFTER-IMAGE(10:80) NOT = RX-REC(10:80)
               STRING "NAME " DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           END-IF.

           IF RH-AFTER-IMAGE(90:1) NOT = RX-REC(90:1)
               STRING "GENDER " DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           END-IF.

           IF RH-AFTER-IMAGE(91:8) NOT = RX-REC(91:8)
               STRING "DOB " DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           END-IF.

           IF RH-AFTER-IMAGE(99:3) NOT = RX-REC(99:3)
               STRING "DEPT " DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           END-IF.

           IF RH-AFTER-IMAGE(102:8) NOT = RX-REC(102:8)
               STRING "ENTRY " DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           END-IF.

           IF RH-AFTER-IMAGE(110:3) NOT = RX-REC(110:3)
               STRING "ROLE " DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           END-IF.

           IF RH-AFTER-IMAGE(113:4) NOT = RX-REC(113:4)
               STRING "LOS " DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           END-IF.

           IF RH-AFTER-IMAGE(117:1) NOT = RX-REC(117:1)
               STRING "TERM " DELIMITED BY SIZE INTO ws-diff-text
                 WITH POINTER ws-diff-ptr
           END-IF.

           STRING "DIFFER" DELIMITED BY SIZE INTO ws-diff-text
             WITH POINTER ws-diff-ptr.

      *****************************************************
      * history rolled off to the archive generations
      *****************************************************
      * the yyyymmdd.hhmmss suffix sorts lexically, so ls hands the
      * generations back oldest first and the last match found is
      * the latest row
       LIST-ARCHIVE-GENERATIONS.

           IF ws-nohist-used = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ws-sys-command.
           STRING "ls -1 EMPHIST-ARCH.[0-9]* > EMP-RECON-LIST"
                  " 2>/dev/null"
             DELIMITED BY SIZE INTO ws-sys-command.

           CALL "SYSTEM" USING ws-sys-command.

           OPEN INPUT recon-list-file.

           IF ws-fs-lst = "00"
               PERFORM READ-ARCHIVE-NAME UNTIL ws-fs-lst = "10"
               CLOSE recon-list-file
           END-IF.

           CALL "CBL_DELETE_FILE" USING "EMP-RECON-LIST"
               RETURNING ws-cbl-rc.

           IF ws-arch-overflow > 0
               DISPLAY "ARCHIVE TABLE FULL, " ws-arch-overflow
                       " GENERATIONS NOT READ"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-ARCHIVE-NAME.

           READ recon-list-file
               AT END MOVE "10" TO ws-fs-lst
               NOT AT END
                   IF list-line NOT = SPACES
                       IF ws-arch-used < 200
                           ADD 1 TO ws-arch-used
                           MOVE list-line
                             TO ws-arch-name(ws-arch-used)
                       ELSE
                           ADD 1 TO ws-arch-overflow
                       END-IF
                   END-IF
           END-READ.

       SCAN-ONE-ARCHIVE.

           MOVE ws-arch-name(ws-arch-sub) TO ws-arch-filename.

           OPEN INPUT hist-arch-file.

           IF ws-fs-arc NOT = "00"
               DISPLAY "OPEN " ws-arch-filename " FAILED, FS="
                       ws-fs-arc
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO ws-nohist-ptr.
           MOVE 0 TO ws-last-arch-id.

           PERFORM READ-ARCHIVE-ROW UNTIL ws-fs-arc = "10".

           CLOSE hist-arch-file.

       READ-ARCHIVE-ROW.

           READ hist-arch-file
               AT END
                   MOVE "10" TO ws-fs-arc
                   EXIT PARAGRAPH
           END-READ.

           MOVE arch-rec TO RH-REC.

           PERFORM MATCH-ARCHIVE-ROW.

           IF ws-nohist-ptr <= ws-nohist-used
           AND ws-nohist-empid(ws-nohist-ptr) = RH-EMP-ID
               MOVE "Y"            TO ws-nohist-found(ws-nohist-ptr)
               MOVE RH-SEQ         TO ws-nohist-seq(ws-nohist-ptr)
               MOVE RH-DATE        TO ws-nohist-date(ws-nohist-ptr)
               MOVE RH-PROGRAM     TO ws-nohist-program(ws-nohist-ptr)
               MOVE RH-AFTER-IMAGE TO ws-nohist-after(ws-nohist-ptr)
           END-IF.

      * archive rows run in emp-id order, so the table pointer only
      * moves forward; it starts again if the order ever drops back
       MATCH-ARCHIVE-ROW.

           IF RH-EMP-ID < ws-last-arch-id
               MOVE 1 TO ws-nohist-ptr
           END-IF.

           MOVE RH-EMP-ID TO ws-last-arch-id.

           PERFORM ADVANCE-NOHIST-POINTER
               UNTIL ws-nohist-ptr > ws-nohist-used
               OR ws-nohist-empid(ws-nohist-ptr) >= RH-EMP-ID.

       ADVANCE-NOHIST-POINTER.

           ADD 1 TO ws-nohist-ptr.

       JUDGE-ARCHIVED-HISTORY.

           IF ws-nohist-found(ws-nohist-sub) = "Y"
               ADD 1 TO ws-count-arch-found
               MOVE ws-nohist-live(ws-nohist-sub)    TO RX-REC
               MOVE ws-nohist-seq(ws-nohist-sub)     TO RH-SEQ
               MOVE ws-nohist-date(ws-nohist-sub)    TO RH-DATE
               MOVE ws-nohist-program(ws-nohist-sub) TO RH-PROGRAM
               MOVE ws-nohist-after(ws-nohist-sub)   TO RH-AFTER-IMAGE
               PERFORM COMPARE-HISTORY-IMAGE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO work-line.
           MOVE 5      TO work-category.
           STRING "EMP-ID " ws-nohist-empid(ws-nohist-sub)
                  "  NO HISTORY ROW ON-LINE OR IN ANY ARCHIVE"
             DELIMITED BY SIZE INTO work-text.
           PERFORM WRITE-EXCEPTION.

      *****************************************************
      * report: one section per category from the work file
      *****************************************************
       WRITE-RECON-REPORT.

           STRING "EMP-RECON-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT recon-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN RECONCILIATION REPORT FAILED, FS="
                       ws-fs-rpt
               MOVE 12 TO ws-check-rc
               PERFORM RAISE-FINAL-RC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO rpt-line.
           STRING "CROSS-FILE RECONCILIATION REPORT - " ws-run-date
                  " " ws-run-time
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "PAY EMP-IDS CHECKED   : " ws-count-pay-ids
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "MASTER RECORDS CHECKED: " ws-count-master
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "HISTORY FROM ARCHIVES : " ws-count-arch-found
                  "  FROM " ws-arch-used " GENERATIONS"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-pay-open = "N"
               MOVE "PAYROLL.IDX NOT ON DISK, TAKEN AS EMPTY"
                 TO rpt-line
               WRITE rpt-line
           END-IF.

           IF ws-alm-open = "N"
               MOVE "ALUMNI.IDX NOT ON DISK, TAKEN AS EMPTY"
                 TO rpt-line
               WRITE rpt-line
           END-IF.

           IF ws-hist-open = "N"
               MOVE "EMPHIST.IDX NOT ON DISK, TAKEN AS EMPTY"
                 TO rpt-line
               WRITE rpt-line
           END-IF.

           PERFORM WRITE-CATEGORY-SECTION
               VARYING ws-category-sub FROM 1 BY 1
               UNTIL ws-category-sub > 5.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "RECONCILIATION RC=" ws-final-rc
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           CLOSE recon-rpt-file.

       WRITE-CATEGORY-SECTION.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING ws-category-title(ws-category-sub)
                  "  EXCEPTIONS: " ws-category-count(ws-category-sub)
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-category-count(ws-category-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT recon-work-file.

           IF ws-fs-wrk NOT = "00"
               MOVE "  WORK FILE UNREADABLE, LINES NOT LISTED"
                 TO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           PERFORM COPY-CATEGORY-LINE UNTIL ws-fs-wrk = "10".

           CLOSE recon-work-file.

       COPY-CATEGORY-LINE.

           READ recon-work-file
               AT END MOVE "10" TO ws-fs-wrk
               NOT AT END
                   IF work-category = ws-category-sub
                       MOVE SPACES TO rpt-line
                       STRING "  " work-text
                         DELIMITED BY SIZE INTO rpt-line
                       WRITE rpt-line
                   END-IF
           END-READ.

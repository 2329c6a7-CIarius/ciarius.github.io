       IDENTIFICATION DIVISION.
       PROGRAM-ID. paygap.
      * gender pay gap report, employees.idx joined to payroll.idx
      * as at a chosen date (default today)
      * each active employee who had joined by that date is taken
      * at the salary in force on it (the latest payroll.idx row
      * effective on or before the date) in the reporting currency
      * (default GBP)
      * gender 1 = male, 2 = female; any other value is shown as
      * not stated and counts in the quartiles but not in the gap
      * mean and median gap = (men - women) / men * 100, positive
      * when men are paid more, company-wide, by department and by
      * role, then headcount by gender in each pay quartile
      * employees with no pay row at the date, or paid in another
      * currency, are counted and listed as exclusions
      * to report on the master as it stood at a past date, name
      * the snapshot emppit wrote for that date as the master file
      * return codes: 0 = clean, 4 = exclusions listed,
      *               8 = bad parameter, 12 = file unusable
      * usage: paygap [yyyymmdd] [currency] [master-file]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT pay-out-file
           ASSIGN TO "payroll.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-KEY
           FILE STATUS IS ws-fs-pay.

         SELECT emp-out-file
           ASSIGN TO DYNAMIC ws-emp-filename
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emp-id
           ALTERNATE RECORD KEY IS emp-dept-id WITH DUPLICATES
           ALTERNATE RECORD KEY IS emp-role-id WITH DUPLICATES
           FILE STATUS IS ws-fs-out.

         SELECT dept-ref-file
           ASSIGN TO "depts.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEPT-REF-ID
           FILE STATUS IS ws-fs-dept.

         SELECT role-ref-file
           ASSIGN TO "roles.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ROLE-REF-ID
           FILE STATUS IS ws-fs-role.

         SELECT gap-sort-file
           ASSIGN TO "paygap.srt".

         SELECT gap-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  pay-out-file.
       COPY "PAYREC.CPY".

       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  dept-ref-file.
       COPY "DEPTREF.CPY".

       FD  role-ref-file.
       COPY "ROLEREF.CPY".

       SD  gap-sort-file.
       01 srt-rec.
          05 srt-salary   PIC 9(9)V99.
          05 srt-emp-id   PIC 9(9).
          05 srt-gender   PIC 9(1).
          05 srt-dept-id  PIC 9(3).
          05 srt-role-id  PIC 9(3).

       FD  gap-rpt-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-fs-pay   PIC XX.
       01 ws-fs-out   PIC XX.
       01 ws-fs-dept  PIC XX.
       01 ws-fs-role  PIC XX.
       01 ws-fs-rpt   PIC XX.

       01 ws-rpt-filename PIC X(40).
       01 ws-emp-filename PIC X(40).

       01 ws-run-parm       PIC X(80).
       01 ws-parm-date-txt  PIC X(20).
       01 ws-parm-curr-txt  PIC X(20).
       01 ws-parm-file-txt  PIC X(40).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).
       01 ws-today-yyyymmdd  PIC 9(8).
       01 ws-asof-date       PIC 9(8).
       01 ws-asof-days       PIC 9(8).
       01 ws-report-curr     PIC X(3).

       01 ws-depts-open    PIC X(1) VALUE "N".
       01 ws-roles-open    PIC X(1) VALUE "N".
       01 ws-emp-done      PIC X(1) VALUE "N".
       01 ws-sort-done     PIC X(1) VALUE "N".
       01 ws-pay-scan-done PIC X(1).

       01 ws-pay-found     PIC X(1).
       01 ws-pay-salary    PIC 9(9)V99.
       01 ws-pay-curr      PIC X(3).
       01 ws-rec-eff       PIC 9(8).
       01 ws-entry-date    PIC 9(8).

      * one group for the company, one per dept id and one per role
      * id: 1 = company, 2 to 1001 = dept 000 to 999, 1002 to 2001
      * = role 000 to 999; gender 1 = men, 2 = women
      * lo and hi are the positions of the median pair in salary
      * order (the same position when the count is odd)
       01 ws-grp-table.
          05 ws-grp-entry OCCURS 2001 TIMES.
             10 ws-grp-other   PIC 9(7).
             10 ws-grp-gender OCCURS 2 TIMES.
                15 ws-grp-count   PIC 9(7).
                15 ws-grp-sum     PIC 9(13)V99.
                15 ws-grp-run     PIC 9(7).
                15 ws-grp-lo-pos  PIC 9(7).
                15 ws-grp-hi-pos  PIC 9(7).
                15 ws-grp-lo-val  PIC 9(9)V99.
                15 ws-grp-hi-val  PIC 9(9)V99.

       01 ws-grp-sub       PIC 9(4).
       01 ws-gen-sub       PIC 9(1).
       01 ws-dept-grp      PIC 9(4).
       01 ws-role-grp      PIC 9(4).
       01 ws-ref-id        PIC 9(3).

      * gender class 3 = not stated
       01 ws-qtl-table.
          05 ws-qtl-entry OCCURS 4 TIMES.
             10 ws-qtl-low     PIC 9(9)V99.
             10 ws-qtl-high    PIC 9(9)V99.
             10 ws-qtl-count   PIC 9(7) OCCURS 3 TIMES.
       01 ws-qtl-sub       PIC 9(1).
       01 ws-class-sub     PIC 9(1).
       01 ws-qtl-total     PIC 9(7).

       01 ws-excl-table.
          05 ws-excl-entry OCCURS 5000 TIMES.
             10 ws-excl-empid   PIC 9(9).
             10 ws-excl-name    PIC X(20).
             10 ws-excl-dept    PIC 9(3).
             10 ws-excl-why     PIC X(30).
       01 ws-excl-used      PIC 9(4) VALUE 0.
       01 ws-excl-overflow  PIC 9(7) VALUE 0.
       01 ws-excl-reason    PIC X(30).
       01 ws-sub            PIC 9(4).

       01 ws-count-included   PIC 9(7) VALUE 0.
       01 ws-count-no-pay     PIC 9(7) VALUE 0.
       01 ws-count-other-curr PIC 9(7) VALUE 0.
       01 ws-count-not-joined PIC 9(7) VALUE 0.
       01 ws-sort-pos         PIC 9(7) VALUE 0.

       01 ws-grp-label     PIC X(25).
       01 ws-mean-men      PIC 9(9)V99.
       01 ws-mean-women    PIC 9(9)V99.
       01 ws-median-men    PIC 9(9)V99.
       01 ws-median-women  PIC 9(9)V99.
       01 ws-gap-pct       PIC S9(4)V9.
       01 ws-gap-ok        PIC X(1).
       01 ws-women-pct     PIC 9(3)V9.

       01 ws-count-edited     PIC ZZ,ZZ9.
       01 ws-count-edited-2   PIC ZZ,ZZ9.
       01 ws-count-edited-3   PIC ZZ,ZZ9.
       01 ws-amount-edited-1  PIC ZZZ,ZZZ,ZZ9.99.
       01 ws-amount-edited-2  PIC ZZZ,ZZZ,ZZ9.99.
       01 ws-amount-edited-3  PIC ZZZ,ZZZ,ZZ9.99.
       01 ws-amount-edited-4  PIC ZZZ,ZZZ,ZZ9.99.
       01 ws-gap-mean-txt     PIC X(8).
       01 ws-gap-median-txt   PIC X(8).
       01 ws-gap-edited       PIC -ZZZ9.9.
       01 ws-pct-edited       PIC ZZ9.9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.
           COMPUTE ws-today-yyyymmdd =
               ws-run-yyyy * 10000 + ws-run-mm * 100 + ws-run-dd.

           PERFORM PARSE-PARAMETERS.

           PERFORM OPEN-ALL-FILES.

           INITIALIZE ws-grp-table.
           INITIALIZE ws-qtl-table.

           SORT gap-sort-file
               ON ASCENDING KEY srt-salary srt-emp-id
               INPUT PROCEDURE IS RELEASE-PAID-EMPLOYEES
               OUTPUT PROCEDURE IS RETURN-BY-SALARY.

           PERFORM WRITE-REPORT-HEADING.

           MOVE 1 TO ws-grp-sub.
           MOVE "ALL EMPLOYEES" TO ws-grp-label.

           PERFORM WRITE-SECTION-HEADING.
           PERFORM PRINT-GROUP-LINE.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "BY DEPARTMENT" TO rpt-line.
           WRITE rpt-line.
           PERFORM WRITE-SECTION-HEADING.

           PERFORM PRINT-DEPT-GROUP
               VARYING ws-grp-sub FROM 2 BY 1
               UNTIL ws-grp-sub > 1001.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "BY ROLE" TO rpt-line.
           WRITE rpt-line.
           PERFORM WRITE-SECTION-HEADING.

           PERFORM PRINT-ROLE-GROUP
               VARYING ws-grp-sub FROM 1002 BY 1
               UNTIL ws-grp-sub > 2001.

           PERFORM WRITE-QUARTILE-SECTION.

           PERFORM WRITE-EXCLUSION-SECTION.

           PERFORM WRITE-REPORT-TOTALS.

           PERFORM CLOSE-ALL-FILES.

           DISPLAY "PAY GAP AS AT        : " ws-asof-date
                   " " ws-report-curr.
           DISPLAY "EMPLOYEES INCLUDED   : " ws-count-included.
           DISPLAY "EXCLUDED, NO PAY ROW : " ws-count-no-pay.
           DISPLAY "EXCLUDED, CURRENCY   : " ws-count-other-curr.
           DISPLAY "REPORT WRITTEN: " ws-rpt-filename.

           IF ws-count-no-pay > 0
           OR ws-count-other-curr > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-date-txt.
           MOVE SPACES TO ws-parm-curr-txt.
           MOVE SPACES TO ws-parm-file-txt.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-parm-date-txt
                  ws-parm-curr-txt
                  ws-parm-file-txt
           END-UNSTRING.

           MOVE ws-today-yyyymmdd TO ws-asof-date.
           MOVE "GBP"             TO ws-report-curr.
           MOVE "employees.idx"   TO ws-emp-filename.

           IF ws-parm-date-txt NOT = SPACES
               IF FUNCTION TEST-NUMVAL-C(ws-parm-date-txt) NOT = 0
                   DISPLAY "USAGE: paygap [yyyymmdd] [currency]"
                           " [master-file]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL-C(ws-parm-date-txt)
                 TO ws-asof-date
           END-IF.

           COMPUTE ws-asof-days =
               FUNCTION INTEGER-OF-DATE(ws-asof-date)
               ON SIZE ERROR MOVE 0 TO ws-asof-days
           END-COMPUTE.

           IF ws-asof-days = 0
               DISPLAY "BAD DATE: " ws-parm-date-txt
               DISPLAY "USAGE: paygap [yyyymmdd] [currency]"
                       " [master-file]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-asof-date > ws-today-yyyymmdd
               DISPLAY "DATE " ws-asof-date " IS IN THE FUTURE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-parm-curr-txt NOT = SPACES
               IF ws-parm-curr-txt(4:17) NOT = SPACES
                   DISPLAY "BAD CURRENCY: " ws-parm-curr-txt
                   DISPLAY "USAGE: paygap [yyyymmdd] [currency]"
                           " [master-file]"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-parm-curr-txt(1:3) TO ws-report-curr
           END-IF.

           IF ws-parm-file-txt NOT = SPACES
               MOVE ws-parm-file-txt TO ws-emp-filename
           END-IF.

       OPEN-ALL-FILES.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN " ws-emp-filename " FAILED, FS=" ws-fs-out
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT pay-out-file.

           IF ws-fs-pay NOT = "00"
               DISPLAY "OPEN PAYROLL.IDX FAILED, FS=" ws-fs-pay
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the dept and role reference files only supply names
           OPEN INPUT dept-ref-file.

           IF ws-fs-dept = "00"
               MOVE "Y" TO ws-depts-open
           END-IF.

           OPEN INPUT role-ref-file.

           IF ws-fs-role = "00"
               MOVE "Y" TO ws-roles-open
           END-IF.

           STRING "PAY-GAP-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT gap-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN PAY GAP REPORT FAILED, FS=" ws-fs-rpt
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.

           CLOSE emp-out-file
                 pay-out-file
                 gap-rpt-file.

           IF ws-depts-open = "Y"
               CLOSE dept-ref-file
           END-IF.

           IF ws-roles-open = "Y"
               CLOSE role-ref-file
           END-IF.

      * sort input: every employee counted at the date goes to the
      * sort with the salary then in force, and is added to the
      * company, dept and role counts and sums
       RELEASE-PAID-EMPLOYEES.

           PERFORM RELEASE-NEXT-EMPLOYEE
               UNTIL ws-emp-done = "Y".

       RELEASE-NEXT-EMPLOYEE.

           READ emp-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-emp-done
                   EXIT PARAGRAPH
           END-READ.

           IF emp-term-flag = "Y"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-entry-date =
               emp-entry-yyyy * 10000 + emp-entry-mm * 100
                   + emp-entry-dd.

           IF ws-entry-date > ws-asof-date
               ADD 1 TO ws-count-not-joined
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-PAY-AT-DATE.

           IF ws-pay-found = "N"
               ADD 1 TO ws-count-no-pay
               MOVE "NO PAY ROW AT THE DATE" TO ws-excl-reason
               PERFORM HOLD-EXCLUSION
               EXIT PARAGRAPH
           END-IF.

           IF ws-pay-curr NOT = ws-report-curr
               ADD 1 TO ws-count-other-curr
               MOVE SPACES TO ws-excl-reason
               STRING "PAID IN " ws-pay-curr
                 DELIMITED BY SIZE INTO ws-excl-reason
               PERFORM HOLD-EXCLUSION
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-included.

           MOVE ws-pay-salary  TO srt-salary.
           MOVE emp-id         TO srt-emp-id.
           MOVE emp-gender-id  TO srt-gender.
           MOVE emp-dept-id    TO srt-dept-id.
           MOVE emp-role-id    TO srt-role-id.

           RELEASE srt-rec.

           COMPUTE ws-dept-grp = emp-dept-id + 2.
           COMPUTE ws-role-grp = emp-role-id + 1002.

           MOVE 1 TO ws-grp-sub.
           PERFORM ADD-TO-GROUP.
           MOVE ws-dept-grp TO ws-grp-sub.
           PERFORM ADD-TO-GROUP.
           MOVE ws-role-grp TO ws-grp-sub.
           PERFORM ADD-TO-GROUP.

       ADD-TO-GROUP.

           IF emp-gender-id = 1 OR emp-gender-id = 2
               MOVE emp-gender-id TO ws-gen-sub
               ADD 1 TO ws-grp-count(ws-grp-sub, ws-gen-sub)
               ADD ws-pay-salary TO ws-grp-sum(ws-grp-sub, ws-gen-sub)
           ELSE
               ADD 1 TO ws-grp-other(ws-grp-sub)
           END-IF.

       HOLD-EXCLUSION.

           IF ws-excl-used >= 5000
               ADD 1 TO ws-excl-overflow
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-excl-used.
           MOVE emp-id         TO ws-excl-empid(ws-excl-used).
           MOVE emp-last-name  TO ws-excl-name(ws-excl-used).
           MOVE emp-dept-id    TO ws-excl-dept(ws-excl-used).
           MOVE ws-excl-reason TO ws-excl-why(ws-excl-used).

      * rows sort ascending on PAY-KEY, so the last row on or before
      * the date is the salary in force
       FIND-PAY-AT-DATE.

           MOVE "N" TO ws-pay-found.
           MOVE "N" TO ws-pay-scan-done.

           MOVE emp-id TO PAY-EMP-ID.
           MOVE 0      TO PAY-EFF-YYYY.
           MOVE 0      TO PAY-EFF-MM.
           MOVE 0      TO PAY-EFF-DD.

           START pay-out-file KEY IS NOT < PAY-KEY
               INVALID KEY
                   MOVE "Y" TO ws-pay-scan-done
           END-START.

           PERFORM SCAN-PAY-ROW
               UNTIL ws-pay-scan-done = "Y".

       SCAN-PAY-ROW.

           READ pay-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-pay-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF PAY-EMP-ID NOT = emp-id
               MOVE "Y" TO ws-pay-scan-done
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-rec-eff =
               PAY-EFF-YYYY * 10000 + PAY-EFF-MM * 100
                   + PAY-EFF-DD.

           IF ws-rec-eff > ws-asof-date
               MOVE "Y" TO ws-pay-scan-done
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y"          TO ws-pay-found.
           MOVE PAY-SALARY   TO ws-pay-salary.
           MOVE PAY-CURRENCY TO ws-pay-curr.

      * sort output: salaries come back lowest first, so the n-th
      * man or woman returned in a group is the n-th in pay order
      * for that group, and the overall position gives the quartile
       RETURN-BY-SALARY.

           PERFORM SET-MEDIAN-POSITIONS
               VARYING ws-grp-sub FROM 1 BY 1
               UNTIL ws-grp-sub > 2001.

           PERFORM RETURN-NEXT-SALARY
               UNTIL ws-sort-done = "Y".

       SET-MEDIAN-POSITIONS.

           PERFORM SET-GENDER-POSITIONS
               VARYING ws-gen-sub FROM 1 BY 1
               UNTIL ws-gen-sub > 2.

       SET-GENDER-POSITIONS.

           COMPUTE ws-grp-lo-pos(ws-grp-sub, ws-gen-sub) =
               (ws-grp-count(ws-grp-sub, ws-gen-sub) + 1) / 2.
           COMPUTE ws-grp-hi-pos(ws-grp-sub, ws-gen-sub) =
               ws-grp-count(ws-grp-sub, ws-gen-sub) / 2 + 1.

       RETURN-NEXT-SALARY.

           RETURN gap-sort-file
               AT END
                   MOVE "Y" TO ws-sort-done
                   EXIT PARAGRAPH
           END-RETURN.

           ADD 1 TO ws-sort-pos.

           COMPUTE ws-qtl-sub =
               (ws-sort-pos - 1) * 4 / ws-count-included + 1.

           IF srt-gender = 1 OR srt-gender = 2
               MOVE srt-gender TO ws-class-sub
           ELSE
               MOVE 3 TO ws-class-sub
           END-IF.

           IF ws-qtl-count(ws-qtl-sub, 1) = 0
           AND ws-qtl-count(ws-qtl-sub, 2) = 0
           AND ws-qtl-count(ws-qtl-sub, 3) = 0
               MOVE srt-salary TO ws-qtl-low(ws-qtl-sub)
           END-IF.

           MOVE srt-salary TO ws-qtl-high(ws-qtl-sub).
           ADD 1 TO ws-qtl-count(ws-qtl-sub, ws-class-sub).

           IF ws-class-sub = 3
               EXIT PARAGRAPH
           END-IF.

           MOVE srt-gender TO ws-gen-sub.

           MOVE 1 TO ws-grp-sub.
           PERFORM TRACK-MEDIAN.
           COMPUTE ws-grp-sub = srt-dept-id + 2.
           PERFORM TRACK-MEDIAN.
           COMPUTE ws-grp-sub = srt-role-id + 1002.
           PERFORM TRACK-MEDIAN.

       TRACK-MEDIAN.

           ADD 1 TO ws-grp-run(ws-grp-sub, ws-gen-sub).

           IF ws-grp-run(ws-grp-sub, ws-gen-sub) =
              ws-grp-lo-pos(ws-grp-sub, ws-gen-sub)
               MOVE srt-salary TO ws-grp-lo-val(ws-grp-sub, ws-gen-sub)
           END-IF.

           IF ws-grp-run(ws-grp-sub, ws-gen-sub) =
              ws-grp-hi-pos(ws-grp-sub, ws-gen-sub)
               MOVE srt-salary TO ws-grp-hi-val(ws-grp-sub, ws-gen-sub)
           END-IF.

       PRINT-DEPT-GROUP.

           IF ws-grp-count(ws-grp-sub, 1) = 0
           AND ws-grp-count(ws-grp-sub, 2) = 0
           AND ws-grp-other(ws-grp-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-ref-id = ws-grp-sub - 2.

           MOVE SPACES TO ws-grp-label.
           MOVE ws-ref-id TO ws-grp-label(1:3).
           MOVE "** UNKNOWN DEPT **" TO ws-grp-label(5:20).

           IF ws-depts-open = "Y"
               MOVE ws-ref-id TO DEPT-REF-ID
               READ dept-ref-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-REF-NAME TO ws-grp-label(5:20)
               END-READ
           END-IF.

           PERFORM PRINT-GROUP-LINE.

       PRINT-ROLE-GROUP.

           IF ws-grp-count(ws-grp-sub, 1) = 0
           AND ws-grp-count(ws-grp-sub, 2) = 0
           AND ws-grp-other(ws-grp-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-ref-id = ws-grp-sub - 1002.

           MOVE SPACES TO ws-grp-label.
           MOVE ws-ref-id TO ws-grp-label(1:3).
           MOVE "** UNKNOWN ROLE **" TO ws-grp-label(5:20).

           IF ws-roles-open = "Y"
               MOVE ws-ref-id TO ROLE-REF-ID
               READ role-ref-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ROLE-REF-NAME TO ws-grp-label(5:20)
               END-READ
           END-IF.

           PERFORM PRINT-GROUP-LINE.

      * a gap needs both men and women in the group
       PRINT-GROUP-LINE.

           MOVE 0 TO ws-mean-men.
           MOVE 0 TO ws-mean-women.
           MOVE 0 TO ws-median-men.
           MOVE 0 TO ws-median-women.

           IF ws-grp-count(ws-grp-sub, 1) > 0
               COMPUTE ws-mean-men ROUNDED =
                   ws-grp-sum(ws-grp-sub, 1)
                       / ws-grp-count(ws-grp-sub, 1)
               COMPUTE ws-median-men ROUNDED =
                   (ws-grp-lo-val(ws-grp-sub, 1)
                       + ws-grp-hi-val(ws-grp-sub, 1)) / 2
           END-IF.

           IF ws-grp-count(ws-grp-sub, 2) > 0
               COMPUTE ws-mean-women ROUNDED =
                   ws-grp-sum(ws-grp-sub, 2)
                       / ws-grp-count(ws-grp-sub, 2)
               COMPUTE ws-median-women ROUNDED =
                   (ws-grp-lo-val(ws-grp-sub, 2)
                       + ws-grp-hi-val(ws-grp-sub, 2)) / 2
           END-IF.

           MOVE "     N/A" TO ws-gap-mean-txt.
           MOVE "     N/A" TO ws-gap-median-txt.

           IF ws-mean-men > 0 AND ws-mean-women > 0
               MOVE "Y" TO ws-gap-ok
               COMPUTE ws-gap-pct ROUNDED =
                   (ws-mean-men - ws-mean-women) * 100 / ws-mean-men
                   ON SIZE ERROR MOVE "N" TO ws-gap-ok
               END-COMPUTE
               IF ws-gap-ok = "Y"
                   MOVE ws-gap-pct TO ws-gap-edited
                   STRING ws-gap-edited "%"
                     DELIMITED BY SIZE INTO ws-gap-mean-txt
               END-IF
           END-IF.

           IF ws-median-men > 0 AND ws-median-women > 0
               MOVE "Y" TO ws-gap-ok
               COMPUTE ws-gap-pct ROUNDED =
                   (ws-median-men - ws-median-women) * 100
                       / ws-median-men
                   ON SIZE ERROR MOVE "N" TO ws-gap-ok
               END-COMPUTE
               IF ws-gap-ok = "Y"
                   MOVE ws-gap-pct TO ws-gap-edited
                   STRING ws-gap-edited "%"
                     DELIMITED BY SIZE INTO ws-gap-median-txt
               END-IF
           END-IF.

           MOVE ws-grp-count(ws-grp-sub, 1) TO ws-count-edited.
           MOVE ws-grp-count(ws-grp-sub, 2) TO ws-count-edited-2.
           MOVE ws-grp-other(ws-grp-sub)    TO ws-count-edited-3.
           MOVE ws-mean-men     TO ws-amount-edited-1.
           MOVE ws-median-men   TO ws-amount-edited-2.
           MOVE ws-mean-women   TO ws-amount-edited-3.
           MOVE ws-median-women TO ws-amount-edited-4.

           MOVE SPACES TO rpt-line.
           STRING ws-grp-label
                  " " ws-count-edited
                  " " ws-amount-edited-1
                  " " ws-amount-edited-2
                  " " ws-count-edited-2
                  " " ws-amount-edited-3
                  " " ws-amount-edited-4
                  " " ws-count-edited-3
                  "  " ws-gap-mean-txt
                  "    " ws-gap-median-txt
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "GENDER PAY GAP REPORT - " ws-run-date
                  "  SALARIES IN FORCE ON " ws-asof-date
                  "  CURRENCY " ws-report-curr
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "MASTER FILE " ws-emp-filename
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "GAP = (MEN - WOMEN) / MEN, POSITIVE WHEN MEN ARE"
                  " PAID MORE"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

       WRITE-SECTION-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "                             MEN       MEAN MEN"
                  "     MEDIAN MEN  WOMEN     MEAN WOMEN   MEDIAN WOMEN"
                  "    N/S  MEAN GAP  MEDIAN GAP"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-QUARTILE-SECTION.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "HEADCOUNT BY PAY QUARTILE (1 = LOWEST PAID)"
             TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "QUARTILE   FROM SALARY      TO SALARY"
                  "    MEN  WOMEN    N/S WOMEN %"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           PERFORM PRINT-QUARTILE-LINE
               VARYING ws-qtl-sub FROM 1 BY 1
               UNTIL ws-qtl-sub > 4.

       PRINT-QUARTILE-LINE.

           COMPUTE ws-qtl-total =
               ws-qtl-count(ws-qtl-sub, 1)
                   + ws-qtl-count(ws-qtl-sub, 2)
                   + ws-qtl-count(ws-qtl-sub, 3).

           MOVE 0 TO ws-women-pct.

           IF ws-qtl-total > 0
               COMPUTE ws-women-pct ROUNDED =
                   ws-qtl-count(ws-qtl-sub, 2) * 100 / ws-qtl-total
           END-IF.

           MOVE ws-qtl-low(ws-qtl-sub)     TO ws-amount-edited-1.
           MOVE ws-qtl-high(ws-qtl-sub)    TO ws-amount-edited-2.
           MOVE ws-qtl-count(ws-qtl-sub, 1) TO ws-count-edited.
           MOVE ws-qtl-count(ws-qtl-sub, 2) TO ws-count-edited-2.
           MOVE ws-qtl-count(ws-qtl-sub, 3) TO ws-count-edited-3.
           MOVE ws-women-pct TO ws-pct-edited.

           MOVE SPACES TO rpt-line.
           STRING "   " ws-qtl-sub "    " ws-amount-edited-1
                  " " ws-amount-edited-2
                  " " ws-count-edited
                  " " ws-count-edited-2
                  " " ws-count-edited-3
                  "   " ws-pct-edited
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-EXCLUSION-SECTION.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EXCLUSIONS - ACTIVE EMPLOYEES WITH NO "
                  ws-report-curr " PAY ROW ON OR BEFORE " ws-asof-date
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-excl-used = 0
               MOVE "  NONE" TO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRINT-EXCLUSION-LINE
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > ws-excl-used.

       PRINT-EXCLUSION-LINE.

           MOVE SPACES TO rpt-line.
           STRING "  " ws-excl-empid(ws-sub)
                  " " ws-excl-name(ws-sub)
                  " DEPT " ws-excl-dept(ws-sub)
                  "  " ws-excl-why(ws-sub)
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EMPLOYEES INCLUDED        : " ws-count-included
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EXCLUDED, NO PAY ROW      : " ws-count-no-pay
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EXCLUDED, OTHER CURRENCY  : " ws-count-other-curr
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "NOT YET JOINED AT DATE    : " ws-count-not-joined
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-excl-overflow > 0
               MOVE SPACES TO rpt-line
               STRING "EXCLUSIONS NOT LISTED (TABLE FULL): "
                      ws-excl-overflow
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. paycmp.
      * compa-ratio report for reward reviews
      * every active employee's latest salary on payroll.idx (the
      * latest effective row on or before today) is set against the
      * midpoint of the band for the row's grade and currency on
      * grades.idx; compa-ratio = salary / midpoint * 100
      * printed by department and role in emp-id order, with the
      * average compa-ratio and the number below and above the band
      * for each role, each department and the company
      * active employees with no pay row yet, or whose grade has no
      * band for the currency, are listed but left out of the
      * averages
      * return codes: 0 = clean, 4 = salaries outside their band
      *               or employees left out, 12 = file unusable
      * usage: paycmp
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
           ASSIGN TO "employees.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emp-id
           ALTERNATE RECORD KEY IS emp-dept-id WITH DUPLICATES
           ALTERNATE RECORD KEY IS emp-role-id WITH DUPLICATES
           FILE STATUS IS ws-fs-out.

         SELECT grade-ref-file
           ASSIGN TO "grades.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GRADE-REF-KEY
           FILE STATUS IS ws-fs-grade.

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

         SELECT cmp-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  pay-out-file.
       COPY "PAYREC.CPY".

       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  grade-ref-file.
       COPY "GRADEREF.CPY".

       FD  dept-ref-file.
       COPY "DEPTREF.CPY".

       FD  role-ref-file.
       COPY "ROLEREF.CPY".

       FD  cmp-rpt-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-fs-pay   PIC XX.
       01 ws-fs-out   PIC XX.
       01 ws-fs-grade PIC XX.
       01 ws-fs-dept  PIC XX.
       01 ws-fs-role  PIC XX.
       01 ws-fs-rpt   PIC XX.

       01 ws-rpt-filename PIC X(40).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).
       01 ws-today-yyyymmdd  PIC 9(8).

       01 ws-depts-open    PIC X(1) VALUE "N".
       01 ws-roles-open    PIC X(1) VALUE "N".
       01 ws-emp-done      PIC X(1) VALUE "N".
       01 ws-pay-scan-done PIC X(1).

       01 ws-pay-found     PIC X(1).
       01 ws-pay-salary    PIC 9(9)V99.
       01 ws-pay-grade     PIC X(4).
       01 ws-pay-curr      PIC X(3).
       01 ws-rec-eff       PIC 9(8).

      * the active staff of the department in hand, sorted into
      * role and emp-id order before printing
       01 ws-cmp-table.
          05 ws-cmp-entry OCCURS 2000 TIMES.
             10 ws-cmp-empid    PIC 9(9).
             10 ws-cmp-name     PIC X(20).
             10 ws-cmp-role     PIC 9(3).
             10 ws-cmp-status   PIC X(1).
             10 ws-cmp-grade    PIC X(4).
             10 ws-cmp-curr     PIC X(3).
             10 ws-cmp-salary   PIC 9(9)V99.
             10 ws-cmp-mid      PIC 9(9)V99.
             10 ws-cmp-ratio    PIC 9(4)V9.
             10 ws-cmp-band     PIC X(10).
       01 ws-cmp-used      PIC 9(4) VALUE 0.
       01 ws-cmp-overflow  PIC 9(5) VALUE 0.

       01 ws-swap-entry    PIC X(77).

       01 ws-sub           PIC 9(4).
       01 ws-outer-sub     PIC 9(4).
       01 ws-inner-sub     PIC 9(4).

       01 ws-cur-dept      PIC 9(3).
       01 ws-cur-role      PIC 9(3).
       01 ws-dept-name     PIC X(20).
       01 ws-role-name     PIC X(20).

      * C = compa-ratio worked out, N = no pay row, G = no band
       01 ws-group-totals.
          05 ws-role-count      PIC 9(7).
          05 ws-role-ratio-sum  PIC 9(9)V9.
          05 ws-role-below      PIC 9(7).
          05 ws-role-above      PIC 9(7).
          05 ws-dept-count      PIC 9(7).
          05 ws-dept-ratio-sum  PIC 9(9)V9.
          05 ws-dept-below      PIC 9(7).
          05 ws-dept-above      PIC 9(7).

       01 ws-total-count      PIC 9(9) VALUE 0.
       01 ws-total-ratio-sum  PIC 9(11)V9 VALUE 0.
       01 ws-total-below      PIC 9(9) VALUE 0.
       01 ws-total-above      PIC 9(9) VALUE 0.
       01 ws-count-no-pay     PIC 9(9) VALUE 0.
       01 ws-count-no-band    PIC 9(9) VALUE 0.
       01 ws-count-active     PIC 9(9) VALUE 0.

       01 ws-avg-ratio       PIC 9(4)V9.

       01 ws-salary-edited   PIC ZZZ,ZZZ,ZZ9.99.
       01 ws-mid-edited      PIC ZZZ,ZZZ,ZZ9.99.
       01 ws-ratio-edited    PIC ZZZ9.9.
       01 ws-count-edited    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.
           COMPUTE ws-today-yyyymmdd =
               ws-run-yyyy * 10000 + ws-run-mm * 100 + ws-run-dd.

           PERFORM OPEN-ALL-FILES.

           PERFORM WRITE-REPORT-HEADING.

           MOVE 0 TO emp-dept-id.

           START emp-out-file KEY IS NOT < emp-dept-id
               INVALID KEY
                   MOVE "Y" TO ws-emp-done
           END-START.

           PERFORM READ-NEXT-EMPLOYEE
               UNTIL ws-emp-done = "Y".

           IF ws-cmp-used > 0
               PERFORM PRINT-DEPT
           END-IF.

           PERFORM WRITE-REPORT-TOTALS.

           PERFORM CLOSE-ALL-FILES.

           DISPLAY "ACTIVE EMPLOYEES     : " ws-count-active.
           DISPLAY "WITH A COMPA-RATIO   : " ws-total-count.
           DISPLAY "BELOW BAND           : " ws-total-below.
           DISPLAY "ABOVE BAND           : " ws-total-above.
           DISPLAY "NO PAY ROW           : " ws-count-no-pay.
           DISPLAY "NO BAND FOR GRADE    : " ws-count-no-band.
           DISPLAY "REPORT WRITTEN: " ws-rpt-filename.

           IF ws-total-below > 0
           OR ws-total-above > 0
           OR ws-count-no-pay > 0
           OR ws-count-no-band > 0
           OR ws-cmp-overflow > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       OPEN-ALL-FILES.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT pay-out-file.

           IF ws-fs-pay NOT = "00"
               DISPLAY "OPEN PAYROLL.IDX FAILED, FS=" ws-fs-pay
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT grade-ref-file.

           IF ws-fs-grade NOT = "00"
               DISPLAY "OPEN GRADES.IDX FAILED, FS=" ws-fs-grade
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

           STRING "PAY-COMPA-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT cmp-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN COMPA-RATIO REPORT FAILED, FS=" ws-fs-rpt
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.

           CLOSE emp-out-file
                 pay-out-file
                 grade-ref-file
                 cmp-rpt-file.

           IF ws-depts-open = "Y"
               CLOSE dept-ref-file
           END-IF.

           IF ws-roles-open = "Y"
               CLOSE role-ref-file
           END-IF.

      * the master arrives in department order off the alternate
      * key; each department is printed when the next one starts
       READ-NEXT-EMPLOYEE.

           READ emp-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-emp-done
                   EXIT PARAGRAPH
           END-READ.

           IF emp-term-flag = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF ws-cmp-used > 0
           AND emp-dept-id NOT = ws-cur-dept
               PERFORM PRINT-DEPT
           END-IF.

           MOVE emp-dept-id TO ws-cur-dept.

           ADD 1 TO ws-count-active.

           IF ws-cmp-used >= 2000
               ADD 1 TO ws-cmp-overflow
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-cmp-used.
           MOVE emp-id            TO ws-cmp-empid(ws-cmp-used).
           MOVE emp-last-name     TO ws-cmp-name(ws-cmp-used).
           MOVE emp-role-id       TO ws-cmp-role(ws-cmp-used).
           MOVE SPACES            TO ws-cmp-grade(ws-cmp-used).
           MOVE SPACES            TO ws-cmp-curr(ws-cmp-used).
           MOVE SPACES            TO ws-cmp-band(ws-cmp-used).
           MOVE 0                 TO ws-cmp-salary(ws-cmp-used).
           MOVE 0                 TO ws-cmp-mid(ws-cmp-used).
           MOVE 0                 TO ws-cmp-ratio(ws-cmp-used).

           PERFORM FIND-LATEST-PAY.

           IF ws-pay-found = "N"
               MOVE "N" TO ws-cmp-status(ws-cmp-used)
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-pay-grade  TO ws-cmp-grade(ws-cmp-used).
           MOVE ws-pay-curr   TO ws-cmp-curr(ws-cmp-used).
           MOVE ws-pay-salary TO ws-cmp-salary(ws-cmp-used).

           MOVE ws-pay-grade TO GRADE-REF-CODE.
           MOVE ws-pay-curr  TO GRADE-REF-CURRENCY.

           READ grade-ref-file
               INVALID KEY
                   MOVE "G" TO ws-cmp-status(ws-cmp-used)
                   EXIT PARAGRAPH
           END-READ.

           IF GRADE-REF-MID = 0
               MOVE "G" TO ws-cmp-status(ws-cmp-used)
               EXIT PARAGRAPH
           END-IF.

           MOVE "C"           TO ws-cmp-status(ws-cmp-used).
           MOVE GRADE-REF-MID TO ws-cmp-mid(ws-cmp-used).

           COMPUTE ws-cmp-ratio(ws-cmp-used) ROUNDED =
               ws-pay-salary * 100 / GRADE-REF-MID
               ON SIZE ERROR MOVE 9999.9 TO ws-cmp-ratio(ws-cmp-used)
           END-COMPUTE.

           IF ws-pay-salary < GRADE-REF-MIN
               MOVE "BELOW BAND" TO ws-cmp-band(ws-cmp-used)
           END-IF.

           IF ws-pay-salary > GRADE-REF-MAX
               MOVE "ABOVE BAND" TO ws-cmp-band(ws-cmp-used)
           END-IF.

      * rows sort ascending on PAY-KEY, so the last row on or before
      * today is the salary in force
       FIND-LATEST-PAY.

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

           IF ws-rec-eff > ws-today-yyyymmdd
               MOVE "Y" TO ws-pay-scan-done
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y"          TO ws-pay-found.
           MOVE PAY-SALARY   TO ws-pay-salary.
           MOVE PAY-GRADE    TO ws-pay-grade.
           MOVE PAY-CURRENCY TO ws-pay-curr.

       PRINT-DEPT.

           PERFORM SORT-CMP-TABLE.

           MOVE "** UNKNOWN DEPT **  " TO ws-dept-name.

           IF ws-depts-open = "Y"
               MOVE ws-cur-dept TO DEPT-REF-ID
               READ dept-ref-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-REF-NAME TO ws-dept-name
               END-READ
           END-IF.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "DEPT " ws-cur-dept " " ws-dept-name
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           INITIALIZE ws-group-totals.

           PERFORM PRINT-CMP-ENTRY
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > ws-cmp-used.

           PERFORM PRINT-ROLE-TOTAL.

           MOVE 0 TO ws-avg-ratio.

           IF ws-dept-count > 0
               COMPUTE ws-avg-ratio ROUNDED =
                   ws-dept-ratio-sum / ws-dept-count
           END-IF.

           MOVE ws-avg-ratio  TO ws-ratio-edited.
           MOVE ws-dept-count TO ws-count-edited.

           MOVE SPACES TO rpt-line.
           STRING "  DEPT " ws-cur-dept " TOTAL  WITH RATIO "
                  ws-count-edited
                  "  AVERAGE COMPA-RATIO " ws-ratio-edited
                  "  BELOW BAND " ws-dept-below
                  "  ABOVE BAND " ws-dept-above
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           ADD ws-dept-count     TO ws-total-count.
           ADD ws-dept-ratio-sum TO ws-total-ratio-sum.
           ADD ws-dept-below     TO ws-total-below.
           ADD ws-dept-above     TO ws-total-above.

           MOVE 0 TO ws-cmp-used.

       PRINT-CMP-ENTRY.

           IF ws-sub = 1
               MOVE ws-cmp-role(ws-sub) TO ws-cur-role
               PERFORM PRINT-ROLE-HEADING
           END-IF.

           IF ws-cmp-role(ws-sub) NOT = ws-cur-role
               PERFORM PRINT-ROLE-TOTAL
               MOVE ws-cmp-role(ws-sub) TO ws-cur-role
               PERFORM PRINT-ROLE-HEADING
           END-IF.

           MOVE SPACES TO rpt-line.

           EVALUATE ws-cmp-status(ws-sub)
               WHEN "N"
                   ADD 1 TO ws-count-no-pay
                   STRING "    " ws-cmp-empid(ws-sub)
                          " " ws-cmp-name(ws-sub)
                          "  LEFT OUT - NO PAY ROW ON OR BEFORE "
                          ws-today-yyyymmdd
                     DELIMITED BY SIZE INTO rpt-line
               WHEN "G"
                   ADD 1 TO ws-count-no-band
                   MOVE ws-cmp-salary(ws-sub) TO ws-salary-edited
                   STRING "    " ws-cmp-empid(ws-sub)
                          " " ws-cmp-name(ws-sub)
                          " " ws-cmp-grade(ws-sub)
                          " " ws-cmp-curr(ws-sub)
                          " " ws-salary-edited
                          "  LEFT OUT - NO BAND FOR GRADE"
                     DELIMITED BY SIZE INTO rpt-line
               WHEN OTHER
                   ADD 1 TO ws-role-count
                   ADD ws-cmp-ratio(ws-sub) TO ws-role-ratio-sum
                   IF ws-cmp-band(ws-sub) = "BELOW BAND"
                       ADD 1 TO ws-role-below
                   END-IF
                   IF ws-cmp-band(ws-sub) = "ABOVE BAND"
                       ADD 1 TO ws-role-above
                   END-IF
                   MOVE ws-cmp-salary(ws-sub) TO ws-salary-edited
                   MOVE ws-cmp-mid(ws-sub)    TO ws-mid-edited
                   MOVE ws-cmp-ratio(ws-sub)  TO ws-ratio-edited
                   STRING "    " ws-cmp-empid(ws-sub)
                          " " ws-cmp-name(ws-sub)
                          " " ws-cmp-grade(ws-sub)
                          " " ws-cmp-curr(ws-sub)
                          " " ws-salary-edited
                          " " ws-mid-edited
                          "  " ws-ratio-edited
                          "  " ws-cmp-band(ws-sub)
                     DELIMITED BY SIZE INTO rpt-line
           END-EVALUATE.

           WRITE rpt-line.

       PRINT-ROLE-HEADING.

           MOVE "** UNKNOWN ROLE **  " TO ws-role-name.

           IF ws-roles-open = "Y"
               MOVE ws-cur-role TO ROLE-REF-ID
               READ role-ref-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ROLE-REF-NAME TO ws-role-name
               END-READ
           END-IF.

           MOVE SPACES TO rpt-line.
           STRING "  ROLE " ws-cur-role " " ws-role-name
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       PRINT-ROLE-TOTAL.

           MOVE 0 TO ws-avg-ratio.

           IF ws-role-count > 0
               COMPUTE ws-avg-ratio ROUNDED =
                   ws-role-ratio-sum / ws-role-count
           END-IF.

           MOVE ws-avg-ratio  TO ws-ratio-edited.
           MOVE ws-role-count TO ws-count-edited.

           MOVE SPACES TO rpt-line.
           STRING "    ROLE " ws-cur-role " WITH RATIO "
                  ws-count-edited
                  "  AVERAGE COMPA-RATIO " ws-ratio-edited
                  "  BELOW BAND " ws-role-below
                  "  ABOVE BAND " ws-role-above
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           ADD ws-role-count     TO ws-dept-count.
           ADD ws-role-ratio-sum TO ws-dept-ratio-sum.
           ADD ws-role-below     TO ws-dept-below.
           ADD ws-role-above     TO ws-dept-above.

           MOVE 0 TO ws-role-count.
           MOVE 0 TO ws-role-ratio-sum.
           MOVE 0 TO ws-role-below.
           MOVE 0 TO ws-role-above.

       SORT-CMP-TABLE.

           PERFORM SORT-OUTER-PASS
               VARYING ws-outer-sub FROM 1 BY 1
               UNTIL ws-outer-sub >= ws-cmp-used.

       SORT-OUTER-PASS.

           PERFORM SORT-INNER-PASS
               VARYING ws-inner-sub FROM 1 BY 1
               UNTIL ws-inner-sub > ws-cmp-used - ws-outer-sub.

       SORT-INNER-PASS.

           IF ws-cmp-role(ws-inner-sub) >
              ws-cmp-role(ws-inner-sub + 1)
           OR (ws-cmp-role(ws-inner-sub) =
               ws-cmp-role(ws-inner-sub + 1)
           AND ws-cmp-empid(ws-inner-sub) >
               ws-cmp-empid(ws-inner-sub + 1))
               MOVE ws-cmp-entry(ws-inner-sub) TO ws-swap-entry
               MOVE ws-cmp-entry(ws-inner-sub + 1)
                 TO ws-cmp-entry(ws-inner-sub)
               MOVE ws-swap-entry TO ws-cmp-entry(ws-inner-sub + 1)
           END-IF.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "COMPA-RATIO REPORT - " ws-run-date
                  "  SALARY IN FORCE ON " ws-today-yyyymmdd
                  " AGAINST GRADE BAND MIDPOINT"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "    EMP-ID    NAME                 GRAD CUR"
                  "         SALARY       MIDPOINT   COMPA"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-TOTALS.

           MOVE 0 TO ws-avg-ratio.

           IF ws-total-count > 0
               COMPUTE ws-avg-ratio ROUNDED =
                   ws-total-ratio-sum / ws-total-count
           END-IF.

           MOVE ws-avg-ratio TO ws-ratio-edited.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ACTIVE EMPLOYEES      : " ws-count-active
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "WITH A COMPA-RATIO    : " ws-total-count
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "AVERAGE COMPA-RATIO   : " ws-ratio-edited
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "BELOW BAND MINIMUM    : " ws-total-below
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ABOVE BAND MAXIMUM    : " ws-total-above
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "LEFT OUT, NO PAY ROW  : " ws-count-no-pay
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "LEFT OUT, NO BAND     : " ws-count-no-band
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-cmp-overflow > 0
               MOVE SPACES TO rpt-line
               STRING "NOT REPORTED (DEPT TABLE FULL): "
                      ws-cmp-overflow
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

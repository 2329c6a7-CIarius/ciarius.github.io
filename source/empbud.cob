       IDENTIFICATION DIVISION.
       PROGRAM-ID. empbud.
      * headcount budget variance report
      * compares the authorised headcount of every department/role
      * cell on budgets.idx with the active (non-terminated)
      * headcount on employees.idx, department by department, and
      * shows the vacancies and overages per cell with department
      * and company totals
      * cells with active staff but no budget record are listed as
      * unbudgeted and totalled apart from the budgeted cells
      * return codes: 0 = clean, 4 = cells over budget or no
      *               budgets held, 12 = file unusable
      * usage: empbud
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

         SELECT bud-file
           ASSIGN TO "budgets.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUD-KEY
           FILE STATUS IS ws-fs-bud.

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

         SELECT bud-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  bud-file.
       COPY "BUDREC.CPY".

       FD  dept-ref-file.
       COPY "DEPTREF.CPY".

       FD  role-ref-file.
       COPY "ROLEREF.CPY".

       FD  bud-rpt-file
          RECORD CONTAINS 100 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(100).

       WORKING-STORAGE SECTION.

       01 ws-fs-out  PIC XX.
       01 ws-fs-bud  PIC XX.
       01 ws-fs-dept PIC XX.
       01 ws-fs-role PIC XX.
       01 ws-fs-rpt  PIC XX.

       01 ws-rpt-filename PIC X(40).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time      PIC 9(6).

       01 ws-budget-open   PIC X(1) VALUE "N".
       01 ws-depts-open    PIC X(1) VALUE "N".
       01 ws-roles-open    PIC X(1) VALUE "N".
       01 ws-scan-done     PIC X(1).

      * per role 000-999 of the department in hand, held at
      * role id + 1
       01 ws-role-cells.
          05 ws-role-cell OCCURS 1000 TIMES.
             10 ws-cell-budgeted PIC X(1).
             10 ws-cell-mode     PIC X(1).
             10 ws-cell-budget   PIC 9(5).
             10 ws-cell-actual   PIC 9(5).
       01 ws-role-sub      PIC 9(4).

       01 ws-dept-sub      PIC 9(4).
       01 ws-cur-dept      PIC 9(3).
       01 ws-cur-role      PIC 9(3).
       01 ws-dept-name     PIC X(20).
       01 ws-role-name     PIC X(20).
       01 ws-dept-in-use   PIC X(1).

       01 ws-cell-vacancy  PIC 9(5).
       01 ws-cell-over     PIC 9(5).
       01 ws-cell-note     PIC X(12).

       01 ws-dept-totals.
          05 ws-dept-budget    PIC 9(7).
          05 ws-dept-actual    PIC 9(7).
          05 ws-dept-vacancy   PIC 9(7).
          05 ws-dept-over      PIC 9(7).
          05 ws-dept-unbudget  PIC 9(7).

       01 ws-total-budget    PIC 9(9) VALUE 0.
       01 ws-total-actual    PIC 9(9) VALUE 0.
       01 ws-total-vacancy   PIC 9(9) VALUE 0.
       01 ws-total-over      PIC 9(9) VALUE 0.
       01 ws-total-unbudget  PIC 9(9) VALUE 0.
       01 ws-count-cells     PIC 9(9) VALUE 0.
       01 ws-count-over-cells PIC 9(9) VALUE 0.
       01 ws-count-depts     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.

           PERFORM OPEN-ALL-FILES.

           PERFORM WRITE-REPORT-HEADING.

           PERFORM REPORT-ONE-DEPT
               VARYING ws-dept-sub FROM 0 BY 1
               UNTIL ws-dept-sub > 999.

           PERFORM WRITE-REPORT-TOTALS.

           PERFORM CLOSE-ALL-FILES.

           DISPLAY "BUDGET CELLS         : " ws-count-cells.
           DISPLAY "BUDGETED HEADCOUNT   : " ws-total-budget.
           DISPLAY "ACTIVE IN THOSE CELLS: " ws-total-actual.
           DISPLAY "VACANCIES            : " ws-total-vacancy.
           DISPLAY "OVERAGES             : " ws-total-over.
           DISPLAY "ACTIVE, UNBUDGETED   : " ws-total-unbudget.
           DISPLAY "REPORT WRITTEN: " ws-rpt-filename.

           IF ws-budget-open = "N"
               DISPLAY "NO BUDGETS HELD - BUDGETS.IDX NOT ON DISK"
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ws-count-over-cells > 0
               DISPLAY "CELLS OVER BUDGET    : " ws-count-over-cells
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

           OPEN INPUT bud-file.

           EVALUATE ws-fs-bud
               WHEN "00"
                   MOVE "Y" TO ws-budget-open
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN BUDGETS.IDX FAILED, FS=" ws-fs-bud
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * the reference files only supply names
           OPEN INPUT dept-ref-file.

           IF ws-fs-dept = "00"
               MOVE "Y" TO ws-depts-open
           END-IF.

           OPEN INPUT role-ref-file.

           IF ws-fs-role = "00"
               MOVE "Y" TO ws-roles-open
           END-IF.

           STRING "EMP-BUD-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT bud-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN BUDGET REPORT FAILED, FS=" ws-fs-rpt
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.

           CLOSE emp-out-file
                 bud-rpt-file.

           IF ws-budget-open = "Y"
               CLOSE bud-file
           END-IF.

           IF ws-depts-open = "Y"
               CLOSE dept-ref-file
           END-IF.

           IF ws-roles-open = "Y"
               CLOSE role-ref-file
           END-IF.

       REPORT-ONE-DEPT.

           MOVE ws-dept-sub TO ws-cur-dept.
           MOVE "N" TO ws-dept-in-use.

           INITIALIZE ws-role-cells.
           INITIALIZE ws-dept-totals.

           PERFORM COUNT-DEPT-ACTUALS.

           IF ws-budget-open = "Y"
               PERFORM LOAD-DEPT-BUDGETS
           END-IF.

           IF ws-dept-in-use = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-depts.

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

           PERFORM REPORT-ROLE-CELL
               VARYING ws-role-sub FROM 1 BY 1
               UNTIL ws-role-sub > 1000.

           MOVE SPACES TO rpt-line.
           STRING "  DEPT TOTAL                "
                  ws-dept-budget(3:5) "   " ws-dept-actual(3:5) "   "
                  ws-dept-vacancy(3:5) "   " ws-dept-over(3:5)
                  "  UNBUDGETED " ws-dept-unbudget(3:5)
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           ADD ws-dept-budget   TO ws-total-budget.
           ADD ws-dept-actual   TO ws-total-actual.
           ADD ws-dept-vacancy  TO ws-total-vacancy.
           ADD ws-dept-over     TO ws-total-over.
           ADD ws-dept-unbudget TO ws-total-unbudget.

       COUNT-DEPT-ACTUALS.

           MOVE "N" TO ws-scan-done.

           MOVE ws-cur-dept TO emp-dept-id.

           START emp-out-file KEY IS = emp-dept-id
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM SCAN-DEPT-RECORD
               UNTIL ws-scan-done = "Y".

       SCAN-DEPT-RECORD.

           READ emp-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF emp-dept-id NOT = ws-cur-dept
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           IF emp-term-flag = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO ws-dept-in-use.

           COMPUTE ws-role-sub = emp-role-id + 1.
           ADD 1 TO ws-cell-actual(ws-role-sub).

       LOAD-DEPT-BUDGETS.

           MOVE "N" TO ws-scan-done.

           MOVE ws-cur-dept TO BUD-DEPT-ID.
           MOVE 0           TO BUD-ROLE-ID.

           START bud-file KEY IS NOT < BUD-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM SCAN-BUDGET-RECORD
               UNTIL ws-scan-done = "Y".

       SCAN-BUDGET-RECORD.

           READ bud-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF BUD-DEPT-ID NOT = ws-cur-dept
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO ws-dept-in-use.

           COMPUTE ws-role-sub = BUD-ROLE-ID + 1.
           MOVE "Y"           TO ws-cell-budgeted(ws-role-sub).
           MOVE BUD-MODE      TO ws-cell-mode(ws-role-sub).
           MOVE BUD-HEADCOUNT TO ws-cell-budget(ws-role-sub).

       REPORT-ROLE-CELL.

           IF ws-cell-budgeted(ws-role-sub) NOT = "Y"
           AND ws-cell-actual(ws-role-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-cur-role = ws-role-sub - 1.

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

           IF ws-cell-budgeted(ws-role-sub) NOT = "Y"
               ADD ws-cell-actual(ws-role-sub) TO ws-dept-unbudget
               MOVE SPACES TO rpt-line
               STRING "  " ws-cur-role " " ws-role-name
                      "      -   " ws-cell-actual(ws-role-sub)
                      "                     UNBUDGETED"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-cells.

           MOVE 0 TO ws-cell-vacancy.
           MOVE 0 TO ws-cell-over.
           MOVE SPACES TO ws-cell-note.

           IF ws-cell-actual(ws-role-sub) < ws-cell-budget(ws-role-sub)
               COMPUTE ws-cell-vacancy = ws-cell-budget(ws-role-sub)
                                       - ws-cell-actual(ws-role-sub)
           END-IF.

           IF ws-cell-actual(ws-role-sub) > ws-cell-budget(ws-role-sub)
               COMPUTE ws-cell-over = ws-cell-actual(ws-role-sub)
                                    - ws-cell-budget(ws-role-sub)
               MOVE "OVER BUDGET" TO ws-cell-note
               ADD 1 TO ws-count-over-cells
           END-IF.

           ADD ws-cell-budget(ws-role-sub) TO ws-dept-budget.
           ADD ws-cell-actual(ws-role-sub) TO ws-dept-actual.
           ADD ws-cell-vacancy TO ws-dept-vacancy.
           ADD ws-cell-over    TO ws-dept-over.

           MOVE SPACES TO rpt-line.
           STRING "  " ws-cur-role " " ws-role-name
                  "  " ws-cell-budget(ws-role-sub)
                  "   " ws-cell-actual(ws-role-sub)
                  "   " ws-cell-vacancy
                  "   " ws-cell-over
                  "  " ws-cell-mode(ws-role-sub)
                  "  " ws-cell-note
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "HEADCOUNT BUDGET VARIANCE REPORT - " ws-run-date
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-budget-open = "N"
               MOVE SPACES TO rpt-line
               STRING "NO BUDGETS HELD - EVERY CELL IS UNBUDGETED"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  ROLE                     BUDGET  ACTUAL"
                  "  VACANCY     OVER MODE"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "DEPARTMENTS REPORTED : " ws-count-depts
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "BUDGET CELLS         : " ws-count-cells
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "BUDGETED HEADCOUNT   : " ws-total-budget
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ACTIVE IN THOSE CELLS: " ws-total-actual
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "VACANCIES            : " ws-total-vacancy
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "OVERAGES             : " ws-total-over
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "CELLS OVER BUDGET    : " ws-count-over-cells
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ACTIVE, UNBUDGETED   : " ws-total-unbudget
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

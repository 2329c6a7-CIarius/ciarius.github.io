       IDENTIFICATION DIVISION.
       PROGRAM-ID. empupdt.
      * single-employee status maintenance between full reloads
      * usage: empupdt id DEPT|ROLE nnn [dd/mm/yyyy]
      *                [OVERRIDE reason]
      *        empupdt id TERM [Y|N] [dd/mm/yyyy]
      * with no date, or a date of today or earlier, the change is
      * applied now; a later date holds it on emppend.idx for
      * empdue to apply on the day
      * a TERM Y moves the leaver's direct reports on rptline.idx
      * up to the leaver's own manager
      * a DEPT or ROLE change that takes a department/role cell
      * over its headcount on budgets.idx is applied with a warning
      * (return code 4) on a W cell and refused (return code 8) on
      * an H cell unless OVERRIDE and a reason follow; warnings and
      * overrides are logged; a held change keeps its reason and is
      * checked by empdue on the day
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ALTERNATE RECORD KEY IS emp-role-id WITH DUPLICATES
           FILE STATUS IS ws-fs-out.

         SELECT emp-pend-file
           ASSIGN TO "emppend.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND-KEY
           FILE STATUS IS ws-fs-pend.

         SELECT bud-file
           ASSIGN TO "budgets.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BUD-KEY
           FILE STATUS IS ws-fs-bud.

         SELECT emp-log-file
           ASSIGN TO "EMP-UPDATE-LOG"
           ORGANIZATION IS LINE SEQUENTIAL
       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  emp-pend-file.
       COPY "PENDREC.CPY".

       FD  bud-file.
       COPY "BUDREC.CPY".

       FD  emp-log-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.

       COPY "EMPLOCKP.CPY".

       COPY "EMPLINEP.CPY".

       01 ws-fs-out PIC XX.
       01 ws-fs-log PIC XX.
       01 ws-fs-pend PIC XX.
       01 ws-fs-bud  PIC XX.

       01 ws-run-parm      PIC X(80).
       01 ws-change-parm   PIC X(80).
       01 ws-override-txt  PIC X(30).

       01 ws-parm-fields.
          05 ws-parm-empid-txt   PIC X(20).
          05 ws-parm-action      PIC X(10).
          05 ws-parm-value-txt   PIC X(20).
          05 ws-parm-date-txt    PIC X(20).

       01 ws-parm-empid    PIC 9(9).
       01 ws-parm-value    PIC 9(3).

       01 ws-eff-dd-txt     PIC X(2).
       01 ws-eff-mm-txt     PIC X(2).
       01 ws-eff-yyyy-txt   PIC X(4).

       01 ws-eff-yyyymmdd   PIC 9(8) VALUE 0.
       01 ws-eff-days       PIC 9(8) VALUE 0.
       01 ws-today-yyyymmdd PIC 9(8).
       01 ws-today-days     PIC 9(8).
       01 ws-run-time       PIC 9(6).

       01 ws-pend-seq       PIC 9(4).
       01 ws-pend-scan-done PIC X(1).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).

       01 ws-update-ok       PIC X(1) VALUE "Y".

       01 ws-budget-open    PIC X(1) VALUE "N".
       01 ws-budget-over    PIC X(1) VALUE "N".
       01 ws-cell-scan-done PIC X(1).
       01 ws-cell-dept-id   PIC 9(3).
       01 ws-cell-role-id   PIC 9(3).
       01 ws-cell-actual    PIC 9(5).
       01 ws-cell-after     PIC 9(5).
       01 ws-saved-emp-rec  PIC X(117).

       PROCEDURE DIVISION.

       MAIN-LOGIC.
           PERFORM PARSE-PARAMETERS.

           IF ws-update-ok = "N"
               DISPLAY "USAGE: empupdt id DEPT|ROLE nnn [dd/mm/yyyy]"
                       " [OVERRIDE reason]"
               DISPLAY "       empupdt id TERM [Y|N] [dd/mm/yyyy]"
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.
           COMPUTE ws-today-yyyymmdd =
               ws-run-yyyy * 10000 + ws-run-mm * 100 + ws-run-dd.
           COMPUTE ws-today-days =
               FUNCTION INTEGER-OF-DATE(ws-today-yyyymmdd).

           PERFORM ACQUIRE-MASTER-LOCK.

               STOP RUN
           END-IF.

      * no budgets.idx means no cell is budgeted yet
           OPEN INPUT bud-file.

           IF ws-fs-bud = "00"
               MOVE "Y" TO ws-budget-open
           END-IF.

           MOVE ws-parm-empid TO emp-id.

           READ emp-out-file KEY IS emp-id
           END-READ.

           IF ws-update-ok = "Y"
               IF ws-eff-days > ws-today-days
                   PERFORM HOLD-UPDATE
               ELSE
                   PERFORM APPLY-UPDATE
               END-IF
           END-IF.

           CLOSE emp-out-file
                 emp-log-file.

           IF ws-budget-open = "Y"
               CLOSE bud-file
           END-IF.

           PERFORM RELEASE-MASTER-LOCK.

           STOP RUN.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-change-parm.
           MOVE SPACES TO ws-override-txt.

           UNSTRING ws-run-parm DELIMITED BY " OVERRIDE "
             INTO ws-change-parm
                  ws-override-txt
           END-UNSTRING.

           UNSTRING ws-change-parm DELIMITED BY SPACE
             INTO ws-parm-empid-txt
                  ws-parm-action
                  ws-parm-value-txt
                  ws-parm-date-txt
           END-UNSTRING.

           MOVE "Y" TO ws-update-ok.
               EXIT PARAGRAPH
           END-IF.

           IF ws-parm-action = "TERM"
           AND ws-parm-value-txt(3:1) = "/"
               MOVE ws-parm-value-txt TO ws-parm-date-txt
               MOVE SPACES TO ws-parm-value-txt
           END-IF.

           IF ws-parm-action = "TERM"
           AND ws-parm-value-txt NOT = SPACES
           AND ws-parm-value-txt NOT = "Y"
           AND ws-parm-value-txt NOT = "N"
               MOVE "N" TO ws-update-ok
               EXIT PARAGRAPH
           END-IF.

           IF ws-parm-date-txt NOT = SPACES
               PERFORM PARSE-EFFECTIVE-DATE
           END-IF.

       PARSE-EFFECTIVE-DATE.

           UNSTRING ws-parm-date-txt DELIMITED BY "/"
             INTO ws-eff-dd-txt ws-eff-mm-txt ws-eff-yyyy-txt
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL-C(ws-eff-dd-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-eff-mm-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-eff-yyyy-txt) NOT = 0
               MOVE "N" TO ws-update-ok
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-eff-yyyymmdd =
               FUNCTION NUMVAL-C(ws-eff-yyyy-txt) * 10000
               + FUNCTION NUMVAL-C(ws-eff-mm-txt) * 100
               + FUNCTION NUMVAL-C(ws-eff-dd-txt).

           COMPUTE ws-eff-days =
               FUNCTION INTEGER-OF-DATE(ws-eff-yyyymmdd)
               ON SIZE ERROR MOVE 0 TO ws-eff-days
           END-COMPUTE.

           IF ws-eff-days = 0
               DISPLAY "BAD EFFECTIVE DATE: " ws-parm-date-txt
               MOVE "N" TO ws-update-ok
           END-IF.

       APPLY-UPDATE.
           MOVE emp-term-flag  TO ws-before-term-flag.
           MOVE EMP-REC        TO HIST-PARM-BEFORE.

           PERFORM CHECK-HEADCOUNT-BUDGET.

           IF ws-update-ok = "N"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE ws-parm-action
               WHEN "DEPT"
                   MOVE FUNCTION NUMVAL-C(ws-parm-value-txt)
           IF ws-update-ok = "Y"
               PERFORM LOG-UPDATE
               PERFORM WRITE-HISTORY-IMAGE
               IF ws-budget-over = "Y"
                   PERFORM LOG-BUDGET-EXCEPTION
               END-IF
               IF emp-term-flag = "Y"
               AND ws-before-term-flag NOT = "Y"
                   PERFORM REHOME-LEAVER-REPORTS
               END-IF
           END-IF.

      * a move into another department/role cell is checked against
      * the cell's budget; the employee's record is put back after
      * the count, which walks the master on the dept alternate key
       CHECK-HEADCOUNT-BUDGET.

           MOVE "N" TO ws-budget-over.

           IF ws-budget-open = "N"
           OR emp-term-flag = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE emp-dept-id TO ws-cell-dept-id.
           MOVE emp-role-id TO ws-cell-role-id.

           EVALUATE ws-parm-action
               WHEN "DEPT"
                   MOVE FUNCTION NUMVAL-C(ws-parm-value-txt)
                       TO ws-cell-dept-id
               WHEN "ROLE"
                   MOVE FUNCTION NUMVAL-C(ws-parm-value-txt)
                       TO ws-cell-role-id
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF ws-cell-dept-id = emp-dept-id
           AND ws-cell-role-id = emp-role-id
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-cell-dept-id TO BUD-DEPT-ID.
           MOVE ws-cell-role-id TO BUD-ROLE-ID.

           READ bud-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE EMP-REC TO ws-saved-emp-rec.

           PERFORM COUNT-CELL-HEADCOUNT.

           MOVE ws-saved-emp-rec TO EMP-REC.

           COMPUTE ws-cell-after = ws-cell-actual + 1.

           IF ws-cell-after <= BUD-HEADCOUNT
               EXIT PARAGRAPH
           END-IF.

           IF BUD-MODE = "H"
           AND ws-override-txt = SPACES
               DISPLAY "REFUSED: DEPT " ws-cell-dept-id " ROLE "
                       ws-cell-role-id " WOULD BE " ws-cell-after
                       " OF A BUDGET OF " BUD-HEADCOUNT
               DISPLAY "RERUN WITH OVERRIDE reason TO APPLY ANYWAY"
               MOVE "N" TO ws-update-ok
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO ws-budget-over.

       COUNT-CELL-HEADCOUNT.

           MOVE 0   TO ws-cell-actual.
           MOVE "N" TO ws-cell-scan-done.

           MOVE ws-cell-dept-id TO emp-dept-id.

           START emp-out-file KEY IS = emp-dept-id
               INVALID KEY
                   MOVE "Y" TO ws-cell-scan-done
           END-START.

           PERFORM SCAN-CELL-RECORD
               UNTIL ws-cell-scan-done = "Y".

       SCAN-CELL-RECORD.

           READ emp-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-cell-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF emp-dept-id NOT = ws-cell-dept-id
               MOVE "Y" TO ws-cell-scan-done
               EXIT PARAGRAPH
           END-IF.

           IF emp-role-id = ws-cell-role-id
           AND emp-term-flag NOT = "Y"
               ADD 1 TO ws-cell-actual
           END-IF.

       LOG-BUDGET-EXCEPTION.

           MOVE SPACES TO log-line.

           IF ws-override-txt = SPACES
               STRING ws-run-date " EMP-ID=" emp-id
                      " ACTION=BUDGET DEPT " ws-cell-dept-id
                      " ROLE " ws-cell-role-id
                      " HEADCOUNT " ws-cell-after
                      " OF " BUD-HEADCOUNT
                      " WARNING"
                 DELIMITED BY SIZE INTO log-line
           ELSE
               STRING ws-run-date " EMP-ID=" emp-id
                      " ACTION=BUDGET DEPT " ws-cell-dept-id
                      " ROLE " ws-cell-role-id
                      " HEADCOUNT " ws-cell-after
                      " OF " BUD-HEADCOUNT
                      " OVERRIDE REASON " ws-override-txt
                 DELIMITED BY SIZE INTO log-line
           END-IF.

           WRITE log-line.

           DISPLAY "WARNING: DEPT " ws-cell-dept-id " ROLE "
                   ws-cell-role-id " NOW " ws-cell-after
                   " OF A BUDGET OF " BUD-HEADCOUNT.

           MOVE 4 TO RETURN-CODE.

       HOLD-UPDATE.

           OPEN I-O emp-pend-file.

           IF ws-fs-pend = "35"
               OPEN OUTPUT emp-pend-file
               CLOSE emp-pend-file
               OPEN I-O emp-pend-file
           END-IF.

           IF ws-fs-pend NOT = "00"
               DISPLAY "OPEN EMPPEND.IDX FAILED, FS=" ws-fs-pend
               MOVE "N" TO ws-update-ok
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-NEXT-PEND-SEQ.

           IF ws-pend-seq > 999
               DISPLAY "TOO MANY CHANGES HELD FOR " ws-eff-yyyymmdd
               CLOSE emp-pend-file
               MOVE "N" TO ws-update-ok
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-parm-empid     TO PEND-EMP-ID.
           MOVE ws-eff-yyyymmdd   TO PEND-EFF-DATE.
           MOVE ws-pend-seq       TO PEND-SEQ.
           MOVE ws-parm-action    TO PEND-ACTION.
           MOVE "COMMAND"         TO PEND-REQUESTER.
           MOVE "empupdt"         TO PEND-PROGRAM.
           MOVE ws-today-yyyymmdd TO PEND-ENTRY-DATE.
           MOVE ws-run-time       TO PEND-ENTRY-TIME.
           MOVE ws-override-txt   TO PEND-OVERRIDE.

           EVALUATE ws-parm-action
               WHEN "TERM"
                   IF ws-parm-value-txt = "N"
                       MOVE "N" TO PEND-VALUE
                   ELSE
                       MOVE "Y" TO PEND-VALUE
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION NUMVAL-C(ws-parm-value-txt)
                       TO ws-parm-value
                   MOVE ws-parm-value TO PEND-VALUE
           END-EVALUATE.

           WRITE PEND-REC
               INVALID KEY
                   DISPLAY "PENDING WRITE FAILED FOR EMP-ID="
                           ws-parm-empid
                   MOVE "N" TO ws-update-ok
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

           IF ws-update-ok = "Y"
               PERFORM LOG-HELD-UPDATE
               DISPLAY "HELD UNTIL " PEND-EFF-DATE " SEQ " PEND-SEQ
           END-IF.

           CLOSE emp-pend-file.

       FIND-NEXT-PEND-SEQ.

           MOVE 1 TO ws-pend-seq.
           MOVE "N" TO ws-pend-scan-done.

           MOVE ws-parm-empid   TO PEND-EMP-ID.
           MOVE ws-eff-yyyymmdd TO PEND-EFF-DATE.
           MOVE 0               TO PEND-SEQ.

           START emp-pend-file KEY IS NOT LESS THAN PEND-KEY
               INVALID KEY MOVE "Y" TO ws-pend-scan-done
           END-START.

           PERFORM SCAN-PEND-SEQ UNTIL ws-pend-scan-done = "Y".

       SCAN-PEND-SEQ.

           READ emp-pend-file NEXT RECORD
               AT END MOVE "Y" TO ws-pend-scan-done
           END-READ.

           IF ws-pend-scan-done = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF PEND-EMP-ID NOT = ws-parm-empid
           OR PEND-EFF-DATE NOT = ws-eff-yyyymmdd
               MOVE "Y" TO ws-pend-scan-done
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-pend-seq = PEND-SEQ + 1.

       LOG-HELD-UPDATE.

           MOVE SPACES TO log-line.

           IF PEND-OVERRIDE = SPACES
               STRING ws-run-date " EMP-ID=" PEND-EMP-ID
                      " ACTION=" PEND-ACTION
                      " VALUE " PEND-VALUE
                      " HELD UNTIL " PEND-EFF-DATE
                      " SEQ " PEND-SEQ
                 DELIMITED BY SIZE INTO log-line
           ELSE
               STRING ws-run-date " EMP-ID=" PEND-EMP-ID
                      " ACTION=" PEND-ACTION
                      " VALUE " PEND-VALUE
                      " HELD UNTIL " PEND-EFF-DATE
                      " SEQ " PEND-SEQ
                      " OVERRIDE REASON " PEND-OVERRIDE
                 DELIMITED BY SIZE INTO log-line
           END-IF.

           WRITE log-line.

      * a leaver's direct reports move up to the leaver's own
      * manager so nobody is left reporting to someone who has gone
       REHOME-LEAVER-REPORTS.

           MOVE "LEAVER"  TO LINE-PARM-ACTION.
           MOVE "empupdt" TO LINE-PARM-PROGRAM.
           MOVE emp-id    TO LINE-PARM-EMP-ID.

           CALL "emplnupd" USING LINE-PARM.

           EVALUATE LINE-PARM-RESULT
               WHEN "F"
                   MOVE SPACES TO log-line
                   STRING ws-run-date " EMP-ID=" emp-id
                          " ACTION=LINE LEAVER " LINE-PARM-COUNT
                          " REPORTS MOVED TO MGR " LINE-PARM-MGR-ID
                     DELIMITED BY SIZE INTO log-line
                   WRITE log-line
               WHEN "U"
                   MOVE SPACES TO log-line
                   STRING ws-run-date " EMP-ID=" emp-id
                          " ACTION=LINE LEAVER " LINE-PARM-COUNT
                          " REPORTS LEFT WITHOUT A MANAGER"
                     DELIMITED BY SIZE INTO log-line
                   WRITE log-line
                   DISPLAY "WARNING: LEAVER " emp-id " HAS NO MANAGER, "
                           LINE-PARM-COUNT " REPORTS NEED A NEW LINE"
               WHEN "E"
                   DISPLAY "REPORTING LINES NOT UPDATED FOR LEAVER "
                           emp-id
           END-EVALUATE.

       WRITE-HISTORY-IMAGE.

           MOVE "empupdt" TO HIST-PARM-PROGRAM.

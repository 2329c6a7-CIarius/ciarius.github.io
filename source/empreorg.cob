      * and a transfer report with the headcount moved
      * refuses to run when the target department is missing or
      * retired in depts.idx
      * every moved employee's reporting line is checked on
      * rptline.idx; anyone moved with no line, or whose manager
      * is terminated or no longer on the master, is listed on the
      * transfer report and the run ends with return code 4
      * before anything moves, the incoming headcount per role is
      * checked against the target department's cells on
      * budgets.idx: if an H cell would go over budget the reorg is
      * refused unless OVERRIDE and a reason are given; W cells and
      * overridden H cells that go over are logged to
      * EMP-UPDATE-LOG, listed on the transfer report and give
      * return code 4
      * usage: empreorg from-dept to-dept [OVERRIDE reason]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS DEPT-REF-ID
           FILE STATUS IS ws-fs-dept.

         SELECT bud-file
           ASSIGN TO "budgets.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BUD-KEY
           FILE STATUS IS ws-fs-bud.

         SELECT emp-log-file
           ASSIGN TO "EMP-UPDATE-LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-log.

         SELECT reorg-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
       FD  dept-ref-file.
       COPY "DEPTREF.CPY".

       FD  bud-file.
       COPY "BUDREC.CPY".

       FD  emp-log-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 log-line PIC X(132).

       FD  reorg-rpt-file
          RECORD CONTAINS 100 CHARACTERS
          LABEL RECORDS ARE STANDARD.

       COPY "EMPLOCKP.CPY".

       COPY "EMPLINEP.CPY".

       01 ws-fs-out  PIC XX.
       01 ws-fs-dept PIC XX.
       01 ws-fs-rpt  PIC XX.
       01 ws-fs-bud  PIC XX.
       01 ws-fs-log  PIC XX.

       01 ws-rpt-filename PIC X(40).

       01 ws-run-parm      PIC X(80).
       01 ws-reorg-parm    PIC X(80).
       01 ws-override-txt  PIC X(30).

       01 ws-parm-fields.
          05 ws-parm-from-txt PIC X(10).
       01 ws-scan-done     PIC X(1) VALUE "N".

       01 ws-move-table.
          05 ws-move-entry OCCURS 1000 TIMES.
             10 ws-move-empid  PIC 9(9).
             10 ws-move-roleid PIC 9(3).
       01 ws-move-used     PIC 9(4) VALUE 0.
       01 ws-move-sub      PIC 9(4).
       01 ws-move-overflow PIC 9(5) VALUE 0.
       01 ws-count-term-left PIC 9(9) VALUE 0.
       01 ws-count-failed    PIC 9(9) VALUE 0.

       01 ws-moved-empid     PIC 9(9).

       01 ws-noline-table.
          05 ws-noline-entry OCCURS 1000 TIMES.
             10 ws-noline-empid   PIC 9(9).
             10 ws-noline-mgrid   PIC 9(9).
             10 ws-noline-reason  PIC X(24).
       01 ws-noline-used     PIC 9(4) VALUE 0.
       01 ws-noline-sub      PIC 9(4).
       01 ws-noline-reason-txt PIC X(24).

      * per role 000-999, held at role id + 1
       01 ws-role-cells.
          05 ws-role-cell OCCURS 1000 TIMES.
             10 ws-role-incoming PIC 9(5).
             10 ws-role-actual   PIC 9(5).
       01 ws-role-sub        PIC 9(4).
       01 ws-cell-after      PIC 9(6).

       01 ws-over-table.
          05 ws-over-entry OCCURS 1000 TIMES.
             10 ws-over-roleid   PIC 9(3).
             10 ws-over-budget   PIC 9(5).
             10 ws-over-after    PIC 9(6).
             10 ws-over-mode     PIC X(1).
       01 ws-over-used       PIC 9(4) VALUE 0.
       01 ws-over-sub        PIC 9(4).
       01 ws-reorg-refused   PIC X(1) VALUE "N".

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           PERFORM COLLECT-EMPLOYEES-TO-MOVE.

           PERFORM CHECK-REORG-BUDGET.

           IF ws-reorg-refused = "Y"
               CLOSE emp-out-file
               PERFORM RELEASE-MASTER-LOCK
               DISPLAY "TARGET DEPT " ws-to-dept
                       " WOULD GO OVER HEADCOUNT BUDGET, REORG REFUSED"
               PERFORM DISPLAY-OVER-BUDGET-CELL
                   VARYING ws-over-sub FROM 1 BY 1
                   UNTIL ws-over-sub > ws-over-used
               DISPLAY "RERUN WITH OVERRIDE reason TO MOVE ANYWAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM MOVE-ONE-EMPLOYEE
               VARYING ws-move-sub FROM 1 BY 1
               UNTIL ws-move-sub > ws-move-used.

           PERFORM RELEASE-MASTER-LOCK.

           IF ws-over-used > 0
               PERFORM LOG-REORG-BUDGET
           END-IF.

           PERFORM WRITE-TRANSFER-REPORT.

           DISPLAY "EMPLOYEES IN DEPT " ws-from-dept " : "
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ws-noline-used > 0
               DISPLAY "MOVED WITHOUT A LIVE MANAGER: " ws-noline-used
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ws-over-used > 0
               DISPLAY "CELLS OVER HEADCOUNT BUDGET : " ws-over-used
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ws-count-failed > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-fields.
           MOVE SPACES TO ws-reorg-parm.
           MOVE SPACES TO ws-override-txt.

           UNSTRING ws-run-parm DELIMITED BY " OVERRIDE "
             INTO ws-reorg-parm
                  ws-override-txt
           END-UNSTRING.

           UNSTRING ws-reorg-parm DELIMITED BY ALL SPACE
             INTO ws-parm-from-txt
                  ws-parm-to-txt
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-from-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-parm-to-txt) NOT = 0
               DISPLAY "USAGE: empreorg from-dept to-dept "
                       "[OVERRIDE reason]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           END-IF.

           ADD 1 TO ws-move-used.
           MOVE emp-id      TO ws-move-empid(ws-move-used).
           MOVE emp-role-id TO ws-move-roleid(ws-move-used).

      * the incoming staff per role are added to the target
      * department's active headcount for that role and compared
      * with the cell budget before anyone is moved
       CHECK-REORG-BUDGET.

           OPEN INPUT bud-file.

           IF ws-fs-bud NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           INITIALIZE ws-role-cells.

           PERFORM TALLY-INCOMING-ROLE
               VARYING ws-move-sub FROM 1 BY 1
               UNTIL ws-move-sub > ws-move-used.

           MOVE "N" TO ws-scan-done.

           MOVE ws-to-dept TO emp-dept-id.

           START emp-out-file KEY IS = emp-dept-id
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM TALLY-TARGET-RECORD
               UNTIL ws-scan-done = "Y".

           PERFORM CHECK-ROLE-CELL
               VARYING ws-role-sub FROM 1 BY 1
               UNTIL ws-role-sub > 1000.

           CLOSE bud-file.

       TALLY-INCOMING-ROLE.

           COMPUTE ws-role-sub = ws-move-roleid(ws-move-sub) + 1.

           ADD 1 TO ws-role-incoming(ws-role-sub).

       TALLY-TARGET-RECORD.

           READ emp-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF emp-dept-id NOT = ws-to-dept
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           IF emp-term-flag NOT = "Y"
               COMPUTE ws-role-sub = emp-role-id + 1
               ADD 1 TO ws-role-actual(ws-role-sub)
           END-IF.

       CHECK-ROLE-CELL.

           IF ws-role-incoming(ws-role-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-to-dept TO BUD-DEPT-ID.
           COMPUTE BUD-ROLE-ID = ws-role-sub - 1.

           READ bud-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           COMPUTE ws-cell-after = ws-role-actual(ws-role-sub)
                                 + ws-role-incoming(ws-role-sub).

           IF ws-cell-after <= BUD-HEADCOUNT
               EXIT PARAGRAPH
           END-IF.

           IF BUD-MODE = "H"
           AND ws-override-txt = SPACES
               MOVE "Y" TO ws-reorg-refused
           END-IF.

           ADD 1 TO ws-over-used.
           MOVE BUD-ROLE-ID   TO ws-over-roleid(ws-over-used).
           MOVE BUD-HEADCOUNT TO ws-over-budget(ws-over-used).
           MOVE ws-cell-after TO ws-over-after(ws-over-used).
           MOVE BUD-MODE      TO ws-over-mode(ws-over-used).

       DISPLAY-OVER-BUDGET-CELL.

           DISPLAY "  ROLE " ws-over-roleid(ws-over-sub)
                   " WOULD BE " ws-over-after(ws-over-sub)
                   " OF A BUDGET OF " ws-over-budget(ws-over-sub)
                   " MODE " ws-over-mode(ws-over-sub).

       LOG-REORG-BUDGET.

           OPEN EXTEND emp-log-file.

           IF ws-fs-log = "35"
               OPEN OUTPUT emp-log-file
           END-IF.

           IF ws-fs-log NOT = "00"
               DISPLAY "OPEN EMP-UPDATE-LOG FAILED, FS=" ws-fs-log
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOG-OVER-BUDGET-CELL
               VARYING ws-over-sub FROM 1 BY 1
               UNTIL ws-over-sub > ws-over-used.

           CLOSE emp-log-file.

       LOG-OVER-BUDGET-CELL.

           MOVE SPACES TO log-line.

           IF ws-override-txt = SPACES
               STRING ws-run-date " REORG " ws-from-dept "->"
                      ws-to-dept " ACTION=BUDGET DEPT " ws-to-dept
                      " ROLE " ws-over-roleid(ws-over-sub)
                      " HEADCOUNT " ws-over-after(ws-over-sub)
                      " OF " ws-over-budget(ws-over-sub)
                      " WARNING"
                 DELIMITED BY SIZE INTO log-line
           ELSE
               STRING ws-run-date " REORG " ws-from-dept "->"
                      ws-to-dept " ACTION=BUDGET DEPT " ws-to-dept
                      " ROLE " ws-over-roleid(ws-over-sub)
                      " HEADCOUNT " ws-over-after(ws-over-sub)
                      " OF " ws-over-budget(ws-over-sub)
                      " OVERRIDE REASON " ws-override-txt
                 DELIMITED BY SIZE INTO log-line
           END-IF.

           WRITE log-line.

       MOVE-ONE-EMPLOYEE.


           PERFORM WRITE-HISTORY-IMAGE.

           PERFORM CHECK-MANAGER-LINE.

      * rereads employees.idx for the manager, so it must run after
      * the history image of the moved employee has been written
       CHECK-MANAGER-LINE.

           MOVE emp-id TO ws-moved-empid.

           MOVE "LOOKUP"   TO LINE-PARM-ACTION.
           MOVE "empreorg" TO LINE-PARM-PROGRAM.
           MOVE emp-id     TO LINE-PARM-EMP-ID.

           CALL "emplnupd" USING LINE-PARM.

           IF LINE-PARM-RESULT NOT = "F"
               MOVE "NO REPORTING LINE" TO ws-noline-reason-txt
               PERFORM NOTE-NO-MANAGER
               EXIT PARAGRAPH
           END-IF.

           IF LINE-PARM-MGR-ID = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE LINE-PARM-MGR-ID TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   MOVE "MANAGER NOT ON MASTER" TO ws-noline-reason-txt
                   PERFORM NOTE-NO-MANAGER
                   EXIT PARAGRAPH
           END-READ.

           IF emp-term-flag = "Y"
               MOVE "MANAGER TERMINATED" TO ws-noline-reason-txt
               PERFORM NOTE-NO-MANAGER
           END-IF.

       NOTE-NO-MANAGER.

           IF ws-noline-used >= 1000
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-noline-used.
           MOVE ws-moved-empid   TO ws-noline-empid(ws-noline-used).
           MOVE LINE-PARM-MGR-ID TO ws-noline-mgrid(ws-noline-used).
           MOVE ws-noline-reason-txt
             TO ws-noline-reason(ws-noline-used).

       WRITE-HISTORY-IMAGE.

           MOVE "empreorg" TO HIST-PARM-PROGRAM.
               WRITE rpt-line
           END-IF.

           IF ws-noline-used > 0
               MOVE SPACES TO rpt-line
               WRITE rpt-line
               MOVE SPACES TO rpt-line
               STRING "MOVED WITHOUT A LIVE MANAGER : " ws-noline-used
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
               MOVE SPACES TO rpt-line
               STRING "  EMP-ID    MANAGER   REASON"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
               PERFORM PRINT-NO-MANAGER-LINE
                   VARYING ws-noline-sub FROM 1 BY 1
                   UNTIL ws-noline-sub > ws-noline-used
           END-IF.

           IF ws-over-used > 0
               MOVE SPACES TO rpt-line
               WRITE rpt-line
               MOVE SPACES TO rpt-line
               STRING "OVER HEADCOUNT BUDGET IN DEPT " ws-to-dept
                      " : " ws-over-used " CELLS"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
               IF ws-override-txt NOT = SPACES
                   MOVE SPACES TO rpt-line
                   STRING "  OVERRIDE REASON: " ws-override-txt
                     DELIMITED BY SIZE INTO rpt-line
                   WRITE rpt-line
               END-IF
               MOVE SPACES TO rpt-line
               STRING "  ROLE  HEADCOUNT  BUDGET MODE"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
               PERFORM PRINT-OVER-BUDGET-LINE
                   VARYING ws-over-sub FROM 1 BY 1
                   UNTIL ws-over-sub > ws-over-used
           END-IF.

           CLOSE reorg-rpt-file.

       PRINT-OVER-BUDGET-LINE.

           MOVE SPACES TO rpt-line.
           STRING "  " ws-over-roleid(ws-over-sub)
                  "   " ws-over-after(ws-over-sub)
                  "     " ws-over-budget(ws-over-sub)
                  " " ws-over-mode(ws-over-sub)
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       PRINT-NO-MANAGER-LINE.

           MOVE SPACES TO rpt-line.
           STRING "  " ws-noline-empid(ws-noline-sub)
                  " " ws-noline-mgrid(ws-noline-sub)
                  " " ws-noline-reason(ws-noline-sub)
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       ACQUIRE-MASTER-LOCK.

           MOVE "ACQUIRE"  TO LOCK-PARM-ACTION.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. empdue.
      * nightly apply of held future-dated employee changes
      * every DEPT/ROLE/TERM change held on emppend.idx (by empbat
      * or empupdt) whose effective date is today or earlier is
      * applied to employees.idx in emp-id, effective-date and entry
      * order, with a history image and an EMP-UPDATE-LOG line per
      * change, and is then taken off the pending file
      * a change that can no longer be applied - the employee was
      * purged or is not on the master, or the target department
      * or role is missing or retired - is also taken off the
      * pending file and written to EMP-DUE-REJ as an EMP-TRANS
      * line, ready to be corrected and resubmitted through empbat
      * a TERM Y moves the leaver's direct reports on rptline.idx
      * up to the leaver's own manager
      * a DEPT or ROLE change is checked against the headcount
      * budget on budgets.idx when it is applied, not when it was
      * keyed: over budget on a W cell it is applied and logged,
      * on an H cell it is not applied unless an override reason
      * was keyed with it, in which case the reason is logged
      * the run report lists what was applied, what could not be
      * applied and what is still waiting
      * return codes: 0 = clean, 4 = changes not applied or
      *               applied over budget,
      *               12 = file unusable, 16 = master lock busy
      * usage: empdue
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT emp-pend-file
           ASSIGN TO "emppend.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND-KEY
           FILE STATUS IS ws-fs-pend.

         SELECT emp-out-file
           ASSIGN TO "employees.idx"
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

         SELECT alum-file
           ASSIGN TO "alumni.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-EMP-ID
           ALTERNATE RECORD KEY IS ALUM-LAST-NAME WITH DUPLICATES
           FILE STATUS IS ws-fs-alm.

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

         SELECT due-rej-file
           ASSIGN TO DYNAMIC ws-rej-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rej.

         SELECT due-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-pend-file.
       COPY "PENDREC.CPY".

       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  dept-ref-file.
       COPY "DEPTREF.CPY".

       FD  role-ref-file.
       COPY "ROLEREF.CPY".

       FD  alum-file.
       COPY "ALUMREC.CPY".

       FD  bud-file.
       COPY "BUDREC.CPY".

       FD  emp-log-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 log-line PIC X(132).

       FD  due-rej-file
          RECORD CONTAINS 286 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 due-rej-rec.
          05 rej-reason-code    PIC X(30).
          05 rej-original-line  PIC X(256).

       FD  due-rpt-file
          RECORD CONTAINS 100 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "EMPHISTP.CPY".

       COPY "EMPLOCKP.CPY".

       COPY "EMPLINEP.CPY".

       01 ws-fs-pend PIC XX.
       01 ws-fs-out  PIC XX.
       01 ws-fs-dept PIC XX.
       01 ws-fs-role PIC XX.
       01 ws-fs-alm  PIC XX.
       01 ws-fs-bud  PIC XX.
       01 ws-fs-log  PIC XX.
       01 ws-fs-rej  PIC XX.
       01 ws-fs-rpt  PIC XX.

       01 ws-rej-filename PIC X(40).
       01 ws-rpt-filename PIC X(40).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).
       01 ws-today-yyyymmdd  PIC 9(8).

       01 ws-alumni-open     PIC X(1) VALUE "N".
       01 ws-scan-done       PIC X(1) VALUE "N".
       01 ws-change-failed   PIC X(1) VALUE "N".
       01 ws-fail-reason     PIC X(30).

       01 ws-due-table.
          05 ws-due-key OCCURS 2000 TIMES PIC X(20).
       01 ws-due-used      PIC 9(4) VALUE 0.
       01 ws-due-sub       PIC 9(4).
       01 ws-due-overflow  PIC 9(5) VALUE 0.

       01 ws-count-due       PIC 9(9) VALUE 0.
       01 ws-count-applied   PIC 9(9) VALUE 0.
       01 ws-count-failed    PIC 9(9) VALUE 0.
       01 ws-count-waiting   PIC 9(9) VALUE 0.
       01 ws-count-unhomed   PIC 9(9) VALUE 0.
       01 ws-count-over-budget PIC 9(9) VALUE 0.

       01 ws-pend-value-num  PIC 9(3).

       01 ws-before-dept-id   PIC 9(3).
       01 ws-before-role-id   PIC 9(3).
       01 ws-before-term-flag PIC X(1).

       01 ws-budget-open    PIC X(1) VALUE "N".
       01 ws-budget-over    PIC X(1) VALUE "N".
       01 ws-cell-scan-done PIC X(1).
       01 ws-cell-dept-id   PIC 9(3).
       01 ws-cell-role-id   PIC 9(3).
       01 ws-cell-actual    PIC 9(5).
       01 ws-cell-after     PIC 9(5).
       01 ws-saved-emp-rec  PIC X(117).

       01 ws-eff-date.
          05 ws-eff-yyyy   PIC 9(4).
          05 ws-eff-mm     PIC 9(2).
          05 ws-eff-dd     PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.
           COMPUTE ws-today-yyyymmdd =
               ws-run-yyyy * 10000 + ws-run-mm * 100 + ws-run-dd.

           OPEN I-O emp-pend-file.

           IF ws-fs-pend = "35"
               DISPLAY "NO CHANGES HELD, NOTHING TO APPLY"
               STOP RUN
           END-IF.

           IF ws-fs-pend NOT = "00"
               DISPLAY "OPEN EMPPEND.IDX FAILED, FS=" ws-fs-pend
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-ALL-FILES.

           PERFORM WRITE-REPORT-HEADING.

           PERFORM COLLECT-DUE-CHANGES.

           PERFORM APPLY-ONE-CHANGE
               VARYING ws-due-sub FROM 1 BY 1
               UNTIL ws-due-sub > ws-due-used.

           PERFORM LIST-WAITING-CHANGES.

           PERFORM WRITE-REPORT-TOTALS.

           PERFORM CLOSE-ALL-FILES.

           DISPLAY "CHANGES DUE          : " ws-count-due.
           DISPLAY "CHANGES APPLIED      : " ws-count-applied.
           DISPLAY "CHANGES NOT APPLIED  : " ws-count-failed.
           DISPLAY "CHANGES STILL WAITING: " ws-count-waiting.

           IF ws-due-overflow > 0
               DISPLAY "WORK TABLE FULL, " ws-due-overflow
                       " DUE CHANGES LEFT - RERUN FOR REMAINDER"
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ws-count-unhomed > 0
               DISPLAY "LEAVERS' REPORTS WITH NO MANAGER: "
                       ws-count-unhomed
           END-IF.

           IF ws-count-over-budget > 0
               DISPLAY "APPLIED OVER HEADCOUNT BUDGET: "
                       ws-count-over-budget
           END-IF.

           IF ws-count-failed > 0
           OR ws-count-unhomed > 0
           OR ws-count-over-budget > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       OPEN-ALL-FILES.

           OPEN INPUT dept-ref-file.

           IF ws-fs-dept NOT = "00"
               DISPLAY "OPEN DEPTS.IDX FAILED, FS=" ws-fs-dept
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT role-ref-file.

           IF ws-fs-role NOT = "00"
               DISPLAY "OPEN ROLES.IDX FAILED, FS=" ws-fs-role
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * alumni.idx only sharpens the reject reason, so a missing
      * file is not an error
           OPEN INPUT alum-file.

           IF ws-fs-alm = "00"
               MOVE "Y" TO ws-alumni-open
           END-IF.

      * no budgets.idx means no cell is budgeted yet
           OPEN INPUT bud-file.

           IF ws-fs-bud = "00"
               MOVE "Y" TO ws-budget-open
           END-IF.

           PERFORM ACQUIRE-MASTER-LOCK.

           OPEN I-O emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND emp-log-file.

           IF ws-fs-log = "35"
               OPEN OUTPUT emp-log-file
           END-IF.

           IF ws-fs-log NOT = "00"
               DISPLAY "OPEN EMP-UPDATE-LOG FAILED, FS=" ws-fs-log
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "EMP-DUE-REJ." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rej-filename.

           OPEN OUTPUT due-rej-file.

           IF ws-fs-rej NOT = "00"
               DISPLAY "OPEN EMP-DUE-REJ FAILED, FS=" ws-fs-rej
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "EMP-DUE-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT due-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN EMP-DUE-RPT FAILED, FS=" ws-fs-rpt
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.

           CLOSE emp-pend-file
                 emp-out-file
                 dept-ref-file
                 role-ref-file
                 emp-log-file
                 due-rej-file
                 due-rpt-file.

           IF ws-alumni-open = "Y"
               CLOSE alum-file
           END-IF.

           IF ws-budget-open = "Y"
               CLOSE bud-file
           END-IF.

           PERFORM RELEASE-MASTER-LOCK.

       ACQUIRE-MASTER-LOCK.

           MOVE "ACQUIRE" TO LOCK-PARM-ACTION.
           MOVE "empdue"  TO LOCK-PARM-PROGRAM.

           CALL "emplock" USING LOCK-PARM.

           IF LOCK-PARM-RESULT = "B"
               DISPLAY "EMPLOYEES.IDX LOCKED BY " LOCK-PARM-HOLDER
               DISPLAY "RERUN WHEN THE HOLDER FINISHES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF LOCK-PARM-RESULT NOT = "G"
               DISPLAY "STALE OR UNREADABLE LOCK: " LOCK-PARM-HOLDER
               DISPLAY "CLEAR IT WITH emplkmnt CLEAR FORCE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-MASTER-LOCK.

           MOVE "RELEASE" TO LOCK-PARM-ACTION.

           CALL "emplock" USING LOCK-PARM.

      * collect the due keys first, then apply and delete by key,
      * so the sequential walk is never disturbed by our deletes
       COLLECT-DUE-CHANGES.

           MOVE "N" TO ws-scan-done.

           MOVE LOW-VALUES TO PEND-KEY.

           START emp-pend-file KEY IS NOT < PEND-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM SCAN-PENDING-RECORD
               UNTIL ws-scan-done = "Y".

       SCAN-PENDING-RECORD.

           READ emp-pend-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
               NOT AT END
                   IF PEND-EFF-DATE <= ws-today-yyyymmdd
                       PERFORM NOTE-DUE-CHANGE
                   END-IF
           END-READ.

       NOTE-DUE-CHANGE.

           ADD 1 TO ws-count-due.

           IF ws-due-used >= 2000
               ADD 1 TO ws-due-overflow
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-due-used.
           MOVE PEND-KEY TO ws-due-key(ws-due-used).

       APPLY-ONE-CHANGE.

           MOVE ws-due-key(ws-due-sub) TO PEND-KEY.

           READ emp-pend-file KEY IS PEND-KEY
               INVALID KEY
                   DISPLAY "HELD CHANGE GONE: " ws-due-key(ws-due-sub)
                   EXIT PARAGRAPH
           END-READ.

           MOVE "N" TO ws-change-failed.
           MOVE SPACES TO ws-fail-reason.

           PERFORM VALIDATE-PENDING-VALUE.

           IF ws-change-failed = "N"
               PERFORM FIND-EMPLOYEE
           END-IF.

           IF ws-change-failed = "N"
               PERFORM UPDATE-MASTER-RECORD
           END-IF.

           IF ws-change-failed = "Y"
               PERFORM REJECT-PENDING-CHANGE
           ELSE
               ADD 1 TO ws-count-applied
               PERFORM REPORT-APPLIED-CHANGE
           END-IF.

           DELETE emp-pend-file
               INVALID KEY
                   DISPLAY "DELETE FAILED FOR HELD CHANGE "
                           PEND-KEY
           END-DELETE.

       VALIDATE-PENDING-VALUE.

           IF PEND-ACTION = "TERM"
               IF PEND-VALUE NOT = "Y" AND PEND-VALUE NOT = "N"
                   MOVE "Y" TO ws-change-failed
                   MOVE "BAD TERM VALUE" TO ws-fail-reason
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF PEND-ACTION NOT = "DEPT" AND PEND-ACTION NOT = "ROLE"
               MOVE "Y" TO ws-change-failed
               MOVE "BAD ACTION" TO ws-fail-reason
               EXIT PARAGRAPH
           END-IF.

           IF PEND-VALUE IS NOT NUMERIC
               MOVE "Y" TO ws-change-failed
               MOVE "BAD NEW VALUE" TO ws-fail-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE PEND-VALUE TO ws-pend-value-num.

           IF PEND-ACTION = "DEPT"
               MOVE ws-pend-value-num TO DEPT-REF-ID
               READ dept-ref-file
                   INVALID KEY
                       MOVE "Y" TO ws-change-failed
                       MOVE "UNKNOWN DEPT-ID" TO ws-fail-reason
               END-READ
               IF ws-change-failed = "N"
               AND DEPT-REF-STATUS = "R"
                   MOVE "Y" TO ws-change-failed
                   MOVE "RETIRED DEPT-ID" TO ws-fail-reason
               END-IF
           END-IF.

           IF PEND-ACTION = "ROLE"
               MOVE ws-pend-value-num TO ROLE-REF-ID
               READ role-ref-file
                   INVALID KEY
                       MOVE "Y" TO ws-change-failed
                       MOVE "UNKNOWN ROLE-ID" TO ws-fail-reason
               END-READ
               IF ws-change-failed = "N"
               AND ROLE-REF-STATUS = "R"
                   MOVE "Y" TO ws-change-failed
                   MOVE "RETIRED ROLE-ID" TO ws-fail-reason
               END-IF
           END-IF.

       FIND-EMPLOYEE.

           MOVE PEND-EMP-ID TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   MOVE "Y" TO ws-change-failed
                   MOVE "EMP-ID NOT FOUND" TO ws-fail-reason
           END-READ.

           IF ws-change-failed = "N"
           OR ws-alumni-open = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE PEND-EMP-ID TO ALUM-EMP-ID.

           READ alum-file KEY IS ALUM-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "EMPLOYEE PURGED TO ALUMNI" TO ws-fail-reason
           END-READ.

       UPDATE-MASTER-RECORD.

           MOVE emp-dept-id    TO ws-before-dept-id.
           MOVE emp-role-id    TO ws-before-role-id.
           MOVE emp-term-flag  TO ws-before-term-flag.
           MOVE EMP-REC        TO HIST-PARM-BEFORE.

           PERFORM CHECK-HEADCOUNT-BUDGET.

           IF ws-change-failed = "Y"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE PEND-ACTION
               WHEN "DEPT"
                   MOVE ws-pend-value-num TO emp-dept-id
               WHEN "ROLE"
                   MOVE ws-pend-value-num TO emp-role-id
               WHEN "TERM"
                   MOVE PEND-VALUE TO emp-term-flag
           END-EVALUATE.

           REWRITE EMP-REC
               INVALID KEY
                   MOVE "Y" TO ws-change-failed
                   MOVE "REWRITE FAILED" TO ws-fail-reason
           END-REWRITE.

           IF ws-change-failed = "N"
               PERFORM LOG-CHANGE
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

           EVALUATE PEND-ACTION
               WHEN "DEPT"
                   MOVE ws-pend-value-num TO ws-cell-dept-id
               WHEN "ROLE"
                   MOVE ws-pend-value-num TO ws-cell-role-id
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
           AND PEND-OVERRIDE = SPACES
               MOVE "Y" TO ws-change-failed
               MOVE "OVER HEADCOUNT BUDGET" TO ws-fail-reason
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

           ADD 1 TO ws-count-over-budget.

           MOVE SPACES TO log-line.

           IF PEND-OVERRIDE = SPACES
               STRING ws-run-date " EMP-ID=" emp-id
                      " ACTION=BUDGET DEPT " ws-cell-dept-id
                      " ROLE " ws-cell-role-id
                      " HEADCOUNT " ws-cell-after
                      " OF " BUD-HEADCOUNT
                      " WARNING BY " PEND-REQUESTER
                 DELIMITED BY SIZE INTO log-line
           ELSE
               STRING ws-run-date " EMP-ID=" emp-id
                      " ACTION=BUDGET DEPT " ws-cell-dept-id
                      " ROLE " ws-cell-role-id
                      " HEADCOUNT " ws-cell-after
                      " OF " BUD-HEADCOUNT
                      " OVERRIDE BY " PEND-REQUESTER
                      " REASON " PEND-OVERRIDE
                 DELIMITED BY SIZE INTO log-line
           END-IF.

           WRITE log-line.

      * a leaver's direct reports move up to the leaver's own
      * manager so nobody is left reporting to someone who has gone
       REHOME-LEAVER-REPORTS.

           MOVE "LEAVER"  TO LINE-PARM-ACTION.
           MOVE "empdue" TO LINE-PARM-PROGRAM.
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
                   ADD LINE-PARM-COUNT TO ws-count-unhomed
               WHEN "E"
                   DISPLAY "REPORTING LINES NOT UPDATED FOR LEAVER "
                           emp-id
           END-EVALUATE.

       WRITE-HISTORY-IMAGE.

           MOVE "empdue"        TO HIST-PARM-PROGRAM.
           MOVE PEND-REQUESTER  TO HIST-PARM-SOURCE.
           MOVE EMP-REC         TO HIST-PARM-AFTER.

           CALL "emphist" USING HIST-PARM.

       LOG-CHANGE.

           MOVE SPACES TO log-line.
           STRING ws-run-date " EMP-ID=" emp-id
                  " ACTION=" PEND-ACTION
                  " DEPT " ws-before-dept-id "->" emp-dept-id
                  " ROLE " ws-before-role-id "->" emp-role-id
                  " TERM " ws-before-term-flag "->" emp-term-flag
                  " BY " PEND-REQUESTER
                  " DUE " PEND-EFF-DATE
             DELIMITED BY SIZE INTO log-line.
           WRITE log-line.

      * the reject line is in EMP-TRANS layout so it can be
      * corrected and fed straight back to empbat
       REJECT-PENDING-CHANGE.

           ADD 1 TO ws-count-failed.

           MOVE PEND-EFF-DATE TO ws-eff-date.

           MOVE ws-fail-reason TO rej-reason-code.
           MOVE SPACES TO rej-original-line.
           STRING PEND-EMP-ID "," PEND-ACTION ","
                  PEND-VALUE ","
                  ws-eff-dd "/" ws-eff-mm "/" ws-eff-yyyy ","
                  PEND-REQUESTER "," PEND-OVERRIDE
             DELIMITED BY SIZE INTO rej-original-line.

           WRITE due-rej-rec.

           MOVE SPACES TO rpt-line.
           STRING "NOT APPLIED " PEND-EMP-ID " " PEND-EFF-DATE " "
                  PEND-SEQ " " PEND-ACTION " " PEND-VALUE " "
                  ws-fail-reason
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           DISPLAY "NOT APPLIED: " ws-fail-reason " - EMP-ID "
                   PEND-EMP-ID " " PEND-ACTION " " PEND-VALUE.

       REPORT-APPLIED-CHANGE.

           MOVE SPACES TO rpt-line.
           STRING "APPLIED     " PEND-EMP-ID " " PEND-EFF-DATE " "
                  PEND-SEQ " " PEND-ACTION " " PEND-VALUE " BY "
                  PEND-REQUESTER
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-budget-over = "Y"
               MOVE SPACES TO rpt-line
               STRING "            OVER BUDGET: DEPT " ws-cell-dept-id
                      " ROLE " ws-cell-role-id " " ws-cell-after
                      " OF " BUD-HEADCOUNT " " PEND-OVERRIDE
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

      * whatever is left on the file after the apply pass is
      * either not due yet or was beyond the work table this run
       LIST-WAITING-CHANGES.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE "N" TO ws-scan-done.

           MOVE LOW-VALUES TO PEND-KEY.

           START emp-pend-file KEY IS NOT < PEND-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM LIST-WAITING-RECORD
               UNTIL ws-scan-done = "Y".

       LIST-WAITING-RECORD.

           READ emp-pend-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           MOVE SPACES TO rpt-line.

           IF PEND-EFF-DATE > ws-today-yyyymmdd
               ADD 1 TO ws-count-waiting
               MOVE "WAITING" TO rpt-line
           ELSE
               MOVE "HELD OVER" TO rpt-line
           END-IF.

           STRING PEND-EMP-ID " " PEND-EFF-DATE " "
                  PEND-SEQ " " PEND-ACTION " " PEND-VALUE " BY "
                  PEND-REQUESTER
             DELIMITED BY SIZE INTO rpt-line(13:).
           WRITE rpt-line.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "HELD CHANGE APPLY REPORT - " ws-run-date
                  "  CHANGES DUE ON OR BEFORE " ws-today-yyyymmdd
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "STATUS      EMP-ID    EFFECTIVE SEQ ACTION VALUE"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "CHANGES DUE          : " ws-count-due
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "CHANGES APPLIED      : " ws-count-applied
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "CHANGES NOT APPLIED  : " ws-count-failed
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "CHANGES STILL WAITING: " ws-count-waiting
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-count-unhomed > 0
               MOVE SPACES TO rpt-line
               STRING "LEAVERS' REPORTS WITH NO MANAGER: "
                      ws-count-unhomed
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           IF ws-count-over-budget > 0
               MOVE SPACES TO rpt-line
               STRING "APPLIED OVER HEADCOUNT BUDGET: "
                      ws-count-over-budget
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           IF ws-due-overflow > 0
               MOVE SPACES TO rpt-line
               STRING "DUE, NOT REACHED (TABLE FULL): "
                      ws-due-overflow "  RERUN FOR REMAINDER"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

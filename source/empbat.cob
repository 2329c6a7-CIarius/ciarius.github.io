      * bulk employee maintenance from a transaction file
      * one transaction per line of EMP-TRANS:
      *   emp-id,action,new-value,effective-date,requester-id
      *   [,override-reason]
      * actions are DEPT, ROLE and TERM as in empupdt
      * lines dated after today are not applied but held on
      * emppend.idx for empdue to apply on the effective date;
      * held lines go to the accepted file and are counted on
      * the control report
      * a TERM Y moves the leaver's direct reports on rptline.idx
      * up to the leaver's manager; reports left with no manager
      * are counted on the control report
      * a DEPT or ROLE change that takes a department/role cell
      * over its headcount on budgets.idx is applied with a
      * warning on a W cell, and rejected on an H cell unless the
      * line carries an override reason; warnings and overrides
      * are logged and counted on the control report
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS ROLE-REF-ID
           FILE STATUS IS ws-fs-role.

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

         SELECT emp-acc-file
           ASSIGN TO DYNAMIC ws-acc-filename
           ORGANIZATION IS LINE SEQUENTIAL
       FD  role-ref-file.
       COPY "ROLEREF.CPY".

       FD  emp-pend-file.
       COPY "PENDREC.CPY".

       FD  bud-file.
       COPY "BUDREC.CPY".

       FD  emp-acc-file
          RECORD CONTAINS 256 CHARACTERS
          LABEL RECORDS ARE STANDARD.

       COPY "EMPLOCKP.CPY".

       COPY "EMPLINEP.CPY".

       01 ws-fs-trn  PIC XX.
       01 ws-fs-out  PIC XX.
       01 ws-fs-dept PIC XX.
       01 ws-fs-role PIC XX.
       01 ws-fs-pend PIC XX.
       01 ws-fs-bud  PIC XX.
       01 ws-fs-acc  PIC XX.
       01 ws-fs-rej  PIC XX.
       01 ws-fs-log  PIC XX.
       01 ws-count-read      PIC 9(9) VALUE 0.
       01 ws-count-applied   PIC 9(9) VALUE 0.
       01 ws-count-rejected  PIC 9(9) VALUE 0.
       01 ws-count-held      PIC 9(9) VALUE 0.
       01 ws-count-unhomed   PIC 9(9) VALUE 0.
       01 ws-count-over-budget PIC 9(9) VALUE 0.

       01 ws-trans-rejected PIC X(1) VALUE "N".
       01 ws-reject-reason  PIC X(30).
       01 ws-trans-future   PIC X(1) VALUE "N".

       01 ws-pend-seq       PIC 9(4).
       01 ws-pend-scan-done PIC X(1).

       01 ws-text-fields.
          05 ws-empid-txt     PIC X(20).
          05 ws-value-txt     PIC X(20).
          05 ws-effdate-txt   PIC X(20).
          05 ws-requester-txt PIC X(10).
          05 ws-override-txt  PIC X(30).
          05 ws-dummy-txt     PIC X(5).

       01 ws-eff-dd-txt     PIC X(2).
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

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           DISPLAY "TRANSACTIONS READ    : " ws-count-read.
           DISPLAY "TRANSACTIONS APPLIED : " ws-count-applied.
           DISPLAY "TRANSACTIONS HELD    : " ws-count-held.
           DISPLAY "TRANSACTIONS REJECTED: " ws-count-rejected.

           IF ws-count-unhomed > 0
               DISPLAY "LEAVERS' REPORTS WITH NO MANAGER: "
                       ws-count-unhomed
           END-IF.

           IF ws-count-over-budget > 0
               DISPLAY "OVER HEADCOUNT BUDGET: " ws-count-over-budget
           END-IF.

           IF ws-count-rejected > 0
           OR ws-count-unhomed > 0
           OR ws-count-over-budget > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

               STOP RUN
           END-IF.

           OPEN I-O emp-pend-file.

           IF ws-fs-pend = "35"
               OPEN OUTPUT emp-pend-file
               CLOSE emp-pend-file
               OPEN I-O emp-pend-file
           END-IF.

           IF ws-fs-pend NOT = "00"
               DISPLAY "OPEN EMPPEND.IDX FAILED, FS=" ws-fs-pend
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * no budgets.idx means no cell is budgeted yet
           OPEN INPUT bud-file.

           IF ws-fs-bud = "00"
               MOVE "Y" TO ws-budget-open
           END-IF.

           PERFORM ACQUIRE-MASTER-LOCK.

           OPEN I-O emp-out-file.
                 emp-out-file
                 dept-ref-file
                 role-ref-file
                 emp-pend-file
                 emp-acc-file
                 emp-rej-file
                 emp-log-file.

           IF ws-budget-open = "Y"
               CLOSE bud-file
           END-IF.

           PERFORM RELEASE-MASTER-LOCK.

       ACQUIRE-MASTER-LOCK.
                  ws-value-txt
                  ws-effdate-txt
                  ws-requester-txt
                  ws-override-txt
                  ws-dummy-txt
           END-UNSTRING.

                         ALL '"'   BY SPACE.

           MOVE "N" TO ws-trans-rejected.
           MOVE "N" TO ws-trans-future.
           MOVE SPACES TO ws-reject-reason.

           PERFORM VALIDATE-TRANSACTION.
               EXIT PARAGRAPH
           END-IF.

           IF ws-trans-future = "Y"
               PERFORM HOLD-TRANSACTION
           ELSE
               PERFORM APPLY-TRANSACTION
           END-IF.

           IF ws-trans-rejected = "Y"
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE trans-line TO acc-line
               WRITE acc-line
               IF ws-trans-future = "Y"
                   ADD 1 TO ws-count-held
               ELSE
                   ADD 1 TO ws-count-applied
               END-IF
           END-IF.

       VALIDATE-TRANSACTION.
           END-IF.

           IF ws-eff-days > ws-today-days
               MOVE "Y" TO ws-trans-future
           END-IF.

       APPLY-TRANSACTION.
           MOVE emp-term-flag  TO ws-before-term-flag.
           MOVE EMP-REC        TO HIST-PARM-BEFORE.

           PERFORM CHECK-HEADCOUNT-BUDGET.

           IF ws-trans-rejected = "Y"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE ws-action-txt
               WHEN "DEPT"
                   MOVE ws-trans-value TO emp-dept-id
           IF ws-trans-rejected = "N"
               PERFORM LOG-TRANSACTION
               PERFORM WRITE-HISTORY-IMAGE
               IF ws-budget-over = "Y"
                   PERFORM LOG-BUDGET-EXCEPTION
               END-IF
               IF emp-term-flag = "Y"
               AND ws-before-term-flag NOT = "Y"
                   PERFORM REHOME-LEAVER-REPORTS
               END-IF
           END-IF.

       HOLD-TRANSACTION.

           PERFORM FIND-NEXT-PEND-SEQ.

           IF ws-pend-seq > 999
               MOVE "Y" TO ws-trans-rejected
               MOVE "TOO MANY CHANGES FOR DATE" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-trans-empid    TO PEND-EMP-ID.
           MOVE ws-eff-yyyymmdd   TO PEND-EFF-DATE.
           MOVE ws-pend-seq       TO PEND-SEQ.
           MOVE ws-action-txt     TO PEND-ACTION.
           MOVE ws-requester-txt  TO PEND-REQUESTER.
           MOVE "empbat"          TO PEND-PROGRAM.
           MOVE ws-today-yyyymmdd TO PEND-ENTRY-DATE.
           MOVE ws-run-time       TO PEND-ENTRY-TIME.
           MOVE ws-override-txt   TO PEND-OVERRIDE.

           IF ws-action-txt = "TERM"
               IF ws-value-txt = "N"
                   MOVE "N" TO PEND-VALUE
               ELSE
                   MOVE "Y" TO PEND-VALUE
               END-IF
           ELSE
               MOVE ws-trans-value TO PEND-VALUE
           END-IF.

           WRITE PEND-REC
               INVALID KEY
                   MOVE "Y" TO ws-trans-rejected
                   MOVE "PENDING WRITE FAILED" TO ws-reject-reason
           END-WRITE.

           IF ws-trans-rejected = "N"
               PERFORM LOG-HELD-TRANSACTION
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

           EVALUATE ws-action-txt
               WHEN "DEPT"
                   MOVE ws-trans-value TO ws-cell-dept-id
               WHEN "ROLE"
                   MOVE ws-trans-value TO ws-cell-role-id
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
               MOVE "Y" TO ws-trans-rejected
               MOVE "OVER HEADCOUNT BUDGET" TO ws-reject-reason
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

           IF ws-override-txt = SPACES
               STRING ws-run-date " EMP-ID=" emp-id
                      " ACTION=BUDGET DEPT " ws-cell-dept-id
                      " ROLE " ws-cell-role-id
                      " HEADCOUNT " ws-cell-after
                      " OF " BUD-HEADCOUNT
                      " WARNING BY " ws-requester-txt
                 DELIMITED BY SIZE INTO log-line
           ELSE
               STRING ws-run-date " EMP-ID=" emp-id
                      " ACTION=BUDGET DEPT " ws-cell-dept-id
                      " ROLE " ws-cell-role-id
                      " HEADCOUNT " ws-cell-after
                      " OF " BUD-HEADCOUNT
                      " OVERRIDE BY " ws-requester-txt
                      " REASON " ws-override-txt
                 DELIMITED BY SIZE INTO log-line
           END-IF.

           WRITE log-line.

           DISPLAY "OVER BUDGET: DEPT " ws-cell-dept-id " ROLE "
                   ws-cell-role-id " " ws-cell-after " OF "
                   BUD-HEADCOUNT " - EMP-ID " emp-id.

       FIND-NEXT-PEND-SEQ.

           MOVE 1 TO ws-pend-seq.
           MOVE "N" TO ws-pend-scan-done.

           MOVE ws-trans-empid  TO PEND-EMP-ID.
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

           IF PEND-EMP-ID NOT = ws-trans-empid
           OR PEND-EFF-DATE NOT = ws-eff-yyyymmdd
               MOVE "Y" TO ws-pend-scan-done
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-pend-seq = PEND-SEQ + 1.

       LOG-HELD-TRANSACTION.

           MOVE SPACES TO log-line.

           IF PEND-OVERRIDE = SPACES
               STRING ws-run-date " EMP-ID=" PEND-EMP-ID
                      " ACTION=" PEND-ACTION
                      " VALUE " PEND-VALUE
                      " HELD UNTIL " PEND-EFF-DATE
                      " SEQ " PEND-SEQ
                      " BY " ws-requester-txt
                 DELIMITED BY SIZE INTO log-line
           ELSE
               STRING ws-run-date " EMP-ID=" PEND-EMP-ID
                      " ACTION=" PEND-ACTION
                      " VALUE " PEND-VALUE
                      " HELD UNTIL " PEND-EFF-DATE
                      " SEQ " PEND-SEQ
                      " BY " ws-requester-txt
                      " OVERRIDE " PEND-OVERRIDE
                 DELIMITED BY SIZE INTO log-line
           END-IF.

           WRITE log-line.

      * a leaver's direct reports move up to the leaver's own
      * manager so nobody is left reporting to someone who has gone
       REHOME-LEAVER-REPORTS.

           MOVE "LEAVER"  TO LINE-PARM-ACTION.
           MOVE "empbat" TO LINE-PARM-PROGRAM.
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

           MOVE "empbat"          TO HIST-PARM-PROGRAM.
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           MOVE SPACES TO ctl-report-line.
           STRING "TRANSACTIONS HELD    : " ws-count-held
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           MOVE SPACES TO ctl-report-line.
           STRING "TRANSACTIONS REJECTED: " ws-count-rejected
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           IF ws-count-unhomed > 0
               MOVE SPACES TO ctl-report-line
               STRING "LEAVERS' REPORTS WITH NO MANAGER: "
                      ws-count-unhomed
                 DELIMITED BY SIZE INTO ctl-report-line
               WRITE ctl-report-line
           END-IF.

           IF ws-count-over-budget > 0
               MOVE SPACES TO ctl-report-line
               STRING "APPLIED OVER HEADCOUNT BUDGET: "
                      ws-count-over-budget
                 DELIMITED BY SIZE INTO ctl-report-line
               WRITE ctl-report-line
           END-IF.

           CLOSE emp-ctl-file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. refmnt.
      * maintain the department, role, budget and grade reference
      * files
      * usage: refmnt DEPT|ROLE ADD|RENAME|RETIRE|ACTIVATE id [name]
      *        refmnt DEPT|ROLE SEED   (populate from legacy tables)
      *        refmnt BUDGET SET dept role headcount [W|H]
      *        refmnt BUDGET REMOVE dept role
      * a budget cell is the authorised active headcount for one
      * department/role pair on budgets.idx; W (the default) warns
      * when a change takes the cell over budget, H refuses the
      * change unless an override reason is given
      *        refmnt GRADE SET grade currency min mid max
      *        refmnt GRADE RETIRE|ACTIVATE grade currency
      * a grade band on grades.idx gives the minimum, midpoint and
      * maximum salary of a pay grade in one currency; emppay
      * rejects pay rows whose grade has no active band
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS ROLE-REF-ID
           FILE STATUS IS ws-fs-role.

         SELECT bud-file
           ASSIGN TO "budgets.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BUD-KEY
           FILE STATUS IS ws-fs-bud.

         SELECT grade-ref-file
           ASSIGN TO "grades.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRADE-REF-KEY
           FILE STATUS IS ws-fs-grade.

       DATA DIVISION.
       FILE SECTION.
       FD  dept-ref-file.
       FD  role-ref-file.
       COPY "ROLEREF.CPY".

       FD  bud-file.
       COPY "BUDREC.CPY".

       FD  grade-ref-file.
       COPY "GRADEREF.CPY".

       WORKING-STORAGE SECTION.

       COPY "DEPTTAB.CPY".

       01 ws-fs-dept PIC XX.
       01 ws-fs-role PIC XX.
       01 ws-fs-bud  PIC XX.
       01 ws-fs-grade PIC XX.

       01 ws-run-parm      PIC X(80).
       01 ws-parm-pointer  PIC 9(4).
       01 ws-parm-id       PIC 9(3).
       01 ws-parm-name     PIC X(20).

       01 ws-budget-fields.
          05 ws-parm-role-txt  PIC X(10).
          05 ws-parm-count-txt PIC X(10).
          05 ws-parm-mode      PIC X(10).

       01 ws-parm-role-id  PIC 9(3).
       01 ws-parm-count    PIC 9(5).
       01 ws-ref-missing   PIC X(1) VALUE "N".

       01 ws-parm-rest     PIC X(80).

       01 ws-grade-fields.
          05 ws-parm-curr-txt  PIC X(10).
          05 ws-parm-min-txt   PIC X(20).
          05 ws-parm-mid-txt   PIC X(20).
          05 ws-parm-max-txt   PIC X(20).

       01 ws-grade-min     PIC 9(9)V99.
       01 ws-grade-mid     PIC 9(9)V99.
       01 ws-grade-max     PIC 9(9)V99.

       01 ws-parm-ok       PIC X(1) VALUE "Y".
       01 ws-seed-count    PIC 9(4) VALUE 0.

               DISPLAY "USAGE: refmnt DEPT|ROLE "
                       "ADD|RENAME|RETIRE|ACTIVATE id [name]"
               DISPLAY "       refmnt DEPT|ROLE SEED"
               DISPLAY "       refmnt BUDGET SET dept role "
                       "headcount [W|H]"
               DISPLAY "       refmnt BUDGET REMOVE dept role"
               DISPLAY "       refmnt GRADE SET grade currency "
                       "min mid max"
               DISPLAY "       refmnt GRADE RETIRE|ACTIVATE grade "
                       "currency"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE ws-parm-file
               WHEN "DEPT"
                   PERFORM OPEN-DEPT-FILE
                   PERFORM APPLY-DEPT-ACTION
                   CLOSE dept-ref-file
               WHEN "ROLE"
                   PERFORM OPEN-ROLE-FILE
                   PERFORM APPLY-ROLE-ACTION
                   CLOSE role-ref-file
               WHEN "BUDGET"
                   PERFORM OPEN-BUDGET-FILE
                   PERFORM APPLY-BUDGET-ACTION
                   CLOSE bud-file
               WHEN "GRADE"
                   PERFORM OPEN-GRADE-FILE
                   PERFORM APPLY-GRADE-ACTION
                   CLOSE grade-ref-file
           END-EVALUATE.

           STOP RUN.


           MOVE SPACES TO ws-parm-fields.
           MOVE SPACES TO ws-parm-name.
           MOVE SPACES TO ws-parm-rest.
           MOVE 1 TO ws-parm-pointer.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
           IF ws-parm-pointer <= 80
               MOVE ws-run-parm(ws-parm-pointer:)
                 TO ws-parm-name
               MOVE ws-run-parm(ws-parm-pointer:)
                 TO ws-parm-rest
           END-IF.

           MOVE "Y" TO ws-parm-ok.

           IF ws-parm-file = "BUDGET"
               PERFORM PARSE-BUDGET-PARAMETERS
               EXIT PARAGRAPH
           END-IF.

           IF ws-parm-file = "GRADE"
               PERFORM PARSE-GRADE-PARAMETERS
               EXIT PARAGRAPH
           END-IF.

           IF ws-parm-file NOT = "DEPT"
           AND ws-parm-file NOT = "ROLE"
               MOVE "N" TO ws-parm-ok
               MOVE "N" TO ws-parm-ok
           END-IF.

      * the words after the dept id are role, headcount and mode
       PARSE-BUDGET-PARAMETERS.

           IF ws-parm-action NOT = "SET"
           AND ws-parm-action NOT = "REMOVE"
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ws-budget-fields.

           UNSTRING ws-parm-name DELIMITED BY ALL SPACE
             INTO ws-parm-role-txt
                  ws-parm-count-txt
                  ws-parm-mode
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-id-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-parm-role-txt) NOT = 0
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-id-txt)   TO ws-parm-id.
           MOVE FUNCTION NUMVAL-C(ws-parm-role-txt) TO ws-parm-role-id.

           IF ws-parm-action = "REMOVE"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-count-txt) NOT = 0
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-count-txt) TO ws-parm-count.

           IF ws-parm-mode = SPACES
               MOVE "W" TO ws-parm-mode
           END-IF.

           IF ws-parm-mode NOT = "W"
           AND ws-parm-mode NOT = "H"
               MOVE "N" TO ws-parm-ok
           END-IF.

      * the grade code is the id word; currency and the three
      * band amounts follow it
       PARSE-GRADE-PARAMETERS.

           IF ws-parm-action NOT = "SET"
           AND ws-parm-action NOT = "RETIRE"
           AND ws-parm-action NOT = "ACTIVATE"
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ws-grade-fields.

           UNSTRING ws-parm-rest DELIMITED BY ALL SPACE
             INTO ws-parm-curr-txt
                  ws-parm-min-txt
                  ws-parm-mid-txt
                  ws-parm-max-txt
           END-UNSTRING.

           IF ws-parm-id-txt = SPACES
           OR ws-parm-id-txt(5:) NOT = SPACES
           OR ws-parm-curr-txt = SPACES
           OR ws-parm-curr-txt(4:) NOT = SPACES
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           IF ws-parm-action NOT = "SET"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-min-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-parm-mid-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-parm-max-txt) NOT = 0
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-min-txt) TO ws-grade-min.
           MOVE FUNCTION NUMVAL-C(ws-parm-mid-txt) TO ws-grade-mid.
           MOVE FUNCTION NUMVAL-C(ws-parm-max-txt) TO ws-grade-max.

           IF ws-grade-mid = 0
           OR ws-grade-min > ws-grade-mid
           OR ws-grade-mid > ws-grade-max
               DISPLAY "BAND MUST RUN MIN <= MID <= MAX, MID NOT ZERO"
               MOVE "N" TO ws-parm-ok
           END-IF.

       OPEN-DEPT-FILE.

           OPEN I-O dept-ref-file.
                   DISPLAY "ROLE " ws-parm-id " NOT FOUND"
                   MOVE 8 TO RETURN-CODE
           END-READ.

       OPEN-BUDGET-FILE.

           OPEN I-O bud-file.

           IF ws-fs-bud = "35"
               OPEN OUTPUT bud-file
               CLOSE bud-file
               OPEN I-O bud-file
           END-IF.

           IF ws-fs-bud NOT = "00"
               DISPLAY "OPEN BUDGETS.IDX FAILED, FS=" ws-fs-bud
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-BUDGET-ACTION.

           MOVE ws-parm-id      TO BUD-DEPT-ID.
           MOVE ws-parm-role-id TO BUD-ROLE-ID.

           EVALUATE ws-parm-action
               WHEN "SET"
                   PERFORM SET-BUDGET-CELL
               WHEN "REMOVE"
                   DELETE bud-file
                       INVALID KEY
                           DISPLAY "BUDGET " ws-parm-id "/"
                                   ws-parm-role-id " NOT FOUND"
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "BUDGET " ws-parm-id "/"
                                   ws-parm-role-id " REMOVED"
                   END-DELETE
           END-EVALUATE.

      * a budget may only be set for a department and role that
      * exist; retired ones are allowed so a cell can run down
       SET-BUDGET-CELL.

           PERFORM VERIFY-BUDGET-CELL.

           IF ws-ref-missing = "Y"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-parm-id      TO BUD-DEPT-ID.
           MOVE ws-parm-role-id TO BUD-ROLE-ID.

           READ bud-file KEY IS BUD-KEY
               INVALID KEY
                   MOVE ws-parm-count TO BUD-HEADCOUNT
                   MOVE ws-parm-mode  TO BUD-MODE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUD-UPD-DATE
                   WRITE BUD-REC
                       INVALID KEY
                           DISPLAY "BUDGET " ws-parm-id "/"
                                   ws-parm-role-id " WRITE FAILED"
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "BUDGET " ws-parm-id "/"
                                   ws-parm-role-id
                                   " ADDED, HEADCOUNT " ws-parm-count
                                   " MODE " BUD-MODE
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "BUDGET " ws-parm-id "/" ws-parm-role-id
                           " WAS " BUD-HEADCOUNT " MODE " BUD-MODE
                   MOVE ws-parm-count TO BUD-HEADCOUNT
                   MOVE ws-parm-mode  TO BUD-MODE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BUD-UPD-DATE
                   REWRITE BUD-REC
                       INVALID KEY
                           DISPLAY "BUDGET " ws-parm-id "/"
                                   ws-parm-role-id " REWRITE FAILED"
                           MOVE 8 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "BUDGET " ws-parm-id "/"
                                   ws-parm-role-id
                                   " CHANGED, HEADCOUNT " ws-parm-count
                                   " MODE " BUD-MODE
                   END-REWRITE
           END-READ.

       VERIFY-BUDGET-CELL.

           MOVE "N" TO ws-ref-missing.

           OPEN INPUT dept-ref-file.

           IF ws-fs-dept NOT = "00"
               DISPLAY "OPEN DEPTS.IDX FAILED, FS=" ws-fs-dept
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ws-parm-id TO DEPT-REF-ID.

           READ dept-ref-file KEY IS DEPT-REF-ID
               INVALID KEY
                   DISPLAY "DEPT " ws-parm-id " NOT FOUND"
                   MOVE "Y" TO ws-ref-missing
           END-READ.

           CLOSE dept-ref-file.

           OPEN INPUT role-ref-file.

           IF ws-fs-role NOT = "00"
               DISPLAY "OPEN ROLES.IDX FAILED, FS=" ws-fs-role
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ws-parm-role-id TO ROLE-REF-ID.

           READ role-ref-file KEY IS ROLE-REF-ID
               INVALID KEY
                   DISPLAY "ROLE " ws-parm-role-id " NOT FOUND"
                   MOVE "Y" TO ws-ref-missing
           END-READ.

           CLOSE role-ref-file.

       OPEN-GRADE-FILE.

           OPEN I-O grade-ref-file.

           IF ws-fs-grade = "35"
               OPEN OUTPUT grade-ref-file
               CLOSE grade-ref-file
               OPEN I-O grade-ref-file
           END-IF.

           IF ws-fs-grade NOT = "00"
               DISPLAY "OPEN GRADES.IDX FAILED, FS=" ws-fs-grade
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-GRADE-ACTION.

           MOVE ws-parm-id-txt(1:4)   TO GRADE-REF-CODE.
           MOVE ws-parm-curr-txt(1:3) TO GRADE-REF-CURRENCY.

           READ grade-ref-file KEY IS GRADE-REF-KEY
               INVALID KEY
                   MOVE "10" TO ws-fs-grade
           END-READ.

           IF ws-fs-grade NOT = "00"
           AND ws-parm-action NOT = "SET"
               DISPLAY "GRADE " GRADE-REF-CODE " "
                       GRADE-REF-CURRENCY " NOT FOUND"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE ws-parm-action
               WHEN "SET"
                   MOVE ws-grade-min TO GRADE-REF-MIN
                   MOVE ws-grade-mid TO GRADE-REF-MID
                   MOVE ws-grade-max TO GRADE-REF-MAX
                   IF ws-fs-grade = "00"
                       REWRITE GRADE-REF-REC
                           INVALID KEY
                               DISPLAY "GRADE " GRADE-REF-CODE
                                       " " GRADE-REF-CURRENCY
                                       " REWRITE FAILED"
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "GRADE " GRADE-REF-CODE
                                       " " GRADE-REF-CURRENCY
                                       " BAND CHANGED"
                       END-REWRITE
                   ELSE
                       MOVE ws-parm-id-txt(1:4)   TO GRADE-REF-CODE
                       MOVE ws-parm-curr-txt(1:3) TO GRADE-REF-CURRENCY
                       MOVE "A" TO GRADE-REF-STATUS
                       WRITE GRADE-REF-REC
                           INVALID KEY
                               DISPLAY "GRADE " GRADE-REF-CODE
                                       " " GRADE-REF-CURRENCY
                                       " WRITE FAILED"
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "GRADE " GRADE-REF-CODE
                                       " " GRADE-REF-CURRENCY
                                       " ADDED"
                       END-WRITE
                   END-IF
               WHEN "RETIRE"
                   IF ws-fs-grade = "00"
                       MOVE "R" TO GRADE-REF-STATUS
                       REWRITE GRADE-REF-REC
                           INVALID KEY
                               DISPLAY "GRADE " GRADE-REF-CODE
                                       " " GRADE-REF-CURRENCY
                                       " REWRITE FAILED"
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "GRADE " GRADE-REF-CODE
                                       " " GRADE-REF-CURRENCY
                                       " RETIRED"
                       END-REWRITE
                   END-IF
               WHEN "ACTIVATE"
                   IF ws-fs-grade = "00"
                       MOVE "A" TO GRADE-REF-STATUS
                       REWRITE GRADE-REF-REC
                           INVALID KEY
                               DISPLAY "GRADE " GRADE-REF-CODE
                                       " " GRADE-REF-CURRENCY
                                       " REWRITE FAILED"
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "GRADE " GRADE-REF-CODE
                                       " " GRADE-REF-CURRENCY
                                       " ACTIVATED"
                       END-REWRITE
                   END-IF
           END-EVALUATE.

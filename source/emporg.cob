       IDENTIFICATION DIVISION.
       PROGRAM-ID. emporg.
      * organisation chart and span-of-control report
      * joins employees.idx to the reporting lines on rptline.idx
      * and prints, per department, the reporting tree of active
      * employees with each manager's direct and total report
      * counts; totals count every active employee below a
      * manager, whatever department they are in
      * an employee whose manager sits in another department
      * heads a branch of their own department's tree
      * exceptions listed after the trees:
      *   terminated managers who still have active reports
      *   active employees with no reporting line
      *   reporting lines naming a manager not on the master
      *   circular reporting chains
      * the employee table must hold the whole master, so it is
      * sized well past headcount and an overflow raises a non-zero
      * return code of its own
      * a branch deeper than 50 levels is cut off below the 50th
      * level with a TRUNCATED AT DEPTH 50 line in the tree
      * return codes: 0 = clean, 4 = exceptions, table overflow or
      *               a branch truncated,
      *               12 = file unusable
      * usage: emporg
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

         SELECT rpt-line-file
           ASSIGN TO "rptline.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LINE-EMP-ID
           ALTERNATE RECORD KEY IS LINE-MGR-ID WITH DUPLICATES
           FILE STATUS IS ws-fs-line.

         SELECT dept-ref-file
           ASSIGN TO "depts.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEPT-REF-ID
           FILE STATUS IS ws-fs-dept.

         SELECT org-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  rpt-line-file.
       COPY "RPTLINE.CPY".

       FD  dept-ref-file.
       COPY "DEPTREF.CPY".

       FD  org-rpt-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-fs-out  PIC XX.
       01 ws-fs-line PIC XX.
       01 ws-fs-dept PIC XX.
       01 ws-fs-rpt  PIC XX.

       01 ws-rpt-filename PIC X(40).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time      PIC 9(6).

       01 ws-lines-open    PIC X(1) VALUE "N".
       01 ws-depts-open    PIC X(1) VALUE "N".

      * loaded in emp-id order straight off the primary key, so a
      * manager is found by halving the table
       01 ws-org-table.
          05 ws-org-entry OCCURS 10000 TIMES.
             10 ws-org-empid    PIC 9(9).
             10 ws-org-name     PIC X(20).
             10 ws-org-dept     PIC 9(3).
             10 ws-org-role     PIC 9(3).
             10 ws-org-term     PIC X(1).
             10 ws-org-line     PIC X(1).
             10 ws-org-mgrid    PIC 9(9).
             10 ws-org-mgr-sub  PIC 9(5).
             10 ws-org-direct   PIC 9(5).
             10 ws-org-total    PIC 9(5).
             10 ws-org-cycle    PIC X(1).
             10 ws-org-first    PIC 9(5).
             10 ws-org-next     PIC 9(5).
       01 ws-org-used      PIC 9(5) VALUE 0.
       01 ws-org-overflow  PIC 9(5) VALUE 0.

       01 ws-sub           PIC 9(5).
       01 ws-walk-sub      PIC 9(5).
       01 ws-walk-steps    PIC 9(5).
       01 ws-walk-done     PIC X(1).

       01 ws-find-id       PIC 9(9).
       01 ws-find-sub      PIC 9(5).
       01 ws-find-lo       PIC 9(5).
       01 ws-find-hi       PIC 9(5).
       01 ws-find-mid      PIC 9(5).

       01 ws-dept-counts.
          05 ws-dept-active OCCURS 1000 TIMES PIC 9(5).
       01 ws-dept-sub      PIC 9(4).
       01 ws-cur-dept      PIC 9(3).
       01 ws-cur-dept-name PIC X(20).

       01 ws-stack.
          05 ws-stk-entry OCCURS 50 TIMES.
             10 ws-stk-sub     PIC 9(5).
             10 ws-stk-next    PIC 9(5).
       01 ws-stk-top       PIC 9(3).
       01 ws-child-sub     PIC 9(5).
       01 ws-print-sub     PIC 9(5).
       01 ws-print-depth   PIC 9(3).
       01 ws-line-ptr      PIC 9(3).
       01 ws-node-note     PIC X(30).

       01 ws-count-employees PIC 9(9) VALUE 0.
       01 ws-count-active    PIC 9(9) VALUE 0.
       01 ws-count-top       PIC 9(9) VALUE 0.
       01 ws-count-term-mgr  PIC 9(9) VALUE 0.
       01 ws-count-no-line   PIC 9(9) VALUE 0.
       01 ws-count-dangling  PIC 9(9) VALUE 0.
       01 ws-count-circular  PIC 9(9) VALUE 0.
       01 ws-count-truncated PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.

           INITIALIZE ws-dept-counts.

           PERFORM OPEN-ALL-FILES.

           PERFORM LOAD-ORG-TABLE UNTIL ws-fs-out = "10".

           CLOSE emp-out-file.

           IF ws-lines-open = "Y"
               CLOSE rpt-line-file
           END-IF.

           PERFORM LINK-TO-MANAGER
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > ws-org-used.

           PERFORM MARK-CIRCULAR-CHAIN
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > ws-org-used.

           PERFORM COUNT-REPORTS
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > ws-org-used.

      * children are chained in reverse so each list reads back in
      * emp-id order
           PERFORM CHAIN-CHILD
               VARYING ws-sub FROM ws-org-used BY -1
               UNTIL ws-sub < 1.

           PERFORM WRITE-REPORT-HEADING.

           PERFORM PRINT-DEPT-TREE
               VARYING ws-dept-sub FROM 1 BY 1
               UNTIL ws-dept-sub > 1000.

           PERFORM WRITE-EXCEPTIONS.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE org-rpt-file.

           IF ws-depts-open = "Y"
               CLOSE dept-ref-file
           END-IF.

           DISPLAY "EMPLOYEES ON MASTER         : " ws-count-employees.
           DISPLAY "ACTIVE EMPLOYEES            : " ws-count-active.
           DISPLAY "TERMINATED MGRS WITH REPORTS: " ws-count-term-mgr.
           DISPLAY "ACTIVE WITH NO MANAGER      : " ws-count-no-line.
           DISPLAY "MANAGER NOT ON MASTER       : " ws-count-dangling.
           DISPLAY "IN CIRCULAR CHAINS          : " ws-count-circular.
           DISPLAY "ORG REPORT COMPLETE: " ws-rpt-filename.

           IF ws-count-term-mgr > 0
           OR ws-count-no-line > 0
           OR ws-count-dangling > 0
           OR ws-count-circular > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ws-count-truncated > 0
               DISPLAY "BRANCHES TRUNCATED AT DEPTH 50: "
                       ws-count-truncated
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ws-org-overflow > 0
               DISPLAY "EMPLOYEE TABLE FULL, " ws-org-overflow
                       " EMPLOYEES LEFT OUT - ENLARGE THE TABLE"
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

      * no rptline.idx yet simply means nobody has a line - every
      * active employee is then listed as having no manager
           OPEN INPUT rpt-line-file.

           IF ws-fs-line = "00"
               MOVE "Y" TO ws-lines-open
           ELSE
               IF ws-fs-line NOT = "35"
                   DISPLAY "OPEN RPTLINE.IDX FAILED, FS=" ws-fs-line
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "NO RPTLINE.IDX - NO REPORTING LINES HELD"
           END-IF.

           OPEN INPUT dept-ref-file.

           IF ws-fs-dept = "00"
               MOVE "Y" TO ws-depts-open
           END-IF.

           STRING "EMP-ORG-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT org-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN ORG REPORT FAILED, FS=" ws-fs-rpt
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ORG-TABLE.

           READ emp-out-file NEXT RECORD
               AT END MOVE "10" TO ws-fs-out
               NOT AT END
                   ADD 1 TO ws-count-employees
                   PERFORM STORE-ONE-EMPLOYEE
           END-READ.

       STORE-ONE-EMPLOYEE.

           IF ws-org-used >= 10000
               ADD 1 TO ws-org-overflow
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-org-used.
           MOVE emp-id            TO ws-org-empid(ws-org-used).
           MOVE emp-last-name     TO ws-org-name(ws-org-used).
           MOVE emp-dept-id       TO ws-org-dept(ws-org-used).
           MOVE emp-role-id       TO ws-org-role(ws-org-used).
           MOVE emp-term-flag     TO ws-org-term(ws-org-used).
           MOVE "N"               TO ws-org-line(ws-org-used).
           MOVE 0                 TO ws-org-mgrid(ws-org-used).
           MOVE 0                 TO ws-org-mgr-sub(ws-org-used).
           MOVE 0                 TO ws-org-direct(ws-org-used).
           MOVE 0                 TO ws-org-total(ws-org-used).
           MOVE "N"               TO ws-org-cycle(ws-org-used).
           MOVE 0                 TO ws-org-first(ws-org-used).
           MOVE 0                 TO ws-org-next(ws-org-used).

           IF emp-term-flag NOT = "Y"
               ADD 1 TO ws-count-active
               ADD 1 TO ws-dept-active(emp-dept-id + 1)
           END-IF.

           IF ws-lines-open = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE emp-id TO LINE-EMP-ID.

           READ rpt-line-file KEY IS LINE-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"         TO ws-org-line(ws-org-used)
                   MOVE LINE-MGR-ID TO ws-org-mgrid(ws-org-used)
           END-READ.

       LINK-TO-MANAGER.

           IF ws-org-line(ws-sub) = "N"
           OR ws-org-mgrid(ws-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-org-mgrid(ws-sub) TO ws-find-id.

           PERFORM FIND-ORG-ENTRY.

           MOVE ws-find-sub TO ws-org-mgr-sub(ws-sub).

       FIND-ORG-ENTRY.

           MOVE 0           TO ws-find-sub.
           MOVE 1           TO ws-find-lo.
           MOVE ws-org-used TO ws-find-hi.

           PERFORM HALVE-ORG-TABLE
               UNTIL ws-find-lo > ws-find-hi
                  OR ws-find-sub > 0.

       HALVE-ORG-TABLE.

           COMPUTE ws-find-mid = (ws-find-lo + ws-find-hi) / 2.

           EVALUATE TRUE
               WHEN ws-org-empid(ws-find-mid) = ws-find-id
                   MOVE ws-find-mid TO ws-find-sub
               WHEN ws-org-empid(ws-find-mid) < ws-find-id
                   COMPUTE ws-find-lo = ws-find-mid + 1
               WHEN ws-find-mid = 1
                   MOVE 0 TO ws-find-hi
               WHEN OTHER
                   COMPUTE ws-find-hi = ws-find-mid - 1
           END-EVALUATE.

      * an employee is in a circle when walking up from their
      * manager comes back to them; the step cap ends a walk that
      * runs into a circle it is not part of
       MARK-CIRCULAR-CHAIN.

           IF ws-org-mgr-sub(ws-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-org-mgr-sub(ws-sub) TO ws-walk-sub.
           MOVE 0   TO ws-walk-steps.
           MOVE "N" TO ws-walk-done.

           PERFORM WALK-CIRCLE-STEP
               UNTIL ws-walk-done = "Y".

       WALK-CIRCLE-STEP.

           ADD 1 TO ws-walk-steps.

           IF ws-walk-sub = ws-sub
               MOVE "Y" TO ws-org-cycle(ws-sub)
               ADD 1 TO ws-count-circular
               MOVE "Y" TO ws-walk-done
               EXIT PARAGRAPH
           END-IF.

           IF ws-org-mgr-sub(ws-walk-sub) = 0
           OR ws-walk-steps > 500
               MOVE "Y" TO ws-walk-done
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-org-mgr-sub(ws-walk-sub) TO ws-walk-sub.

      * an active employee counts once as a direct report of their
      * manager and once in the total of every manager above; the
      * walk stops on reaching a circle so its members are not
      * counted round and round
       COUNT-REPORTS.

           IF ws-org-term(ws-sub) = "Y"
           OR ws-org-mgr-sub(ws-sub) = 0
           OR ws-org-cycle(ws-sub) = "Y"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-org-direct(ws-org-mgr-sub(ws-sub)).

           MOVE ws-org-mgr-sub(ws-sub) TO ws-walk-sub.
           MOVE 0   TO ws-walk-steps.
           MOVE "N" TO ws-walk-done.

           PERFORM WALK-TOTAL-STEP
               UNTIL ws-walk-done = "Y".

       WALK-TOTAL-STEP.

           ADD 1 TO ws-walk-steps.
           ADD 1 TO ws-org-total(ws-walk-sub).

           IF ws-org-cycle(ws-walk-sub) = "Y"
           OR ws-org-mgr-sub(ws-walk-sub) = 0
           OR ws-walk-steps > 500
               MOVE "Y" TO ws-walk-done
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-org-mgr-sub(ws-walk-sub) TO ws-walk-sub.

      * anyone whose manager sits in a circle is left unchained so
      * that they head a branch of their own instead of vanishing
      * under a manager who is never printed
       CHAIN-CHILD.

           IF ws-org-term(ws-sub) = "Y"
           OR ws-org-mgr-sub(ws-sub) = 0
           OR ws-org-cycle(ws-sub) = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF ws-org-cycle(ws-org-mgr-sub(ws-sub)) = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-org-first(ws-org-mgr-sub(ws-sub))
             TO ws-org-next(ws-sub).
           MOVE ws-sub TO ws-org-first(ws-org-mgr-sub(ws-sub)).

       PRINT-DEPT-TREE.

           IF ws-dept-active(ws-dept-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-cur-dept = ws-dept-sub - 1.

           MOVE "** UNKNOWN DEPT **  " TO ws-cur-dept-name.

           IF ws-depts-open = "Y"
               MOVE ws-cur-dept TO DEPT-REF-ID
               READ dept-ref-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEPT-REF-NAME TO ws-cur-dept-name
               END-READ
           END-IF.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "DEPARTMENT " ws-cur-dept " " ws-cur-dept-name
                  "  ACTIVE HEADCOUNT " ws-dept-active(ws-dept-sub)
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           PERFORM PRINT-BRANCH-IF-ROOT
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > ws-org-used.

      * a branch starts at every active employee of the department
      * who does not sit under a live manager in the same department,
      * a manager caught in a circle counting as no manager at all
       PRINT-BRANCH-IF-ROOT.

           IF ws-org-dept(ws-sub) NOT = ws-cur-dept
           OR ws-org-term(ws-sub) = "Y"
           OR ws-org-cycle(ws-sub) = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF ws-org-mgr-sub(ws-sub) > 0
               IF ws-org-dept(ws-org-mgr-sub(ws-sub)) = ws-cur-dept
               AND ws-org-term(ws-org-mgr-sub(ws-sub)) NOT = "Y"
               AND ws-org-cycle(ws-org-mgr-sub(ws-sub)) NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE ws-sub TO ws-print-sub.
           MOVE 0      TO ws-print-depth.

           PERFORM PRINT-ORG-NODE.

           MOVE 1 TO ws-stk-top.
           MOVE ws-sub TO ws-stk-sub(1).
           MOVE ws-org-first(ws-sub) TO ws-stk-next(1).

           PERFORM WALK-BRANCH-STEP
               UNTIL ws-stk-top = 0.

      * depth-first walk on an explicit stack; reports who belong
      * to another department are skipped here and head a branch
      * of their own department's tree
       WALK-BRANCH-STEP.

           MOVE ws-stk-next(ws-stk-top) TO ws-child-sub.

           PERFORM SKIP-OTHER-DEPT-CHILD
               UNTIL ws-child-sub = 0
                  OR ws-org-dept(ws-child-sub) = ws-cur-dept.

           IF ws-child-sub = 0
               SUBTRACT 1 FROM ws-stk-top
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-org-next(ws-child-sub) TO ws-stk-next(ws-stk-top).

           MOVE ws-child-sub TO ws-print-sub.
           MOVE ws-stk-top   TO ws-print-depth.

           PERFORM PRINT-ORG-NODE.

           IF ws-stk-top < 50
               ADD 1 TO ws-stk-top
               MOVE ws-child-sub TO ws-stk-sub(ws-stk-top)
               MOVE ws-org-first(ws-child-sub)
                 TO ws-stk-next(ws-stk-top)
           ELSE
               IF ws-org-first(ws-child-sub) > 0
                   PERFORM WRITE-TRUNCATED-LINE
               END-IF
           END-IF.

      * the reports of a node on the 50th level are not printed;
      * its total still counts them
       WRITE-TRUNCATED-LINE.

           ADD 1 TO ws-count-truncated.

           MOVE 45 TO ws-line-ptr.
           MOVE SPACES TO rpt-line.
           STRING "** TRUNCATED AT DEPTH 50, "
                  ws-org-total(ws-child-sub)
                  " REPORTS NOT SHOWN **"
             DELIMITED BY SIZE INTO rpt-line
             WITH POINTER ws-line-ptr.
           WRITE rpt-line.

       SKIP-OTHER-DEPT-CHILD.

           MOVE ws-org-next(ws-child-sub) TO ws-child-sub.

       PRINT-ORG-NODE.

           MOVE SPACES TO ws-node-note.

           EVALUATE TRUE
               WHEN ws-org-line(ws-print-sub) = "N"
                   MOVE "** NO MANAGER **" TO ws-node-note
               WHEN ws-org-mgrid(ws-print-sub) = 0
                   MOVE "(TOP OF HOUSE)" TO ws-node-note
                   ADD 1 TO ws-count-top
               WHEN ws-org-mgr-sub(ws-print-sub) = 0
                   MOVE "** MANAGER NOT ON MASTER **" TO ws-node-note
               WHEN ws-org-term(ws-org-mgr-sub(ws-print-sub)) = "Y"
                   MOVE "** MANAGER TERMINATED **" TO ws-node-note
               WHEN ws-org-dept(ws-org-mgr-sub(ws-print-sub))
                    NOT = ws-cur-dept
                   STRING "(MANAGER IN DEPT "
                          ws-org-dept(ws-org-mgr-sub(ws-print-sub))
                          ")"
                     DELIMITED BY SIZE INTO ws-node-note
           END-EVALUATE.

           IF ws-print-depth > 20
               COMPUTE ws-line-ptr = 43
           ELSE
               COMPUTE ws-line-ptr = 3 + ws-print-depth * 2
           END-IF.

           MOVE SPACES TO rpt-line.
           STRING ws-org-empid(ws-print-sub)
                  " " ws-org-name(ws-print-sub)
                  " ROLE " ws-org-role(ws-print-sub)
                  " DIRECT " ws-org-direct(ws-print-sub)
                  " TOTAL " ws-org-total(ws-print-sub)
                  " " ws-node-note
             DELIMITED BY SIZE INTO rpt-line
             WITH POINTER ws-line-ptr.
           WRITE rpt-line.

       WRITE-EXCEPTIONS.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EXCEPTIONS"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           PERFORM LIST-ONE-EXCEPTION
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > ws-org-used.

       LIST-ONE-EXCEPTION.

           MOVE SPACES TO ws-node-note.

           EVALUATE TRUE
               WHEN ws-org-cycle(ws-sub) = "Y"
                   MOVE "CIRCULAR REPORTING CHAIN" TO ws-node-note
               WHEN ws-org-term(ws-sub) = "Y"
                   IF ws-org-direct(ws-sub) > 0
                       MOVE "TERMINATED, HAS ACTIVE REPORTS"
                         TO ws-node-note
                       ADD 1 TO ws-count-term-mgr
                   END-IF
               WHEN ws-org-line(ws-sub) = "N"
                   MOVE "ACTIVE, NO MANAGER" TO ws-node-note
                   ADD 1 TO ws-count-no-line
               WHEN ws-org-mgrid(ws-sub) NOT = 0
               AND ws-org-mgr-sub(ws-sub) = 0
                   MOVE "MANAGER NOT ON MASTER" TO ws-node-note
                   ADD 1 TO ws-count-dangling
           END-EVALUATE.

           IF ws-node-note = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO rpt-line.
           STRING "  " ws-node-note
                  " " ws-org-empid(ws-sub)
                  " " ws-org-name(ws-sub)
                  " DEPT " ws-org-dept(ws-sub)
                  " MGR " ws-org-mgrid(ws-sub)
                  " DIRECT " ws-org-direct(ws-sub)
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "ORGANISATION CHART AND SPAN OF CONTROL - "
                  ws-run-date
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  EMP-ID    NAME                 ROLE   DIRECT"
                  "        TOTAL"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EMPLOYEES ON MASTER         : " ws-count-employees
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ACTIVE EMPLOYEES            : " ws-count-active
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "TOP OF HOUSE                : " ws-count-top
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "TERMINATED MGRS WITH REPORTS: " ws-count-term-mgr
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ACTIVE WITH NO MANAGER      : " ws-count-no-line
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "MANAGER NOT ON MASTER       : " ws-count-dangling
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "IN CIRCULAR CHAINS          : " ws-count-circular
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-count-truncated > 0
               MOVE SPACES TO rpt-line
               STRING "BRANCHES TRUNCATED AT DEPTH 50: "
                      ws-count-truncated
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           IF ws-org-overflow > 0
               MOVE SPACES TO rpt-line
               STRING "LEFT OUT (TABLE FULL)       : " ws-org-overflow
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

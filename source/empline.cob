       IDENTIFICATION DIVISION.
       PROGRAM-ID. empline.
      * maintain the reporting-line file rptline.idx
      * usage: empline SET emp-id mgr-id   (mgr-id 0 = top of house)
      *        empline CLEAR emp-id
      *        empline SHOW emp-id
      * SET checks that both employees are on employees.idx, that
      * the manager is not terminated and that the new line does
      * not make a reporting chain circular; SET and CLEAR are
      * logged to EMP-UPDATE-LOG; SHOW lists the employee's manager
      * and direct reports
      * return codes: 0 = ok, 4 = not found, 8 = refused or bad
      *               parameters, 12 = file unusable
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

         SELECT emp-log-file
           ASSIGN TO "EMP-UPDATE-LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-log.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  rpt-line-file.
       COPY "RPTLINE.CPY".

       FD  emp-log-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 log-line PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-fs-out  PIC XX.
       01 ws-fs-line PIC XX.
       01 ws-fs-log  PIC XX.

       01 ws-run-parm      PIC X(80).

       01 ws-parm-fields.
          05 ws-parm-action    PIC X(10).
          05 ws-parm-empid-txt PIC X(20).
          05 ws-parm-mgrid-txt PIC X(20).

       01 ws-parm-empid    PIC 9(9).
       01 ws-parm-mgrid    PIC 9(9) VALUE 0.
       01 ws-old-mgrid     PIC 9(9) VALUE 0.

       01 ws-parm-ok       PIC X(1) VALUE "Y".
       01 ws-line-exists   PIC X(1) VALUE "N".
       01 ws-scan-done     PIC X(1) VALUE "N".
       01 ws-count-shown   PIC 9(5) VALUE 0.

       01 ws-chain-id      PIC 9(9).
       01 ws-chain-steps   PIC 9(5).
       01 ws-chain-result  PIC X(1).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time      PIC 9(6).

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           PERFORM PARSE-PARAMETERS.

           IF ws-parm-ok = "N"
               DISPLAY "USAGE: empline SET emp-id mgr-id"
               DISPLAY "       empline CLEAR emp-id"
               DISPLAY "       empline SHOW emp-id"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O rpt-line-file.

           IF ws-fs-line = "35"
               OPEN OUTPUT rpt-line-file
               CLOSE rpt-line-file
               OPEN I-O rpt-line-file
           END-IF.

           IF ws-fs-line NOT = "00"
               DISPLAY "OPEN RPTLINE.IDX FAILED, FS=" ws-fs-line
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE ws-parm-action
               WHEN "SET"
                   PERFORM SET-REPORTING-LINE
               WHEN "CLEAR"
                   PERFORM CLEAR-REPORTING-LINE
               WHEN "SHOW"
                   PERFORM SHOW-REPORTING-LINE
           END-EVALUATE.

           CLOSE emp-out-file
                 rpt-line-file.

           STOP RUN.

       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-fields.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-parm-action
                  ws-parm-empid-txt
                  ws-parm-mgrid-txt
           END-UNSTRING.

           MOVE "Y" TO ws-parm-ok.

           IF ws-parm-action NOT = "SET"
           AND ws-parm-action NOT = "CLEAR"
           AND ws-parm-action NOT = "SHOW"
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-empid-txt) NOT = 0
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-empid-txt) TO ws-parm-empid.

           IF ws-parm-action NOT = "SET"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-mgrid-txt) NOT = 0
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-mgrid-txt) TO ws-parm-mgrid.

       SET-REPORTING-LINE.

           IF ws-parm-mgrid = ws-parm-empid
               DISPLAY "AN EMPLOYEE CANNOT REPORT TO THEMSELVES"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-parm-empid TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   DISPLAY "EMP-ID NOT FOUND: " ws-parm-empid
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.

           IF ws-parm-mgrid NOT = 0
               PERFORM VERIFY-MANAGER
               IF RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-FOR-CYCLE
               IF RETURN-CODE NOT = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM READ-REPORTING-LINE.

           MOVE ws-parm-empid  TO LINE-EMP-ID.
           MOVE ws-parm-mgrid  TO LINE-MGR-ID.
           MOVE ws-run-date    TO LINE-EFF-DATE.
           MOVE ws-run-time    TO LINE-UPD-TIME.
           MOVE "empline"      TO LINE-UPD-PROGRAM.

           IF ws-line-exists = "Y"
               REWRITE LINE-REC
                   INVALID KEY
                       DISPLAY "REWRITE FAILED, FS=" ws-fs-line
                       MOVE 12 TO RETURN-CODE
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE LINE-REC
                   INVALID KEY
                       DISPLAY "WRITE FAILED, FS=" ws-fs-line
                       MOVE 12 TO RETURN-CODE
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.

           DISPLAY "EMP-ID " ws-parm-empid " NOW REPORTS TO "
                   ws-parm-mgrid.

           PERFORM LOG-LINE-CHANGE.

       VERIFY-MANAGER.

           MOVE ws-parm-mgrid TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   DISPLAY "MANAGER EMP-ID NOT FOUND: " ws-parm-mgrid
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.

           IF emp-term-flag = "Y"
               DISPLAY "MANAGER " ws-parm-mgrid
                       " IS TERMINATED, LINE REFUSED"
               MOVE 8 TO RETURN-CODE
           END-IF.

      * walk up from the new manager; meeting the employee on the
      * way means the new line would close a loop.  The step cap
      * stops a walk round a loop that is already on file.
       CHECK-FOR-CYCLE.

           MOVE ws-parm-mgrid TO ws-chain-id.
           MOVE 0             TO ws-chain-steps.
           MOVE "N"           TO ws-chain-result.

           PERFORM WALK-UP-ONE-STEP
               UNTIL ws-chain-result NOT = "N".

           IF ws-chain-result = "C"
               DISPLAY "EMP-ID " ws-parm-empid " IS ALREADY ABOVE "
                       ws-parm-mgrid " - CIRCULAR LINE REFUSED"
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF ws-chain-result = "L"
               DISPLAY "CHAIN ABOVE " ws-parm-mgrid
                       " DOES NOT END - FIX IT BEFORE SETTING LINES"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WALK-UP-ONE-STEP.

           ADD 1 TO ws-chain-steps.

           IF ws-chain-steps > 500
               MOVE "L" TO ws-chain-result
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-chain-id TO LINE-EMP-ID.

           READ rpt-line-file KEY IS LINE-EMP-ID
               INVALID KEY
                   MOVE "T" TO ws-chain-result
                   EXIT PARAGRAPH
           END-READ.

           IF LINE-MGR-ID = 0
               MOVE "T" TO ws-chain-result
               EXIT PARAGRAPH
           END-IF.

           IF LINE-MGR-ID = ws-parm-empid
               MOVE "C" TO ws-chain-result
               EXIT PARAGRAPH
           END-IF.

           MOVE LINE-MGR-ID TO ws-chain-id.

       READ-REPORTING-LINE.

           MOVE "N" TO ws-line-exists.
           MOVE 0   TO ws-old-mgrid.

           MOVE ws-parm-empid TO LINE-EMP-ID.

           READ rpt-line-file KEY IS LINE-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ws-line-exists
                   MOVE LINE-MGR-ID TO ws-old-mgrid
           END-READ.

       CLEAR-REPORTING-LINE.

           PERFORM READ-REPORTING-LINE.

           IF ws-line-exists = "N"
               DISPLAY "NO REPORTING LINE FOR EMP-ID " ws-parm-empid
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           DELETE rpt-line-file
               INVALID KEY
                   DISPLAY "DELETE FAILED, FS=" ws-fs-line
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-DELETE.

           MOVE 0 TO ws-parm-mgrid.

           DISPLAY "REPORTING LINE CLEARED FOR EMP-ID " ws-parm-empid.

           PERFORM LOG-LINE-CHANGE.

       LOG-LINE-CHANGE.

           OPEN EXTEND emp-log-file.

           IF ws-fs-log = "35"
               OPEN OUTPUT emp-log-file
           END-IF.

           IF ws-fs-log NOT = "00"
               DISPLAY "OPEN EMP-UPDATE-LOG FAILED, FS=" ws-fs-log
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO log-line.
           STRING ws-run-date " EMP-ID=" ws-parm-empid
                  " ACTION=LINE " ws-parm-action
                  " MGR " ws-old-mgrid "->" ws-parm-mgrid
             DELIMITED BY SIZE INTO log-line.
           WRITE log-line.

           CLOSE emp-log-file.

       SHOW-REPORTING-LINE.

           MOVE ws-parm-empid TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   DISPLAY "EMP-ID NOT FOUND: " ws-parm-empid
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "EMP-ID    " emp-id " " emp-last-name.

           PERFORM READ-REPORTING-LINE.

           EVALUATE TRUE
               WHEN ws-line-exists = "N"
                   DISPLAY "MANAGER   ** NO REPORTING LINE **"
               WHEN ws-old-mgrid = 0
                   DISPLAY "MANAGER   ** TOP OF HOUSE **"
               WHEN OTHER
                   PERFORM SHOW-MANAGER
           END-EVALUATE.

           MOVE "N" TO ws-scan-done.

           MOVE ws-parm-empid TO LINE-MGR-ID.

           START rpt-line-file KEY IS NOT < LINE-MGR-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM SHOW-DIRECT-REPORT
               UNTIL ws-scan-done = "Y".

           DISPLAY "DIRECT REPORTS: " ws-count-shown.

       SHOW-MANAGER.

           MOVE ws-old-mgrid TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   DISPLAY "MANAGER   " ws-old-mgrid
                           " ** NOT ON MASTER **"
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "MANAGER   " emp-id " " emp-last-name
                   " TERM " emp-term-flag.

       SHOW-DIRECT-REPORT.

           READ rpt-line-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF LINE-MGR-ID NOT = ws-parm-empid
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-shown.

           MOVE LINE-EMP-ID TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   DISPLAY "  REPORT  " LINE-EMP-ID
                           " ** NOT ON MASTER **"
                   EXIT PARAGRAPH
           END-READ.

           DISPLAY "  REPORT  " emp-id " " emp-last-name
                   " TERM " emp-term-flag.

      * dept/currency combination in the style of emprpt
      * pay rows are effective-dated per employee; only the latest
      * effective row of each employee is tabulated
      * the department can be taken from a master-layout snapshot
      * named on the command line (such as the employees.asof.yyyymmdd
      * files emppit writes) in place of employees.idx
      * against a snapshot the report is as at the snapshot date
      * (taken from an employees.asof.yyyymmdd name, or given after
      * the file name): only pay rows effective on or before it
      * count, and pay rows of anyone not on the snapshot (joined
      * later) are skipped rather than listed as having no master
      * return codes: 0 = report written, 8 = bad parameter,
      *               12 = file unusable
      * usage: payrpt [master-file [yyyymmdd]]
      *        (master-file defaults to employees.idx)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           FILE STATUS IS ws-fs-pay.

         SELECT emp-out-file
           ASSIGN TO DYNAMIC ws-emp-filename
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emp-id
       01 ws-fs-rpt  PIC XX.

       01 ws-rpt-filename PIC X(40).
       01 ws-emp-filename PIC X(40).

       01 ws-run-parm      PIC X(80).
       01 ws-parm-date-txt PIC X(20).
       01 ws-asof-date     PIC 9(8) VALUE 99999999.
       01 ws-asof-days     PIC 9(8).
       01 ws-snapshot-mode PIC X(1) VALUE "N".
       01 ws-rec-eff       PIC 9(8).
       01 ws-master-found  PIC X(1).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).

       01 ws-total-records PIC 9(9) VALUE 0.
       01 ws-count-orphans PIC 9(9) VALUE 0.
       01 ws-count-not-on-snap PIC 9(9) VALUE 0.

       01 ws-combo-table.
          05 ws-combo-entry OCCURS 200 TIMES.

       MAIN-LOGIC.

           PERFORM PARSE-PARAMETERS.

           OPEN INPUT pay-out-file.

           IF ws-fs-pay NOT = "00"
           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN " ws-emp-filename " FAILED, FS=" ws-fs-out
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           STOP RUN.

      * a master file other than employees.idx is a snapshot and
      * needs its as-of date, from the emppit file name or from
      * the second parameter
       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-emp-filename.
           MOVE SPACES TO ws-parm-date-txt.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-emp-filename
                  ws-parm-date-txt
           END-UNSTRING.

           IF ws-emp-filename = SPACES
           OR ws-emp-filename = "employees.idx"
               MOVE "employees.idx" TO ws-emp-filename
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO ws-snapshot-mode.

           IF ws-parm-date-txt = SPACES
           AND ws-emp-filename(1:15) = "employees.asof."
           AND ws-emp-filename(24:) = SPACES
               MOVE ws-emp-filename(16:8) TO ws-parm-date-txt
           END-IF.

           IF ws-parm-date-txt = SPACES
               DISPLAY "AS-OF DATE NEEDED FOR " ws-emp-filename
               DISPLAY "USAGE: payrpt [master-file [yyyymmdd]]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-date-txt) NOT = 0
               DISPLAY "BAD DATE: " ws-parm-date-txt
               DISPLAY "USAGE: payrpt [master-file [yyyymmdd]]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-date-txt) TO ws-asof-date.

           COMPUTE ws-asof-days =
               FUNCTION INTEGER-OF-DATE(ws-asof-date)
               ON SIZE ERROR MOVE 0 TO ws-asof-days
           END-COMPUTE.

           IF ws-asof-days = 0
               DISPLAY "BAD DATE: " ws-parm-date-txt
               DISPLAY "USAGE: payrpt [master-file [yyyymmdd]]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-LOOP.

           READ pay-out-file NEXT RECORD

      * rows arrive in emp-id/effective-date order, so holding
      * each row until the emp-id changes leaves the latest
      * effective row per employee in the hold area; rows that
      * take effect after the as-of date are passed over
       HOLD-LATEST-ROW.

           COMPUTE ws-rec-eff =
               PAY-EFF-YYYY * 10000 + PAY-EFF-MM * 100
                   + PAY-EFF-DD.

           IF ws-rec-eff > ws-asof-date
               EXIT PARAGRAPH
           END-IF.

           IF ws-hold-empid NOT = 0
           AND PAY-EMP-ID NOT = ws-hold-empid
               PERFORM ACCUMULATE-COST

       ACCUMULATE-COST.

           MOVE ws-hold-empid TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   MOVE "N" TO ws-master-found
                   MOVE 0 TO ws-rec-dept
               NOT INVALID KEY
                   MOVE "Y" TO ws-master-found
                   MOVE emp-dept-id TO ws-rec-dept
           END-READ.

           IF ws-master-found = "N"
               IF ws-snapshot-mode = "Y"
                   ADD 1 TO ws-count-not-on-snap
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ws-count-orphans
           END-IF.

           ADD 1 TO ws-total-records.

           MOVE 0 TO ws-match-sub.

           PERFORM MATCH-COMBO-ENTRY
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-snapshot-mode = "Y"
               MOVE SPACES TO rpt-line
               STRING "DEPARTMENTS READ FROM " ws-emp-filename
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
               MOVE SPACES TO rpt-line
               STRING "SALARIES IN FORCE ON " ws-asof-date
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

               WRITE rpt-line
           END-IF.

           IF ws-count-not-on-snap > 0
               MOVE SPACES TO rpt-line
               STRING "PAY RECORDS NOT ON SNAPSHOT (SKIPPED): "
                      ws-count-not-on-snap
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           IF ws-combo-overflow > 0
               MOVE SPACES TO rpt-line
               STRING "DEPT/CURRENCY COMBOS NOT TABULATED: "

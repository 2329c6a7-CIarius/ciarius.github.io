       IDENTIFICATION DIVISION.
       PROGRAM-ID. emprpt.
      * departmental headcount report, read from employees.idx
      * or from a master-layout snapshot named on the command line
      * (such as the employees.asof.yyyymmdd files emppit writes)
      * usage: emprpt [master-file]   (defaults to employees.idx)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT emp-out-file
           ASSIGN TO DYNAMIC ws-emp-filename
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emp-id
       01 ws-ref-sub      PIC 9(4).

       01 ws-rpt-filename PIC X(40).
       01 ws-emp-filename PIC X(40).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).

       MAIN-LOGIC.

           ACCEPT ws-emp-filename FROM COMMAND-LINE.

           IF ws-emp-filename = SPACES
               MOVE "employees.idx" TO ws-emp-filename
           END-IF.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN " ws-emp-filename " FAILED, FS=" ws-fs-out
               STOP RUN
           END-IF.

             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-emp-filename NOT = "employees.idx"
               MOVE SPACES TO rpt-line
               STRING "READ FROM " ws-emp-filename
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.


      * trail is kept; a salary-change exception report flags rows
      * whose salary moves more than the threshold percentage from
      * the employee's latest prior effective row
      * the grade and currency of every row must have an active
      * band on grades.idx or the row is rejected; a salary below
      * the band minimum or above its maximum is loaded and listed
      * on the exception report
      * input payroll.csv:
      *   emp-id,salary,currency,grade,effective-date(dd/mm/yyyy)
      * usage: emppay [exception-pct]   (threshold defaults to 20)
           RECORD KEY IS PAY-KEY
           FILE STATUS IS ws-fs-pay.

         SELECT grade-ref-file
           ASSIGN TO "grades.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GRADE-REF-KEY
           FILE STATUS IS ws-fs-grade.

         SELECT emp-out-file
           ASSIGN TO "employees.idx"
           ORGANIZATION IS INDEXED
       FD  pay-out-file.
       COPY "PAYREC.CPY".

       FD  grade-ref-file.
       COPY "GRADEREF.CPY".

       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       01 ws-fs-rej  PIC XX.
       01 ws-fs-ctl  PIC XX.
       01 ws-fs-exc  PIC XX.
       01 ws-fs-grade PIC XX.

       01 ws-reject-filename PIC X(40).
       01 ws-ctl-filename    PIC X(40).

       01 ws-exc-pct         PIC 9(3) VALUE 20.
       01 ws-count-exceptions PIC 9(9) VALUE 0.
       01 ws-count-out-of-band PIC 9(9) VALUE 0.

       01 ws-band-edge       PIC X(10).
       01 ws-band-edited     PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 ws-prior-found     PIC X(1) VALUE "N".
       01 ws-prior-salary    PIC 9(9)V99.
               STOP RUN
           END-IF.

           OPEN INPUT grade-ref-file.

           IF ws-fs-grade NOT = "00"
               DISPLAY "OPEN GRADES.IDX FAILED, FS=" ws-fs-grade
               DISPLAY "SET UP GRADE BANDS WITH refmnt GRADE SET"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O pay-out-file.

           IF ws-fs-pay = "35"
           END-IF.

           MOVE SPACES TO exc-line.
           STRING "SALARY CHANGE AND BAND EXCEPTION REPORT - "
                  ws-run-date
                  " THRESHOLD " ws-exc-pct " PCT"
             DELIMITED BY SIZE INTO exc-line.
           WRITE exc-line.

           CLOSE pay-in-file
                 pay-out-file
                 grade-ref-file
                 emp-out-file
                 pay-reject-file
                 pay-exc-file.

           DISPLAY "PAY LOAD COMPLETE.".
           DISPLAY "SALARY EXCEPTIONS: " ws-count-exceptions.
           DISPLAY "OUTSIDE GRADE BAND: " ws-count-out-of-band.

           IF ws-count-rejected > 0 OR ws-count-exceptions > 0
           OR ws-count-out-of-band > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

               NOT INVALID KEY
                   ADD 1 TO ws-count-written
                   PERFORM CHECK-SALARY-EXCEPTION
                   PERFORM CHECK-SALARY-BAND
           END-WRITE.

      * latest effective row strictly before the incoming date;

           DISPLAY "SALARY EXCEPTION: " exc-line(1:80).

      * GRADE-REF-REC still holds the band read by
      * VALIDATE-PAY-FIELDS for this row
       CHECK-SALARY-BAND.

           EVALUATE TRUE
               WHEN ws-new-salary < GRADE-REF-MIN
                   MOVE "BELOW MIN" TO ws-band-edge
                   MOVE GRADE-REF-MIN TO ws-band-edited
               WHEN ws-new-salary > GRADE-REF-MAX
                   MOVE "ABOVE MAX" TO ws-band-edge
                   MOVE GRADE-REF-MAX TO ws-band-edited
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

           ADD 1 TO ws-count-out-of-band.

           MOVE ws-new-salary TO ws-new-edited.

           MOVE SPACES TO exc-line.
           STRING "EMP-ID " PAY-EMP-ID
                  " GRADE " PAY-GRADE " " PAY-CURRENCY
                  " SALARY " ws-new-edited
                  " " ws-band-edge " " ws-band-edited
             DELIMITED BY SIZE INTO exc-line.
           WRITE exc-line.

           DISPLAY "OUT OF BAND: " exc-line(1:80).

       VALIDATE-PAY-FIELDS.

           IF FUNCTION TEST-NUMVAL-C(ws-emp-id-txt) NOT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-grade-txt(1:4)    TO GRADE-REF-CODE.
           MOVE ws-currency-txt(1:3) TO GRADE-REF-CURRENCY.

           READ grade-ref-file
               INVALID KEY
                   MOVE "Y" TO ws-row-rejected
                   MOVE "UNKNOWN GRADE" TO ws-reject-reason
           END-READ.

           IF ws-row-rejected = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF GRADE-REF-STATUS = "R"
               MOVE "Y" TO ws-row-rejected
               MOVE "RETIRED GRADE" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-eff-dd-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-eff-mm-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-eff-yyyy-txt) NOT = 0
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           MOVE SPACES TO ctl-report-line.
           STRING "OUTSIDE GRADE BAND: " ws-count-out-of-band
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           CLOSE pay-ctl-file.

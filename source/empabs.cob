       IDENTIFICATION DIVISION.
       PROGRAM-ID. empabs.
      * load absence periods from the daily absences CSV into the
      * indexed absence file
      * each row is cross-validated against a non-terminated
      * employee in employees.idx and may not start before the
      * employee's entry date; a period that overlaps one already
      * held for the employee is rejected, and a row identical to
      * one already held is counted as already loaded
      * days are working days lost, whole or half, and cannot be
      * more than the calendar days in the period
      * input absences.csv:
      *   emp-id,leave-type,start-date(dd/mm/yyyy),
      *   end-date(dd/mm/yyyy),days
      * leave types are listed in ABSREC.CPY
      * return codes: 0 = clean, 4 = rows rejected,
      *               12 = file unusable
      * usage: empabs
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT abs-in-file
           ASSIGN TO "absences.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-in.

         SELECT abs-out-file
           ASSIGN TO "absences.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABS-KEY
           FILE STATUS IS ws-fs-abs.

         SELECT emp-out-file
           ASSIGN TO "employees.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS emp-id
           ALTERNATE RECORD KEY IS emp-dept-id WITH DUPLICATES
           ALTERNATE RECORD KEY IS emp-role-id WITH DUPLICATES
           FILE STATUS IS ws-fs-out.

         SELECT abs-reject-file
           ASSIGN TO DYNAMIC ws-reject-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rej.

         SELECT abs-ctl-file
           ASSIGN TO DYNAMIC ws-ctl-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-ctl.

       DATA DIVISION.
       FILE SECTION.
       FD  abs-in-file
          RECORD CONTAINS 256 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 in-line PIC X(256).

       FD  abs-out-file.
       COPY "ABSREC.CPY".

       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  abs-reject-file
          RECORD CONTAINS 286 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 abs-reject-rec.
          05 rej-reason-code    PIC X(30).
          05 rej-original-line  PIC X(256).

       FD  abs-ctl-file
          RECORD CONTAINS 80 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 ctl-report-line PIC X(80).

       WORKING-STORAGE SECTION.

       01 ws-fs-in   PIC XX.
       01 ws-fs-abs  PIC XX.
       01 ws-fs-out  PIC XX.
       01 ws-fs-rej  PIC XX.
       01 ws-fs-ctl  PIC XX.

       01 ws-reject-filename PIC X(40).
       01 ws-ctl-filename    PIC X(40).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).

       01 ws-count-read      PIC 9(9) VALUE 0.
       01 ws-count-written   PIC 9(9) VALUE 0.
       01 ws-count-dup       PIC 9(9) VALUE 0.
       01 ws-count-rejected  PIC 9(9) VALUE 0.
       01 ws-days-written    PIC 9(9)V9 VALUE 0.

       01 ws-row-rejected   PIC X(1) VALUE "N".
       01 ws-row-duplicate  PIC X(1) VALUE "N".
       01 ws-reject-reason  PIC X(30).

       01 ws-text-fields.
          05 ws-emp-id-txt    PIC X(20).
          05 ws-type-txt      PIC X(10).
          05 ws-start-txt     PIC X(20).
          05 ws-end-txt       PIC X(20).
          05 ws-days-txt      PIC X(20).
          05 ws-dummy-txt     PIC X(5).

       01 ws-date-dd-txt     PIC X(2).
       01 ws-date-mm-txt     PIC X(2).
       01 ws-date-yyyy-txt   PIC X(4).

       01 ws-date-txt        PIC X(20).
       01 ws-date-yyyymmdd   PIC 9(8).
       01 ws-date-days       PIC 9(8).

       01 ws-new-empid       PIC 9(9).
       01 ws-new-type        PIC X(4).
       01 ws-new-start       PIC 9(8).
       01 ws-new-end         PIC 9(8).
       01 ws-new-days        PIC 9(3)V9.
       01 ws-start-days      PIC 9(8).
       01 ws-end-days        PIC 9(8).
       01 ws-period-days     PIC 9(8).
       01 ws-half-days       PIC 9(4)V9.
       01 ws-half-whole      PIC 9(4).
       01 ws-entry-date      PIC 9(8).

       01 ws-abs-scan-done   PIC X(1).
       01 ws-held-start      PIC 9(8).
       01 ws-held-end        PIC 9(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.

           OPEN INPUT abs-in-file.

           IF ws-fs-in NOT = "00"
               DISPLAY "OPEN ABSENCES.CSV FAILED, FS=" ws-fs-in
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O abs-out-file.

           IF ws-fs-abs = "35"
               OPEN OUTPUT abs-out-file
               CLOSE abs-out-file
               OPEN I-O abs-out-file
           END-IF.

           IF ws-fs-abs NOT = "00"
               DISPLAY "OPEN ABSENCES.IDX FAILED, FS=" ws-fs-abs
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "ABS-REJECTS." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-reject-filename.

           OPEN OUTPUT abs-reject-file.

           IF ws-fs-rej NOT = "00"
               DISPLAY "OPEN ABS-REJECTS FAILED, FS=" ws-fs-rej
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-LOOP UNTIL ws-fs-in = "10".

           CLOSE abs-in-file
                 abs-out-file
                 emp-out-file
                 abs-reject-file.

           PERFORM WRITE-CONTROL-REPORT.

           DISPLAY "ABSENCE LOAD COMPLETE.".
           DISPLAY "RECORDS WRITTEN: " ws-count-written.
           DISPLAY "ROWS REJECTED  : " ws-count-rejected.

           IF ws-count-rejected > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-LOOP.

           READ abs-in-file
               AT END MOVE "10" TO ws-fs-in
               NOT AT END
                   ADD 1 TO ws-count-read
                   PERFORM PROCESS-LINE
           END-READ.

       PROCESS-LINE.

           MOVE SPACES TO ws-text-fields.

           UNSTRING in-line DELIMITED BY ","
             INTO ws-emp-id-txt
                  ws-type-txt
                  ws-start-txt
                  ws-end-txt
                  ws-days-txt
                  ws-dummy-txt
           END-UNSTRING.

           INSPECT ws-text-fields
               REPLACING ALL X"0D" BY SPACE
                         ALL X"0A" BY SPACE
                         ALL X"09" BY SPACE
                         ALL '"'   BY SPACE.

           MOVE "N" TO ws-row-rejected.
           MOVE "N" TO ws-row-duplicate.
           MOVE SPACES TO ws-reject-reason.

           PERFORM VALIDATE-ABSENCE-FIELDS.

           IF ws-row-rejected = "Y"
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF.

           PERFORM CROSS-VALIDATE-EMPLOYEE.

           IF ws-row-rejected = "Y"
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-OVERLAP.

           IF ws-row-duplicate = "Y"
               ADD 1 TO ws-count-dup
               DISPLAY "ALREADY LOADED: EMP-ID=" ws-new-empid
                       " START " ws-new-start
               EXIT PARAGRAPH
           END-IF.

           IF ws-row-rejected = "Y"
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-new-empid       TO ABS-EMP-ID.
           MOVE ws-new-start(1:4)  TO ABS-START-YYYY.
           MOVE ws-new-start(5:2)  TO ABS-START-MM.
           MOVE ws-new-start(7:2)  TO ABS-START-DD.
           MOVE ws-new-end(1:4)    TO ABS-END-YYYY.
           MOVE ws-new-end(5:2)    TO ABS-END-MM.
           MOVE ws-new-end(7:2)    TO ABS-END-DD.
           MOVE ws-new-type        TO ABS-LEAVE-TYPE.
           MOVE ws-new-days        TO ABS-DAYS.
           MOVE ws-run-date        TO ABS-LOAD-DATE.

           WRITE ABS-REC
               INVALID KEY
                   ADD 1 TO ws-count-dup
                   DISPLAY "DUPLICATE ABSENCE RECORD FOR EMP-ID="
                           ABS-EMP-ID " START " ABS-START-DATE
               NOT INVALID KEY
                   ADD 1 TO ws-count-written
                   ADD ws-new-days TO ws-days-written
           END-WRITE.

       VALIDATE-ABSENCE-FIELDS.

           IF FUNCTION TEST-NUMVAL-C(ws-emp-id-txt) NOT = 0
               MOVE "Y" TO ws-row-rejected
               MOVE "BAD EMP-ID" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-emp-id-txt) TO ws-new-empid.

           MOVE ws-type-txt(1:4) TO ws-new-type.

           IF ws-type-txt(5:6) NOT = SPACES
           OR (ws-new-type NOT = "ANNL" AND NOT = "SICK"
               AND NOT = "PARN" AND NOT = "SPEC"
               AND NOT = "TRNG" AND NOT = "UNPD"
               AND NOT = "OTHR")
               MOVE "Y" TO ws-row-rejected
               MOVE "UNKNOWN LEAVE TYPE" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-start-txt TO ws-date-txt.
           PERFORM CONVERT-CSV-DATE.

           IF ws-date-days = 0
               MOVE "Y" TO ws-row-rejected
               MOVE "BAD START DATE" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-date-yyyymmdd TO ws-new-start.
           MOVE ws-date-days     TO ws-start-days.

           MOVE ws-end-txt TO ws-date-txt.
           PERFORM CONVERT-CSV-DATE.

           IF ws-date-days = 0
               MOVE "Y" TO ws-row-rejected
               MOVE "BAD END DATE" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-date-yyyymmdd TO ws-new-end.
           MOVE ws-date-days     TO ws-end-days.

           IF ws-new-end < ws-new-start
               MOVE "Y" TO ws-row-rejected
               MOVE "END DATE BEFORE START DATE" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-days-txt) NOT = 0
               MOVE "Y" TO ws-row-rejected
               MOVE "BAD DAYS" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-days-txt) TO ws-new-days.

           COMPUTE ws-half-days = ws-new-days * 2.
           MOVE ws-half-days TO ws-half-whole.

           IF ws-new-days = 0
           OR ws-half-days NOT = ws-half-whole
               MOVE "Y" TO ws-row-rejected
               MOVE "BAD DAYS" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-period-days = ws-end-days - ws-start-days + 1.

           IF ws-new-days > ws-period-days
               MOVE "Y" TO ws-row-rejected
               MOVE "DAYS EXCEED PERIOD" TO ws-reject-reason
           END-IF.

      * dd/mm/yyyy in ws-date-txt to ws-date-yyyymmdd; ws-date-days
      * is left at zero when the text is not a real date
       CONVERT-CSV-DATE.

           MOVE 0 TO ws-date-yyyymmdd.
           MOVE 0 TO ws-date-days.
           MOVE SPACES TO ws-date-dd-txt.
           MOVE SPACES TO ws-date-mm-txt.
           MOVE SPACES TO ws-date-yyyy-txt.

           UNSTRING ws-date-txt DELIMITED BY "/"
             INTO ws-date-dd-txt ws-date-mm-txt ws-date-yyyy-txt
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL-C(ws-date-dd-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-date-mm-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-date-yyyy-txt) NOT = 0
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-date-yyyymmdd =
               FUNCTION NUMVAL-C(ws-date-yyyy-txt) * 10000
               + FUNCTION NUMVAL-C(ws-date-mm-txt) * 100
               + FUNCTION NUMVAL-C(ws-date-dd-txt).

           COMPUTE ws-date-days =
               FUNCTION INTEGER-OF-DATE(ws-date-yyyymmdd)
               ON SIZE ERROR MOVE 0 TO ws-date-days
           END-COMPUTE.

       CROSS-VALIDATE-EMPLOYEE.

           MOVE ws-new-empid TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   MOVE "Y" TO ws-row-rejected
                   MOVE "EMP-ID NOT ON MASTER" TO ws-reject-reason
           END-READ.

           IF ws-row-rejected = "Y"
               EXIT PARAGRAPH
           END-IF.

           IF emp-term-flag = "Y"
               MOVE "Y" TO ws-row-rejected
               MOVE "EMPLOYEE TERMINATED" TO ws-reject-reason
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-entry-date =
               emp-entry-yyyy * 10000 + emp-entry-mm * 100
                   + emp-entry-dd.

           IF ws-new-start < ws-entry-date
               MOVE "Y" TO ws-row-rejected
               MOVE "STARTS BEFORE ENTRY DATE" TO ws-reject-reason
           END-IF.

      * every period held for the employee is compared; two periods
      * overlap when each starts on or before the other ends
       CHECK-OVERLAP.

           MOVE "N" TO ws-abs-scan-done.

           MOVE ws-new-empid TO ABS-EMP-ID.
           MOVE 0            TO ABS-START-YYYY.
           MOVE 0            TO ABS-START-MM.
           MOVE 0            TO ABS-START-DD.

           START abs-out-file KEY IS NOT < ABS-KEY
               INVALID KEY
                   MOVE "Y" TO ws-abs-scan-done
           END-START.

           PERFORM SCAN-HELD-ABSENCE
               UNTIL ws-abs-scan-done = "Y".

       SCAN-HELD-ABSENCE.

           READ abs-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-abs-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF ABS-EMP-ID NOT = ws-new-empid
               MOVE "Y" TO ws-abs-scan-done
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-held-start =
               ABS-START-YYYY * 10000 + ABS-START-MM * 100
                   + ABS-START-DD.
           COMPUTE ws-held-end =
               ABS-END-YYYY * 10000 + ABS-END-MM * 100
                   + ABS-END-DD.

           IF ws-held-start > ws-new-end
               MOVE "Y" TO ws-abs-scan-done
               EXIT PARAGRAPH
           END-IF.

           IF ws-held-end < ws-new-start
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO ws-abs-scan-done.

           IF ws-held-start = ws-new-start
           AND ws-held-end = ws-new-end
           AND ABS-LEAVE-TYPE = ws-new-type
           AND ABS-DAYS = ws-new-days
               MOVE "Y" TO ws-row-duplicate
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO ws-row-rejected.
           MOVE SPACES TO ws-reject-reason.
           STRING "OVERLAPS ABSENCE FROM " ws-held-start
             DELIMITED BY SIZE INTO ws-reject-reason.

       REJECT-ROW.

           MOVE ws-reject-reason TO rej-reason-code.
           MOVE in-line          TO rej-original-line.

           WRITE abs-reject-rec.

           ADD 1 TO ws-count-rejected.

           DISPLAY "REJECTED: " ws-reject-reason " - " in-line.

       WRITE-CONTROL-REPORT.

           STRING "ABS-LOAD-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-ctl-filename.

           OPEN OUTPUT abs-ctl-file.

           IF ws-fs-ctl NOT = "00"
               DISPLAY "OPEN CONTROL REPORT FAILED, FS=" ws-fs-ctl
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ctl-report-line.
           STRING "ABSENCE LOAD CONTROL REPORT - " ws-run-date
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           MOVE SPACES TO ctl-report-line.
           STRING "LINES READ      : " ws-count-read
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           MOVE SPACES TO ctl-report-line.
           STRING "RECORDS WRITTEN : " ws-count-written
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           MOVE SPACES TO ctl-report-line.
           STRING "DAYS WRITTEN    : " ws-days-written
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           MOVE SPACES TO ctl-report-line.
           STRING "ALREADY LOADED  : " ws-count-dup
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           MOVE SPACES TO ctl-report-line.
           STRING "ROWS REJECTED   : " ws-count-rejected
             DELIMITED BY SIZE INTO ctl-report-line.
           WRITE ctl-report-line.

           CLOSE abs-ctl-file.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. absrpt.
      * monthly absence report, absences.idx joined to employees.idx
      * absence days falling in the month by department and leave
      * type, with the absence rate against the working days
      * available: active headcount of the department times the
      * Monday to Friday days in the month
      * a period that runs across a month end is shared between
      * the months by calendar days
      * then the employees with more absence spells than the
      * threshold (default 3) starting in the twelve months up to
      * and including the report month
      * absence of employees no longer on the master is counted
      * in the totals under an unknown department
      * return codes: 0 = clean, 4 = employees over the threshold
      *               listed, 8 = bad parameter, 12 = file unusable
      * usage: absrpt yyyymm [threshold]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

         SELECT dept-ref-file
           ASSIGN TO "depts.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DEPT-REF-ID
           FILE STATUS IS ws-fs-dept.

         SELECT abs-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  abs-out-file.
       COPY "ABSREC.CPY".

       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  dept-ref-file.
       COPY "DEPTREF.CPY".

       FD  abs-rpt-file
          RECORD CONTAINS 100 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(100).

       WORKING-STORAGE SECTION.

       01 ws-fs-abs   PIC XX.
       01 ws-fs-out   PIC XX.
       01 ws-fs-dept  PIC XX.
       01 ws-fs-rpt   PIC XX.

       01 ws-rpt-filename PIC X(40).

       01 ws-run-parm       PIC X(80).
       01 ws-parm-month-txt PIC X(20).
       01 ws-parm-limit-txt PIC X(20).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).

       01 ws-rpt-month       PIC 9(6).
       01 ws-rpt-yyyy        PIC 9(4).
       01 ws-rpt-mm          PIC 9(2).
       01 ws-spell-limit     PIC 9(3) VALUE 3.

       01 ws-month-first     PIC 9(8).
       01 ws-month-last      PIC 9(8).
       01 ws-window-first    PIC 9(8).
       01 ws-first-days      PIC 9(8).
       01 ws-last-days       PIC 9(8).
       01 ws-day-int         PIC 9(8).
       01 ws-day-offset      PIC 9(8).
       01 ws-week-count      PIC 9(8).
       01 ws-weekday         PIC 9(1).
       01 ws-working-days    PIC 9(2) VALUE 0.
       01 ws-next-yyyy       PIC 9(4).
       01 ws-next-mm         PIC 9(2).
       01 ws-next-first      PIC 9(8).
       01 ws-window-yyyy     PIC 9(4).
       01 ws-window-mm       PIC 9(2).

       01 ws-depts-open    PIC X(1) VALUE "N".
       01 ws-emp-done      PIC X(1) VALUE "N".
       01 ws-abs-done      PIC X(1) VALUE "N".

       01 ws-entry-date    PIC 9(8).
       01 ws-abs-start     PIC 9(8).
       01 ws-abs-end       PIC 9(8).
       01 ws-abs-start-int PIC 9(8).
       01 ws-abs-end-int   PIC 9(8).
       01 ws-from-int      PIC 9(8).
       01 ws-to-int        PIC 9(8).
       01 ws-month-share   PIC 9(3)V9.

      * leave types in ABSREC.CPY order; any other code is
      * reported with OTHR
       01 ws-type-names-init PIC X(28)
          VALUE "ANNLSICKPARNSPECTRNGUNPDOTHR".
       01 ws-type-names REDEFINES ws-type-names-init.
          05 ws-type-name PIC X(4) OCCURS 7 TIMES.
       01 ws-type-sub      PIC 9(1).

      * dept 000 to 999 held at subscript dept + 1; subscript 1001
      * holds absence of employees not on the master
       01 ws-dept-table.
          05 ws-dept-entry OCCURS 1001 TIMES.
             10 ws-dept-head    PIC 9(7).
             10 ws-dept-days    PIC 9(7)V9.
             10 ws-cell-days    PIC 9(7)V9 OCCURS 7 TIMES.
       01 ws-dept-sub      PIC 9(4).
       01 ws-ref-id        PIC 9(3).

       01 ws-type-totals.
          05 ws-type-days   PIC 9(9)V9 OCCURS 7 TIMES.
       01 ws-total-head     PIC 9(9) VALUE 0.
       01 ws-total-days     PIC 9(9)V9 VALUE 0.

       01 ws-cur-empid     PIC 9(9) VALUE 0.
       01 ws-cur-found     PIC X(1) VALUE "N".
       01 ws-cur-name      PIC X(20).
       01 ws-cur-dept      PIC 9(3).
       01 ws-cur-spells    PIC 9(5) VALUE 0.
       01 ws-cur-spell-days PIC 9(5)V9 VALUE 0.

       01 ws-freq-table.
          05 ws-freq-entry OCCURS 2000 TIMES.
             10 ws-freq-empid   PIC 9(9).
             10 ws-freq-name    PIC X(20).
             10 ws-freq-dept    PIC X(3).
             10 ws-freq-spells  PIC 9(5).
             10 ws-freq-days    PIC 9(5)V9.
       01 ws-freq-used      PIC 9(4) VALUE 0.
       01 ws-freq-overflow  PIC 9(7) VALUE 0.
       01 ws-sub            PIC 9(4).

       01 ws-count-records  PIC 9(9) VALUE 0.
       01 ws-count-in-month PIC 9(9) VALUE 0.
       01 ws-count-over     PIC 9(7) VALUE 0.

       01 ws-available     PIC 9(9).
       01 ws-rate-days     PIC 9(9)V9.
       01 ws-rate          PIC 9(3)V99.
       01 ws-dept-name     PIC X(20).

       01 ws-days-edited    PIC ZZZ,ZZ9.9.
       01 ws-avail-edited   PIC ZZZ,ZZZ,ZZ9.
       01 ws-head-edited    PIC ZZZ,ZZ9.
       01 ws-rate-edited    PIC ZZ9.99.
       01 ws-spells-edited  PIC ZZ9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.

           PERFORM PARSE-PARAMETERS.

           PERFORM SET-MONTH-BOUNDS.

           PERFORM OPEN-ALL-FILES.

           INITIALIZE ws-dept-table.
           INITIALIZE ws-type-totals.

           PERFORM COUNT-HEADCOUNT
               UNTIL ws-emp-done = "Y".

           PERFORM READ-NEXT-ABSENCE
               UNTIL ws-abs-done = "Y".

           IF ws-cur-empid NOT = 0
               PERFORM CHECK-SPELL-FREQUENCY
           END-IF.

           PERFORM WRITE-REPORT-HEADING.

           PERFORM PRINT-DEPT
               VARYING ws-dept-sub FROM 1 BY 1
               UNTIL ws-dept-sub > 1001.

           PERFORM WRITE-COMPANY-TOTALS.

           PERFORM WRITE-FREQUENCY-SECTION.

           PERFORM CLOSE-ALL-FILES.

           DISPLAY "ABSENCE REPORT FOR   : " ws-rpt-month.
           DISPLAY "WORKING DAYS IN MONTH: " ws-working-days.
           DISPLAY "DAYS ABSENT IN MONTH : " ws-total-days.
           DISPLAY "OVER SPELL THRESHOLD : " ws-count-over.
           DISPLAY "REPORT WRITTEN: " ws-rpt-filename.

           IF ws-count-over > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-month-txt.
           MOVE SPACES TO ws-parm-limit-txt.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-parm-month-txt
                  ws-parm-limit-txt
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-month-txt) NOT = 0
               DISPLAY "USAGE: absrpt yyyymm [threshold]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-month-txt) TO ws-rpt-month.
           MOVE ws-rpt-month(1:4) TO ws-rpt-yyyy.
           MOVE ws-rpt-month(5:2) TO ws-rpt-mm.

           IF ws-rpt-yyyy < 1601 OR ws-rpt-mm < 1 OR ws-rpt-mm > 12
               DISPLAY "BAD MONTH: " ws-parm-month-txt
               DISPLAY "USAGE: absrpt yyyymm [threshold]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-parm-limit-txt = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-limit-txt) NOT = 0
               DISPLAY "USAGE: absrpt yyyymm [threshold]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-limit-txt) TO ws-spell-limit.

      * first and last day of the month, the first day of the
      * twelve-month window, and the weekdays in the month;
      * day 1 of INTEGER-OF-DATE (01/01/1601) was a Monday
       SET-MONTH-BOUNDS.

           COMPUTE ws-month-first =
               ws-rpt-yyyy * 10000 + ws-rpt-mm * 100 + 1.

           IF ws-rpt-mm = 12
               COMPUTE ws-next-yyyy = ws-rpt-yyyy + 1
               MOVE 1 TO ws-next-mm
           ELSE
               MOVE ws-rpt-yyyy TO ws-next-yyyy
               COMPUTE ws-next-mm = ws-rpt-mm + 1
           END-IF.

           COMPUTE ws-next-first =
               ws-next-yyyy * 10000 + ws-next-mm * 100 + 1.

           COMPUTE ws-first-days =
               FUNCTION INTEGER-OF-DATE(ws-month-first).
           COMPUTE ws-last-days =
               FUNCTION INTEGER-OF-DATE(ws-next-first) - 1.
           COMPUTE ws-month-last =
               FUNCTION DATE-OF-INTEGER(ws-last-days).

           IF ws-rpt-mm = 12
               MOVE ws-rpt-yyyy TO ws-window-yyyy
               MOVE 1 TO ws-window-mm
           ELSE
               COMPUTE ws-window-yyyy = ws-rpt-yyyy - 1
               COMPUTE ws-window-mm = ws-rpt-mm + 1
           END-IF.

           COMPUTE ws-window-first =
               ws-window-yyyy * 10000 + ws-window-mm * 100 + 1.

           PERFORM COUNT-WORKING-DAY
               VARYING ws-day-int FROM ws-first-days BY 1
               UNTIL ws-day-int > ws-last-days.

       COUNT-WORKING-DAY.

           COMPUTE ws-day-offset = ws-day-int - 1.

           DIVIDE ws-day-offset BY 7
               GIVING ws-week-count REMAINDER ws-weekday.

           IF ws-weekday < 5
               ADD 1 TO ws-working-days
           END-IF.

       OPEN-ALL-FILES.

           OPEN INPUT abs-out-file.

           IF ws-fs-abs NOT = "00"
               DISPLAY "OPEN ABSENCES.IDX FAILED, FS=" ws-fs-abs
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the dept reference file only supplies names
           OPEN INPUT dept-ref-file.

           IF ws-fs-dept = "00"
               MOVE "Y" TO ws-depts-open
           END-IF.

           STRING "ABS-MONTH-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT abs-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN ABSENCE REPORT FAILED, FS=" ws-fs-rpt
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.

           CLOSE abs-out-file
                 emp-out-file
                 abs-rpt-file.

           IF ws-depts-open = "Y"
               CLOSE dept-ref-file
           END-IF.

      * staff counted are those active on the master who had
      * joined by the end of the month
       COUNT-HEADCOUNT.

           READ emp-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-emp-done
                   EXIT PARAGRAPH
           END-READ.

           IF emp-term-flag = "Y"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-entry-date =
               emp-entry-yyyy * 10000 + emp-entry-mm * 100
                   + emp-entry-dd.

           IF ws-entry-date > ws-month-last
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-dept-sub = emp-dept-id + 1.
           ADD 1 TO ws-dept-head(ws-dept-sub).
           ADD 1 TO ws-total-head.

      * absences.idx is in emp-id order, so each employee's spells
      * are counted together and judged when the emp-id changes
       READ-NEXT-ABSENCE.

           READ abs-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-abs-done
                   EXIT PARAGRAPH
           END-READ.

           ADD 1 TO ws-count-records.

           IF ABS-EMP-ID NOT = ws-cur-empid
               IF ws-cur-empid NOT = 0
                   PERFORM CHECK-SPELL-FREQUENCY
               END-IF
               PERFORM START-NEW-EMPLOYEE
           END-IF.

           COMPUTE ws-abs-start =
               ABS-START-YYYY * 10000 + ABS-START-MM * 100
                   + ABS-START-DD.
           COMPUTE ws-abs-end =
               ABS-END-YYYY * 10000 + ABS-END-MM * 100
                   + ABS-END-DD.

           IF ws-abs-start >= ws-window-first
           AND ws-abs-start <= ws-month-last
               ADD 1 TO ws-cur-spells
               ADD ABS-DAYS TO ws-cur-spell-days
           END-IF.

           IF ws-abs-start > ws-month-last
           OR ws-abs-end < ws-month-first
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-in-month.

           PERFORM SHARE-DAYS-TO-MONTH.

           MOVE 7 TO ws-type-sub.

           PERFORM FIND-LEAVE-TYPE
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > 6.

           IF ws-cur-found = "Y"
               COMPUTE ws-dept-sub = ws-cur-dept + 1
           ELSE
               MOVE 1001 TO ws-dept-sub
           END-IF.

           ADD ws-month-share TO ws-cell-days(ws-dept-sub, ws-type-sub).
           ADD ws-month-share TO ws-dept-days(ws-dept-sub).
           ADD ws-month-share TO ws-type-days(ws-type-sub).
           ADD ws-month-share TO ws-total-days.

       FIND-LEAVE-TYPE.

           IF ABS-LEAVE-TYPE = ws-type-name(ws-sub)
               MOVE ws-sub TO ws-type-sub
           END-IF.

      * the days of a period that runs past either end of the month
      * are shared by the calendar days that fall inside it
       SHARE-DAYS-TO-MONTH.

           IF ws-abs-start >= ws-month-first
           AND ws-abs-end <= ws-month-last
               MOVE ABS-DAYS TO ws-month-share
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-abs-start-int =
               FUNCTION INTEGER-OF-DATE(ws-abs-start).
           COMPUTE ws-abs-end-int =
               FUNCTION INTEGER-OF-DATE(ws-abs-end).

           MOVE ws-abs-start-int TO ws-from-int.
           MOVE ws-abs-end-int   TO ws-to-int.

           IF ws-from-int < ws-first-days
               MOVE ws-first-days TO ws-from-int
           END-IF.

           IF ws-to-int > ws-last-days
               MOVE ws-last-days TO ws-to-int
           END-IF.

           COMPUTE ws-month-share ROUNDED =
               ABS-DAYS * (ws-to-int - ws-from-int + 1)
                   / (ws-abs-end-int - ws-abs-start-int + 1).

       START-NEW-EMPLOYEE.

           MOVE ABS-EMP-ID TO ws-cur-empid.
           MOVE 0 TO ws-cur-spells.
           MOVE 0 TO ws-cur-spell-days.
           MOVE "N" TO ws-cur-found.
           MOVE "** NOT ON MASTER **" TO ws-cur-name.
           MOVE 0 TO ws-cur-dept.

           MOVE ABS-EMP-ID TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y"           TO ws-cur-found
                   MOVE emp-last-name TO ws-cur-name
                   MOVE emp-dept-id   TO ws-cur-dept
           END-READ.

       CHECK-SPELL-FREQUENCY.

           IF ws-cur-spells <= ws-spell-limit
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-over.

           IF ws-freq-used >= 2000
               ADD 1 TO ws-freq-overflow
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-freq-used.
           MOVE ws-cur-empid      TO ws-freq-empid(ws-freq-used).
           MOVE ws-cur-name       TO ws-freq-name(ws-freq-used).
           MOVE ws-cur-spells     TO ws-freq-spells(ws-freq-used).
           MOVE ws-cur-spell-days TO ws-freq-days(ws-freq-used).

           IF ws-cur-found = "Y"
               MOVE ws-cur-dept TO ws-freq-dept(ws-freq-used)
           ELSE
               MOVE "???"       TO ws-freq-dept(ws-freq-used)
           END-IF.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "ABSENCE REPORT FOR " ws-rpt-month
                  " - RUN " ws-run-date
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "PERIOD " ws-month-first " TO " ws-month-last
                  "  WORKING DAYS " ws-working-days
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "DEPT NAME                 TYPE HEADCOUNT"
                  "  AVAILABLE DAYS  DAYS ABSENT  RATE %"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       PRINT-DEPT.

           IF ws-dept-head(ws-dept-sub) = 0
           AND ws-dept-days(ws-dept-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           IF ws-dept-sub = 1001
               MOVE "NOT ON MASTER       " TO ws-dept-name
           ELSE
               COMPUTE ws-ref-id = ws-dept-sub - 1
               MOVE "** UNKNOWN DEPT **  " TO ws-dept-name
               IF ws-depts-open = "Y"
                   MOVE ws-ref-id TO DEPT-REF-ID
                   READ dept-ref-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DEPT-REF-NAME TO ws-dept-name
                   END-READ
               END-IF
           END-IF.

           COMPUTE ws-available =
               ws-dept-head(ws-dept-sub) * ws-working-days.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           PERFORM PRINT-DEPT-TYPE
               VARYING ws-type-sub FROM 1 BY 1
               UNTIL ws-type-sub > 7.

           MOVE ws-dept-days(ws-dept-sub) TO ws-rate-days.
           PERFORM SET-RATE.

           MOVE ws-dept-head(ws-dept-sub) TO ws-head-edited.
           MOVE ws-available TO ws-avail-edited.

           MOVE SPACES TO rpt-line.
           IF ws-dept-sub = 1001
               STRING "--- " ws-dept-name "  ALL"
                      "                               "
                      ws-days-edited
                 DELIMITED BY SIZE INTO rpt-line
           ELSE
               STRING ws-ref-id " " ws-dept-name "  ALL"
                      "    " ws-head-edited
                      "     " ws-avail-edited
                      "    " ws-days-edited
                      "  " ws-rate-edited
                 DELIMITED BY SIZE INTO rpt-line
           END-IF.
           WRITE rpt-line.

       PRINT-DEPT-TYPE.

           IF ws-cell-days(ws-dept-sub, ws-type-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-cell-days(ws-dept-sub, ws-type-sub)
             TO ws-rate-days.
           PERFORM SET-RATE.

           MOVE SPACES TO rpt-line.
           IF ws-dept-sub = 1001
               STRING "                          "
                      ws-type-name(ws-type-sub)
                      "                              "
                      ws-days-edited
                 DELIMITED BY SIZE INTO rpt-line
           ELSE
               STRING "                          "
                      ws-type-name(ws-type-sub)
                      "                              "
                      ws-days-edited
                      "  " ws-rate-edited
                 DELIMITED BY SIZE INTO rpt-line
           END-IF.
           WRITE rpt-line.

      * rate of the days in ws-rate-days against ws-available
       SET-RATE.

           MOVE ws-rate-days TO ws-days-edited.
           MOVE 0 TO ws-rate.

           IF ws-available > 0
               COMPUTE ws-rate ROUNDED =
                   ws-rate-days * 100 / ws-available
                   ON SIZE ERROR MOVE 999.99 TO ws-rate
               END-COMPUTE
           END-IF.

           MOVE ws-rate TO ws-rate-edited.

       WRITE-COMPANY-TOTALS.

           COMPUTE ws-available = ws-total-head * ws-working-days.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "COMPANY TOTAL BY LEAVE TYPE"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           PERFORM PRINT-COMPANY-TYPE
               VARYING ws-type-sub FROM 1 BY 1
               UNTIL ws-type-sub > 7.

           MOVE ws-total-days TO ws-rate-days.
           PERFORM SET-RATE.

           MOVE ws-total-head TO ws-head-edited.
           MOVE ws-available  TO ws-avail-edited.

           MOVE SPACES TO rpt-line.
           STRING "    COMPANY               ALL"
                  "    " ws-head-edited
                  "     " ws-avail-edited
                  "    " ws-days-edited
                  "  " ws-rate-edited
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ABSENCE RECORDS READ   : " ws-count-records
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "PERIODS IN THE MONTH   : " ws-count-in-month
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       PRINT-COMPANY-TYPE.

           IF ws-type-days(ws-type-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-type-days(ws-type-sub) TO ws-rate-days.
           PERFORM SET-RATE.

           MOVE SPACES TO rpt-line.
           STRING "                          "
                  ws-type-name(ws-type-sub)
                  "                              "
                  ws-days-edited
                  "  " ws-rate-edited
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-FREQUENCY-SECTION.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EMPLOYEES WITH MORE THAN " ws-spell-limit
                  " SPELLS STARTING " ws-window-first
                  " TO " ws-month-last
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-freq-used = 0
               MOVE "  NONE" TO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO rpt-line.
           STRING "  EMP-ID    NAME                 DEPT  SPELLS"
                  "      DAYS"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           PERFORM PRINT-FREQUENCY-LINE
               VARYING ws-sub FROM 1 BY 1
               UNTIL ws-sub > ws-freq-used.

           IF ws-freq-overflow > 0
               MOVE SPACES TO rpt-line
               STRING "NOT LISTED (TABLE FULL): " ws-freq-overflow
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

       PRINT-FREQUENCY-LINE.

           MOVE ws-freq-spells(ws-sub) TO ws-spells-edited.
           MOVE ws-freq-days(ws-sub)   TO ws-days-edited.

           MOVE SPACES TO rpt-line.
           STRING "  " ws-freq-empid(ws-sub)
                  " " ws-freq-name(ws-sub)
                  " " ws-freq-dept(ws-sub)
                  "      " ws-spells-edited
                  " " ws-days-edited
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

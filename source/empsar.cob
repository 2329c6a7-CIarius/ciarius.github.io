       IDENTIFICATION DIVISION.
       PROGRAM-ID. empsar.
      * subject access export: everything held on one emp-id
      * gathered into one dated document EMP-SAR-nnnnnnnnn.ts
      *   master record        employees.idx
      *   alumni record        alumni.idx
      *   change history       EMPHIST-ARCH generations, oldest
      *                        first, then emphist.idx
      *   pay history          payroll.idx
      *   absence periods      absences.idx
      *   pending changes      emppend.idx
      *   reporting line       rptline.idx
      * a file that has never been created is reported as not
      * held; any other open failure stops the export, so a
      * document is never issued with a section missing
      * return codes: 0 = data found and exported, 4 = nothing
      *               held for the emp-id, 8 = bad parameter,
      *               12 = file unusable, or more archive
      *               generations than can be read
      * usage: empsar emp-id
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

         SELECT alum-file
           ASSIGN TO "alumni.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-EMP-ID
           ALTERNATE RECORD KEY IS ALUM-LAST-NAME WITH DUPLICATES
           FILE STATUS IS ws-fs-alm.

         SELECT emp-hist-file
           ASSIGN TO "emphist.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS ws-fs-hist.

         SELECT hist-arch-file
           ASSIGN TO DYNAMIC ws-arch-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-arc.

         SELECT sar-list-file
           ASSIGN TO "EMP-SAR-LIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-lst.

         SELECT pay-out-file
           ASSIGN TO "payroll.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-KEY
           FILE STATUS IS ws-fs-pay.

         SELECT abs-out-file
           ASSIGN TO "absences.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABS-KEY
           FILE STATUS IS ws-fs-abs.

         SELECT emp-pend-file
           ASSIGN TO "emppend.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND-KEY
           FILE STATUS IS ws-fs-pend.

         SELECT rpt-line-file
           ASSIGN TO "rptline.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LINE-EMP-ID
           ALTERNATE RECORD KEY IS LINE-MGR-ID WITH DUPLICATES
           FILE STATUS IS ws-fs-line.

         SELECT sar-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  alum-file.
       COPY "ALUMREC.CPY".

       FD  emp-hist-file.
       COPY "EMPHIST.CPY".

       FD  hist-arch-file
          RECORD CONTAINS 282 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 arch-rec PIC X(282).

       FD  sar-list-file
          RECORD CONTAINS 80 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 list-line PIC X(80).

       FD  pay-out-file.
       COPY "PAYREC.CPY".

       FD  abs-out-file.
       COPY "ABSREC.CPY".

       FD  emp-pend-file.
       COPY "PENDREC.CPY".

       FD  rpt-line-file.
       COPY "RPTLINE.CPY".

       FD  sar-rpt-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "EMPHIST.CPY"
           REPLACING LEADING ==HIST== BY ==SH==.

       COPY "EMPLOYEES.CPY"
           REPLACING LEADING ==EMP== BY ==AX==.

       01 ws-fs-out  PIC XX.
       01 ws-fs-alm  PIC XX.
       01 ws-fs-hist PIC XX.
       01 ws-fs-arc  PIC XX.
       01 ws-fs-lst  PIC XX.
       01 ws-fs-pay  PIC XX.
       01 ws-fs-abs  PIC XX.
       01 ws-fs-pend PIC XX.
       01 ws-fs-line PIC XX.
       01 ws-fs-rpt  PIC XX.

       01 ws-rpt-filename  PIC X(48).
       01 ws-arch-filename PIC X(40).
       01 ws-sys-command   PIC X(120).
       01 ws-cbl-rc        PIC S9(9) COMP-5.

       01 ws-run-parm      PIC X(80).
       01 ws-parm-id-txt   PIC X(20).
       01 ws-parm-empid    PIC 9(9).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).

       01 ws-alm-held    PIC X(1) VALUE "N".
       01 ws-hist-held   PIC X(1) VALUE "N".
       01 ws-pay-held    PIC X(1) VALUE "N".
       01 ws-abs-held    PIC X(1) VALUE "N".
       01 ws-pend-held   PIC X(1) VALUE "N".
       01 ws-line-held   PIC X(1) VALUE "N".

       01 ws-scan-done     PIC X(1).
       01 ws-section-count PIC 9(7).

       01 ws-arch-table.
          05 ws-arch-name OCCURS 200 TIMES PIC X(40).
       01 ws-arch-used     PIC 9(4) VALUE 0.
       01 ws-arch-sub      PIC 9(4).
       01 ws-arch-overflow PIC 9(5) VALUE 0.

       01 ws-count-master    PIC 9(1) VALUE 0.
       01 ws-count-alumni    PIC 9(1) VALUE 0.
       01 ws-count-hist      PIC 9(7) VALUE 0.
       01 ws-count-arch-hist PIC 9(7) VALUE 0.
       01 ws-count-pay       PIC 9(7) VALUE 0.
       01 ws-count-abs       PIC 9(7) VALUE 0.
       01 ws-count-pend      PIC 9(7) VALUE 0.
       01 ws-count-line      PIC 9(1) VALUE 0.
       01 ws-count-total     PIC 9(9) VALUE 0.

       01 ws-image-label    PIC X(40).
       01 ws-image          PIC X(117).
       01 ws-salary-edited  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 ws-days-edited    PIC ZZ9.9.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.

           PERFORM PARSE-PARAMETERS.

           PERFORM LIST-ARCHIVE-GENERATIONS.

           IF ws-arch-overflow > 0
               DISPLAY "ARCHIVES NOT READ (TABLE FULL): "
                       ws-arch-overflow " - NO DOCUMENT WRITTEN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-ALL-FILES.

           PERFORM WRITE-DOCUMENT-HEADING.

           PERFORM EXPORT-MASTER-RECORD.
           PERFORM EXPORT-ALUMNI-RECORD.
           PERFORM EXPORT-CHANGE-HISTORY.
           PERFORM EXPORT-PAY-HISTORY.
           PERFORM EXPORT-ABSENCES.
           PERFORM EXPORT-PENDING-CHANGES.
           PERFORM EXPORT-REPORTING-LINE.

           PERFORM WRITE-DOCUMENT-SUMMARY.

           PERFORM CLOSE-ALL-FILES.

           DISPLAY "SUBJECT ACCESS EXPORT FOR EMP-ID " ws-parm-empid.
           DISPLAY "ITEMS EXPORTED: " ws-count-total.
           DISPLAY "DOCUMENT WRITTEN: " ws-rpt-filename.

           IF ws-count-total = 0
               DISPLAY "NOTHING HELD FOR EMP-ID " ws-parm-empid
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-id-txt.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-parm-id-txt
           END-UNSTRING.

           IF ws-parm-id-txt = SPACES
           OR FUNCTION TEST-NUMVAL-C(ws-parm-id-txt) NOT = 0
               DISPLAY "USAGE: empsar emp-id"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-id-txt) TO ws-parm-empid.

      * status 35 means the file has never been created, so there
      * is nothing in it to hold on anyone
       OPEN-ALL-FILES.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT alum-file.
           EVALUATE ws-fs-alm
               WHEN "00"
                   MOVE "Y" TO ws-alm-held
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN ALUMNI.IDX FAILED, FS=" ws-fs-alm
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT emp-hist-file.
           EVALUATE ws-fs-hist
               WHEN "00"
                   MOVE "Y" TO ws-hist-held
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN EMPHIST.IDX FAILED, FS=" ws-fs-hist
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT pay-out-file.
           EVALUATE ws-fs-pay
               WHEN "00"
                   MOVE "Y" TO ws-pay-held
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN PAYROLL.IDX FAILED, FS=" ws-fs-pay
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT abs-out-file.
           EVALUATE ws-fs-abs
               WHEN "00"
                   MOVE "Y" TO ws-abs-held
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN ABSENCES.IDX FAILED, FS=" ws-fs-abs
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT emp-pend-file.
           EVALUATE ws-fs-pend
               WHEN "00"
                   MOVE "Y" TO ws-pend-held
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN EMPPEND.IDX FAILED, FS=" ws-fs-pend
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT rpt-line-file.
           EVALUATE ws-fs-line
               WHEN "00"
                   MOVE "Y" TO ws-line-held
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN RPTLINE.IDX FAILED, FS=" ws-fs-line
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           STRING "EMP-SAR-" ws-parm-empid "." ws-run-date
                  "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT sar-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN SUBJECT ACCESS DOCUMENT FAILED, FS="
                       ws-fs-rpt
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ALL-FILES.

           CLOSE emp-out-file
                 sar-rpt-file.

           IF ws-alm-held = "Y"
               CLOSE alum-file
           END-IF.

           IF ws-hist-held = "Y"
               CLOSE emp-hist-file
           END-IF.

           IF ws-pay-held = "Y"
               CLOSE pay-out-file
           END-IF.

           IF ws-abs-held = "Y"
               CLOSE abs-out-file
           END-IF.

           IF ws-pend-held = "Y"
               CLOSE emp-pend-file
           END-IF.

           IF ws-line-held = "Y"
               CLOSE rpt-line-file
           END-IF.

      * the yyyymmdd.hhmmss suffix sorts lexically, so ls hands the
      * generations back oldest first
       LIST-ARCHIVE-GENERATIONS.

           MOVE SPACES TO ws-sys-command.
           STRING "ls -1 EMPHIST-ARCH.[0-9]* > EMP-SAR-LIST"
                  " 2>/dev/null"
             DELIMITED BY SIZE INTO ws-sys-command.

           CALL "SYSTEM" USING ws-sys-command.

           OPEN INPUT sar-list-file.

           IF ws-fs-lst = "00"
               PERFORM READ-ARCHIVE-NAME UNTIL ws-fs-lst = "10"
               CLOSE sar-list-file
           END-IF.

           CALL "CBL_DELETE_FILE" USING "EMP-SAR-LIST"
               RETURNING ws-cbl-rc.

       READ-ARCHIVE-NAME.

           READ sar-list-file
               AT END MOVE "10" TO ws-fs-lst
               NOT AT END
                   IF list-line NOT = SPACES
                       IF ws-arch-used < 200
                           ADD 1 TO ws-arch-used
                           MOVE list-line
                             TO ws-arch-name(ws-arch-used)
                       ELSE
                           ADD 1 TO ws-arch-overflow
                           DISPLAY "ARCHIVE TABLE FULL, SKIPPED: "
                                   list-line
                       END-IF
                   END-IF
           END-READ.

       WRITE-DOCUMENT-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "SUBJECT ACCESS EXPORT - EMP-ID " ws-parm-empid
                  " - PRODUCED " ws-run-date " " ws-run-time
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ALL PERSONAL DATA HELD IN THE EMPLOYEE, ALUMNI,"
                  " HISTORY, PAY, ABSENCE, PENDING-CHANGE AND"
                  " REPORTING-LINE FILES"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

      * a master-layout image in ws-image, printed in full
       WRITE-IMAGE-LINES.

           MOVE ws-image TO AX-REC.

           MOVE SPACES TO rpt-line.
           STRING "    NAME " AX-FIRST-NAME " " AX-LAST-NAME
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "    GENDER " AX-GENDER-ID
                  "  DOB " AX-DOB-YYYY "-" AX-DOB-MM "-" AX-DOB-DD
                  "  ENTRY " AX-ENTRY-YYYY "-" AX-ENTRY-MM
                  "-" AX-ENTRY-DD
                  "  DEPT " AX-DEPT-ID
                  "  ROLE " AX-ROLE-ID
                  "  LOS " AX-LOS
                  "  LOS-FLAG " AX-LOS-FLAG
                  "  TERM " AX-TERM-FLAG
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       EXPORT-MASTER-RECORD.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "EMPLOYEE MASTER (EMPLOYEES.IDX)" TO rpt-line.
           WRITE rpt-line.

           MOVE ws-parm-empid TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   MOVE "  NO RECORD" TO rpt-line
                   WRITE rpt-line
                   EXIT PARAGRAPH
           END-READ.

           ADD 1 TO ws-count-master.
           ADD 1 TO ws-count-total.

           MOVE EMP-REC TO ws-image.
           PERFORM WRITE-IMAGE-LINES.

       EXPORT-ALUMNI-RECORD.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "ALUMNI ARCHIVE (ALUMNI.IDX)" TO rpt-line.
           WRITE rpt-line.

           IF ws-alm-held = "N"
               MOVE "  FILE NOT HELD" TO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-parm-empid TO ALUM-EMP-ID.

           READ alum-file KEY IS ALUM-EMP-ID
               INVALID KEY
                   MOVE "  NO RECORD" TO rpt-line
                   WRITE rpt-line
                   EXIT PARAGRAPH
           END-READ.

           ADD 1 TO ws-count-alumni.
           ADD 1 TO ws-count-total.

           MOVE SPACES TO rpt-line.
           STRING "  TERMINATED " ALUM-TERM-DATE
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE ALUM-EMP-IMAGE TO ws-image.
           PERFORM WRITE-IMAGE-LINES.

       EXPORT-CHANGE-HISTORY.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "CHANGE HISTORY (EMPHIST-ARCH GENERATIONS, "
                  "THEN EMPHIST.IDX)"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           PERFORM EXPORT-ONE-ARCHIVE
               VARYING ws-arch-sub FROM 1 BY 1
               UNTIL ws-arch-sub > ws-arch-used.

           IF ws-hist-held = "Y"
               MOVE "N" TO ws-scan-done
               MOVE ws-parm-empid TO HIST-EMP-ID
               MOVE 0             TO HIST-SEQ
               START emp-hist-file KEY IS NOT < HIST-KEY
                   INVALID KEY
                       MOVE "Y" TO ws-scan-done
               END-START
               PERFORM EXPORT-ONLINE-HISTORY
                   UNTIL ws-scan-done = "Y"
           END-IF.

           IF ws-count-hist = 0 AND ws-count-arch-hist = 0
               MOVE "  NO HISTORY" TO rpt-line
               WRITE rpt-line
           END-IF.

       EXPORT-ONE-ARCHIVE.

           MOVE ws-arch-name(ws-arch-sub) TO ws-arch-filename.

           OPEN INPUT hist-arch-file.

           IF ws-fs-arc NOT = "00"
               DISPLAY "OPEN " ws-arch-filename " FAILED, FS="
                       ws-fs-arc
               CLOSE sar-rpt-file
               CALL "CBL_DELETE_FILE" USING ws-rpt-filename
                   RETURNING ws-cbl-rc
               DISPLAY "PARTIAL DOCUMENT REMOVED: " ws-rpt-filename
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-ARCHIVE-ROW UNTIL ws-fs-arc = "10".

           CLOSE hist-arch-file.

       READ-ARCHIVE-ROW.

           READ hist-arch-file
               AT END MOVE "10" TO ws-fs-arc
               NOT AT END
                   MOVE arch-rec TO SH-REC
                   IF SH-EMP-ID = ws-parm-empid
                       ADD 1 TO ws-count-arch-hist
                       ADD 1 TO ws-count-total
                       MOVE ws-arch-filename TO ws-image-label
                       PERFORM WRITE-HISTORY-ENTRY
                   END-IF
           END-READ.

       EXPORT-ONLINE-HISTORY.

           READ emp-hist-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF HIST-EMP-ID NOT = ws-parm-empid
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-hist.
           ADD 1 TO ws-count-total.

           MOVE HIST-REC TO SH-REC.
           MOVE "EMPHIST.IDX" TO ws-image-label.
           PERFORM WRITE-HISTORY-ENTRY.

       WRITE-HISTORY-ENTRY.

           MOVE SPACES TO rpt-line.
           STRING "  " ws-image-label
                  " SEQ " SH-SEQ
                  " ON " SH-DATE " AT " SH-TIME
                  " BY " SH-PROGRAM
                  " SOURCE " SH-SOURCE
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF SH-BEFORE-IMAGE = SPACES
               MOVE "   BEFORE: RECORD CREATED" TO rpt-line
               WRITE rpt-line
           ELSE
               MOVE "   BEFORE:" TO rpt-line
               WRITE rpt-line
               MOVE SH-BEFORE-IMAGE TO ws-image
               PERFORM WRITE-IMAGE-LINES
           END-IF.

           IF SH-AFTER-IMAGE(10:) = SPACES
               MOVE "   AFTER : RECORD REMOVED" TO rpt-line
               WRITE rpt-line
           ELSE
               MOVE "   AFTER :" TO rpt-line
               WRITE rpt-line
               MOVE SH-AFTER-IMAGE TO ws-image
               PERFORM WRITE-IMAGE-LINES
           END-IF.

       EXPORT-PAY-HISTORY.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "PAY HISTORY (PAYROLL.IDX)" TO rpt-line.
           WRITE rpt-line.

           IF ws-pay-held = "N"
               MOVE "  FILE NOT HELD" TO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ws-scan-done.
           MOVE ws-parm-empid TO PAY-EMP-ID.
           MOVE 0 TO PAY-EFF-YYYY.
           MOVE 0 TO PAY-EFF-MM.
           MOVE 0 TO PAY-EFF-DD.

           START pay-out-file KEY IS NOT < PAY-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM EXPORT-PAY-ROW
               UNTIL ws-scan-done = "Y".

           IF ws-count-pay = 0
               MOVE "  NO PAY ROWS" TO rpt-line
               WRITE rpt-line
           END-IF.

       EXPORT-PAY-ROW.

           READ pay-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF PAY-EMP-ID NOT = ws-parm-empid
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-pay.
           ADD 1 TO ws-count-total.

           MOVE PAY-SALARY TO ws-salary-edited.

           MOVE SPACES TO rpt-line.
           STRING "  EFFECTIVE " PAY-EFF-YYYY "-" PAY-EFF-MM
                  "-" PAY-EFF-DD
                  "  SALARY " ws-salary-edited
                  " " PAY-CURRENCY
                  "  GRADE " PAY-GRADE
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       EXPORT-ABSENCES.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "ABSENCE PERIODS (ABSENCES.IDX)" TO rpt-line.
           WRITE rpt-line.

           IF ws-abs-held = "N"
               MOVE "  FILE NOT HELD" TO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ws-scan-done.
           MOVE ws-parm-empid TO ABS-EMP-ID.
           MOVE 0 TO ABS-START-YYYY.
           MOVE 0 TO ABS-START-MM.
           MOVE 0 TO ABS-START-DD.

           START abs-out-file KEY IS NOT < ABS-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM EXPORT-ABSENCE-ROW
               UNTIL ws-scan-done = "Y".

           IF ws-count-abs = 0
               MOVE "  NO ABSENCE RECORDED" TO rpt-line
               WRITE rpt-line
           END-IF.

       EXPORT-ABSENCE-ROW.

           READ abs-out-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF ABS-EMP-ID NOT = ws-parm-empid
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-abs.
           ADD 1 TO ws-count-total.

           MOVE ABS-DAYS TO ws-days-edited.

           MOVE SPACES TO rpt-line.
           STRING "  " ABS-LEAVE-TYPE
                  "  FROM " ABS-START-YYYY "-" ABS-START-MM
                  "-" ABS-START-DD
                  "  TO " ABS-END-YYYY "-" ABS-END-MM
                  "-" ABS-END-DD
                  "  DAYS " ws-days-edited
                  "  LOADED " ABS-LOAD-DATE
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       EXPORT-PENDING-CHANGES.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "PENDING CHANGES (EMPPEND.IDX)" TO rpt-line.
           WRITE rpt-line.

           IF ws-pend-held = "N"
               MOVE "  FILE NOT HELD" TO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO ws-scan-done.
           MOVE ws-parm-empid TO PEND-EMP-ID.
           MOVE 0 TO PEND-EFF-DATE.
           MOVE 0 TO PEND-SEQ.

           START emp-pend-file KEY IS NOT < PEND-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM EXPORT-PENDING-ROW
               UNTIL ws-scan-done = "Y".

           IF ws-count-pend = 0
               MOVE "  NO PENDING CHANGES" TO rpt-line
               WRITE rpt-line
           END-IF.

       EXPORT-PENDING-ROW.

           READ emp-pend-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF PEND-EMP-ID NOT = ws-parm-empid
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-pend.
           ADD 1 TO ws-count-total.

           MOVE SPACES TO rpt-line.
           STRING "  EFFECTIVE " PEND-EFF-DATE
                  "  " PEND-ACTION " " PEND-VALUE
                  "  KEYED " PEND-ENTRY-DATE " BY " PEND-REQUESTER
                  " VIA " PEND-PROGRAM
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF PEND-OVERRIDE NOT = SPACES
               MOVE SPACES TO rpt-line
               STRING "    BUDGET OVERRIDE: " PEND-OVERRIDE
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

       EXPORT-REPORTING-LINE.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "REPORTING LINE (RPTLINE.IDX)" TO rpt-line.
           WRITE rpt-line.

           IF ws-line-held = "N"
               MOVE "  FILE NOT HELD" TO rpt-line
               WRITE rpt-line
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-parm-empid TO LINE-EMP-ID.

           READ rpt-line-file KEY IS LINE-EMP-ID
               INVALID KEY
                   MOVE "  NO RECORD" TO rpt-line
                   WRITE rpt-line
                   EXIT PARAGRAPH
           END-READ.

           ADD 1 TO ws-count-line.
           ADD 1 TO ws-count-total.

           MOVE SPACES TO rpt-line.
           STRING "  REPORTS TO EMP-ID " LINE-MGR-ID
                  "  SINCE " LINE-EFF-DATE
                  "  SET BY " LINE-UPD-PROGRAM
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-DOCUMENT-SUMMARY.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "SUMMARY" TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  MASTER RECORDS      : " ws-count-master
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  ALUMNI RECORDS      : " ws-count-alumni
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  HISTORY ROWS ON-LINE: " ws-count-hist
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  HISTORY ROWS ARCHIVE: " ws-count-arch-hist
                  "  FROM " ws-arch-used " GENERATIONS"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  PAY ROWS            : " ws-count-pay
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  ABSENCE PERIODS     : " ws-count-abs
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  PENDING CHANGES     : " ws-count-pend
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "  REPORTING LINES     : " ws-count-line
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

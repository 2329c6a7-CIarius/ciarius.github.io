       IDENTIFICATION DIVISION.
       PROGRAM-ID. empanon.
      * anonymisation of alumni past the retention (in years)
      * alumni whose termination date is older than the retention
      * have their names and date of birth removed from every copy
      * of their record: the change-history rows on emphist.idx,
      * the rows in every EMPHIST-ARCH generation and, last of all,
      * the alumni.idx record itself.  the first name is blanked,
      * the last name becomes ANONYMISED and the date of birth is
      * cut back to 1 january of the birth year; gender, dept,
      * role, entry date and length of service are kept, so every
      * headcount, gap and trend count comes out the same as before
      * the alumni record is rewritten only once its history is
      * done, so an interrupted run is simply picked up again by
      * the next one; an emp-id that is back on employees.idx is a
      * rehire and is left alone.  no names go on the audit report
      * return codes: 0 = clean, 4 = work table full (rerun for
      *               the remainder), 8 = bad parameter or rewrite
      *               failures, 12 = file unusable, 16 = lock busy
      * usage: empanon [retention-years]   (defaults to 7)
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

         SELECT anon-work-file
           ASSIGN TO DYNAMIC ws-work-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-wrk.

         SELECT anon-list-file
           ASSIGN TO "EMP-ANON-LIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-lst.

         SELECT anon-rpt-file
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

       FD  anon-work-file
          RECORD CONTAINS 282 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 work-rec PIC X(282).

       FD  anon-list-file
          RECORD CONTAINS 80 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 list-line PIC X(80).

       FD  anon-rpt-file
          RECORD CONTAINS 100 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "EMPLOCKP.CPY".

       COPY "EMPHIST.CPY"
           REPLACING LEADING ==HIST== BY ==AH==.

       COPY "EMPLOYEES.CPY"
           REPLACING LEADING ==EMP== BY ==AX==.

       01 ws-fs-out  PIC XX.
       01 ws-fs-alm  PIC XX.
       01 ws-fs-hist PIC XX.
       01 ws-fs-arc  PIC XX.
       01 ws-fs-wrk  PIC XX.
       01 ws-fs-lst  PIC XX.
       01 ws-fs-rpt  PIC XX.

       01 ws-rpt-filename  PIC X(40).
       01 ws-arch-filename PIC X(40).
       01 ws-work-filename PIC X(40) VALUE "EMP-ANON-WORK".
       01 ws-sys-command   PIC X(120).
       01 ws-cbl-rc        PIC S9(9) COMP-5.

       01 ws-run-parm       PIC X(80).
       01 ws-parm-years-txt PIC X(10).

       01 ws-retain-years   PIC 9(2) VALUE 7.
       01 ws-retain-days    PIC 9(5).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).
       01 ws-today-yyyymmdd  PIC 9(8).
       01 ws-today-days      PIC 9(8).
       01 ws-term-days       PIC 9(8).

       01 ws-hist-open     PIC X(1) VALUE "N".
       01 ws-scan-done     PIC X(1).
       01 ws-image-changed PIC X(1).
       01 ws-row-changed   PIC X(1).
       01 ws-hist-done     PIC X(1).
       01 ws-image         PIC X(117).

       01 ws-cand-table.
          05 ws-cand-entry OCCURS 5000 TIMES.
             10 ws-cand-empid     PIC 9(9).
             10 ws-cand-termdate  PIC 9(8).
             10 ws-cand-hist-rows PIC 9(5).
             10 ws-cand-arch-rows PIC 9(5).
             10 ws-cand-failed    PIC X(1).
       01 ws-cand-used     PIC 9(4) VALUE 0.
       01 ws-cand-sub      PIC 9(4).
       01 ws-cand-ptr      PIC 9(4).
       01 ws-cand-overflow PIC 9(5) VALUE 0.
       01 ws-last-arch-id  PIC 9(9).

       01 ws-arch-table.
          05 ws-arch-entry OCCURS 200 TIMES.
             10 ws-arch-name    PIC X(40).
             10 ws-arch-changed PIC 9(7).
       01 ws-arch-used     PIC 9(4) VALUE 0.
       01 ws-arch-sub      PIC 9(4).
       01 ws-arch-overflow PIC 9(5) VALUE 0.

       01 ws-count-alumni     PIC 9(9) VALUE 0.
       01 ws-count-done-before PIC 9(9) VALUE 0.
       01 ws-count-retained   PIC 9(9) VALUE 0.
       01 ws-count-rehired    PIC 9(9) VALUE 0.
       01 ws-count-anonymised PIC 9(9) VALUE 0.
       01 ws-count-hist-rows  PIC 9(9) VALUE 0.
       01 ws-count-arch-rows  PIC 9(9) VALUE 0.
       01 ws-count-failed     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           PERFORM PARSE-PARAMETERS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.
           COMPUTE ws-today-yyyymmdd =
               ws-run-yyyy * 10000 + ws-run-mm * 100 + ws-run-dd.
           COMPUTE ws-today-days =
               FUNCTION INTEGER-OF-DATE(ws-today-yyyymmdd).
           COMPUTE ws-retain-days = ws-retain-years * 365.

           PERFORM ACQUIRE-MASTER-LOCK.

           PERFORM OPEN-ALL-FILES.

           PERFORM COLLECT-EXPIRED-ALUMNI.

           CLOSE emp-out-file.

           PERFORM ANONYMISE-ONLINE-HISTORY
               VARYING ws-cand-sub FROM 1 BY 1
               UNTIL ws-cand-sub > ws-cand-used.

           IF ws-hist-open = "Y"
               CLOSE emp-hist-file
           END-IF.

           PERFORM LIST-ARCHIVE-GENERATIONS.

           PERFORM ANONYMISE-ONE-ARCHIVE
               VARYING ws-arch-sub FROM 1 BY 1
               UNTIL ws-arch-sub > ws-arch-used.

           PERFORM ANONYMISE-ALUMNI-RECORD
               VARYING ws-cand-sub FROM 1 BY 1
               UNTIL ws-cand-sub > ws-cand-used.

           CLOSE alum-file.

           PERFORM RELEASE-MASTER-LOCK.

           PERFORM WRITE-AUDIT-REPORT.

           DISPLAY "ALUMNI SCANNED       : " ws-count-alumni.
           DISPLAY "ALREADY ANONYMISED   : " ws-count-done-before.
           DISPLAY "WITHIN RETENTION     : " ws-count-retained.
           DISPLAY "REHIRED, LEFT ALONE  : " ws-count-rehired.
           DISPLAY "ANONYMISED THIS RUN  : " ws-count-anonymised.
           DISPLAY "HISTORY ROWS CHANGED : " ws-count-hist-rows.
           DISPLAY "ARCHIVE ROWS CHANGED : " ws-count-arch-rows.
           DISPLAY "AUDIT REPORT WRITTEN : " ws-rpt-filename.

           IF ws-count-failed > 0
               DISPLAY "ANONYMISATION FAILURES: " ws-count-failed
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF ws-cand-overflow > 0
               DISPLAY "WORK TABLE FULL, " ws-cand-overflow
                       " ALUMNI NOT JUDGED - RERUN FOR REMAINDER"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-years-txt.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-parm-years-txt
           END-UNSTRING.

           IF ws-parm-years-txt = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-years-txt) NOT = 0
               DISPLAY "USAGE: empanon [retention-years]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-years-txt)
             TO ws-retain-years.

       OPEN-ALL-FILES.

           OPEN I-O alum-file.

           IF ws-fs-alm = "35"
               DISPLAY "ALUMNI.IDX NOT ON DISK, NOTHING TO DO"
               PERFORM RELEASE-MASTER-LOCK
               STOP RUN
           END-IF.

           IF ws-fs-alm NOT = "00"
               DISPLAY "OPEN ALUMNI.IDX FAILED, FS=" ws-fs-alm
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               CLOSE alum-file
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O emp-hist-file.

           EVALUATE ws-fs-hist
               WHEN "00"
                   MOVE "Y" TO ws-hist-open
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPEN EMPHIST.IDX FAILED, FS=" ws-fs-hist
                   CLOSE alum-file
                         emp-out-file
                   PERFORM RELEASE-MASTER-LOCK
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * the alumni file is read in emp-id order, so the table comes
      * out sorted for the merge against each archive generation
       COLLECT-EXPIRED-ALUMNI.

           MOVE "N" TO ws-scan-done.

           PERFORM SCAN-ALUMNI-RECORD
               UNTIL ws-scan-done = "Y".

       SCAN-ALUMNI-RECORD.

           READ alum-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
               NOT AT END
                   ADD 1 TO ws-count-alumni
                   PERFORM JUDGE-ALUMNI-RECORD
           END-READ.

       JUDGE-ALUMNI-RECORD.

           IF ALUM-LAST-NAME = "ANONYMISED"
               ADD 1 TO ws-count-done-before
               EXIT PARAGRAPH
           END-IF.

           COMPUTE ws-term-days =
               FUNCTION INTEGER-OF-DATE(ALUM-TERM-DATE)
               ON SIZE ERROR MOVE ws-today-days TO ws-term-days
           END-COMPUTE.

           IF ws-today-days - ws-term-days <= ws-retain-days
               ADD 1 TO ws-count-retained
               EXIT PARAGRAPH
           END-IF.

           MOVE ALUM-EMP-ID TO emp-id.

           READ emp-out-file KEY IS emp-id
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ws-count-rehired
                   EXIT PARAGRAPH
           END-READ.

           IF ws-cand-used >= 5000
               ADD 1 TO ws-cand-overflow
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-cand-used.
           MOVE ALUM-EMP-ID    TO ws-cand-empid(ws-cand-used).
           MOVE ALUM-TERM-DATE TO ws-cand-termdate(ws-cand-used).
           MOVE 0              TO ws-cand-hist-rows(ws-cand-used).
           MOVE 0              TO ws-cand-arch-rows(ws-cand-used).
           MOVE "N"            TO ws-cand-failed(ws-cand-used).

      * a blank image (record created) and a purge row's after
      * image (emp-id only) carry no personal data and are left
       ANONYMISE-IMAGE.

           MOVE "N" TO ws-image-changed.

           IF ws-image = SPACES
           OR ws-image(10:) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-image TO AX-REC.

           MOVE SPACES       TO AX-FIRST-NAME.
           MOVE "ANONYMISED" TO AX-LAST-NAME.
           MOVE 1            TO AX-DOB-MM.
           MOVE 1            TO AX-DOB-DD.

           IF AX-REC NOT = ws-image
               MOVE AX-REC TO ws-image
               MOVE "Y"    TO ws-image-changed
           END-IF.

       ANONYMISE-HISTORY-IMAGES.

           MOVE "N" TO ws-row-changed.

           MOVE AH-BEFORE-IMAGE TO ws-image.
           PERFORM ANONYMISE-IMAGE.
           IF ws-image-changed = "Y"
               MOVE ws-image TO AH-BEFORE-IMAGE
               MOVE "Y"      TO ws-row-changed
           END-IF.

           MOVE AH-AFTER-IMAGE TO ws-image.
           PERFORM ANONYMISE-IMAGE.
           IF ws-image-changed = "Y"
               MOVE ws-image TO AH-AFTER-IMAGE
               MOVE "Y"      TO ws-row-changed
           END-IF.

       ANONYMISE-ONLINE-HISTORY.

           IF ws-hist-open = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-cand-empid(ws-cand-sub) TO HIST-EMP-ID.
           MOVE 0                          TO HIST-SEQ.

           START emp-hist-file KEY IS NOT < HIST-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.

           MOVE "N" TO ws-hist-done.

           PERFORM ANONYMISE-HISTORY-ROW
               UNTIL ws-hist-done = "Y".

       ANONYMISE-HISTORY-ROW.

           READ emp-hist-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-hist-done
                   EXIT PARAGRAPH
           END-READ.

           IF HIST-EMP-ID NOT = ws-cand-empid(ws-cand-sub)
               MOVE "Y" TO ws-hist-done
               EXIT PARAGRAPH
           END-IF.

           MOVE HIST-REC TO AH-REC.
           PERFORM ANONYMISE-HISTORY-IMAGES.

           IF ws-row-changed = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE AH-REC TO HIST-REC.

           REWRITE HIST-REC
               INVALID KEY
                   DISPLAY "HISTORY REWRITE FAILED FOR EMP-ID="
                           HIST-EMP-ID " FS=" ws-fs-hist
                   MOVE "Y" TO ws-cand-failed(ws-cand-sub)
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO ws-cand-hist-rows(ws-cand-sub).
           ADD 1 TO ws-count-hist-rows.

      * the yyyymmdd.hhmmss suffix sorts lexically, so ls hands the
      * generations back oldest first
       LIST-ARCHIVE-GENERATIONS.

           MOVE SPACES TO ws-sys-command.
           STRING "ls -1 EMPHIST-ARCH.[0-9]* > EMP-ANON-LIST"
                  " 2>/dev/null"
             DELIMITED BY SIZE INTO ws-sys-command.

           CALL "SYSTEM" USING ws-sys-command.

           OPEN INPUT anon-list-file.

           IF ws-fs-lst = "00"
               PERFORM READ-ARCHIVE-NAME UNTIL ws-fs-lst = "10"
               CLOSE anon-list-file
           END-IF.

           CALL "CBL_DELETE_FILE" USING "EMP-ANON-LIST"
               RETURNING ws-cbl-rc.

           IF ws-arch-overflow > 0
               DISPLAY "ARCHIVE TABLE FULL, " ws-arch-overflow
                       " GENERATIONS NOT READ"
               DISPLAY "NO ALUMNI RECORD REWRITTEN, NOTHING LOST - "
                       "RERUN WHEN THE GENERATIONS ARE CONSOLIDATED"
               CLOSE alum-file
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-ARCHIVE-NAME.

           READ anon-list-file
               AT END MOVE "10" TO ws-fs-lst
               NOT AT END
                   IF list-line NOT = SPACES
                       IF ws-arch-used < 200
                           ADD 1 TO ws-arch-used
                           MOVE list-line
                             TO ws-arch-name(ws-arch-used)
                           MOVE 0 TO ws-arch-changed(ws-arch-used)
                       ELSE
                           ADD 1 TO ws-arch-overflow
                       END-IF
                   END-IF
           END-READ.

      * each generation is copied to the work file with the
      * candidates' rows anonymised, and swapped in only if
      * something changed; a failed swap leaves the copy on disk
      * and stops before any alumni record is marked done
       ANONYMISE-ONE-ARCHIVE.

           IF ws-cand-used = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-arch-name(ws-arch-sub) TO ws-arch-filename.

           OPEN INPUT hist-arch-file.

           IF ws-fs-arc NOT = "00"
               DISPLAY "OPEN " ws-arch-filename " FAILED, FS="
                       ws-fs-arc
               CLOSE alum-file
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT anon-work-file.

           IF ws-fs-wrk NOT = "00"
               DISPLAY "OPEN ANONYMISATION WORK FILE FAILED, FS="
                       ws-fs-wrk
               CLOSE hist-arch-file
                     alum-file
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO ws-cand-ptr.
           MOVE 0 TO ws-last-arch-id.

           PERFORM COPY-ARCHIVE-ROW UNTIL ws-fs-arc = "10".

           CLOSE hist-arch-file
                 anon-work-file.

           IF ws-arch-changed(ws-arch-sub) = 0
               CALL "CBL_DELETE_FILE" USING ws-work-filename
                   RETURNING ws-cbl-rc
               EXIT PARAGRAPH
           END-IF.

           CALL "CBL_DELETE_FILE" USING ws-arch-filename
               RETURNING ws-cbl-rc.

           CALL "CBL_COPY_FILE" USING ws-work-filename
               ws-arch-filename RETURNING ws-cbl-rc.

           IF ws-cbl-rc NOT = 0
               DISPLAY "SWAP OF ANONYMISED ARCHIVE FAILED, RC="
                       ws-cbl-rc
               DISPLAY "ROWS FOR " ws-arch-filename " ARE IN "
                       ws-work-filename
               CLOSE alum-file
               PERFORM RELEASE-MASTER-LOCK
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "CBL_DELETE_FILE" USING ws-work-filename
               RETURNING ws-cbl-rc.

       COPY-ARCHIVE-ROW.

           READ hist-arch-file
               AT END
                   MOVE "10" TO ws-fs-arc
                   EXIT PARAGRAPH
           END-READ.

           MOVE arch-rec TO AH-REC.

           PERFORM MATCH-ARCHIVE-ROW.

           IF ws-cand-ptr <= ws-cand-used
           AND ws-cand-empid(ws-cand-ptr) = AH-EMP-ID
               PERFORM ANONYMISE-HISTORY-IMAGES
               IF ws-row-changed = "Y"
                   ADD 1 TO ws-arch-changed(ws-arch-sub)
                   ADD 1 TO ws-cand-arch-rows(ws-cand-ptr)
                   ADD 1 TO ws-count-arch-rows
               END-IF
           END-IF.

           MOVE AH-REC TO work-rec.

           WRITE work-rec.

      * archive rows run in emp-id order, so the table pointer only
      * moves forward; it starts again if the order ever drops back
       MATCH-ARCHIVE-ROW.

           IF AH-EMP-ID < ws-last-arch-id
               MOVE 1 TO ws-cand-ptr
           END-IF.

           MOVE AH-EMP-ID TO ws-last-arch-id.

           PERFORM ADVANCE-CANDIDATE-POINTER
               UNTIL ws-cand-ptr > ws-cand-used
               OR ws-cand-empid(ws-cand-ptr) >= AH-EMP-ID.

       ADVANCE-CANDIDATE-POINTER.

           ADD 1 TO ws-cand-ptr.

      * done last, so a run interrupted before this point finds the
      * employee still un-anonymised and redoes the history next time
       ANONYMISE-ALUMNI-RECORD.

           IF ws-cand-failed(ws-cand-sub) = "Y"
               ADD 1 TO ws-count-failed
               EXIT PARAGRAPH
           END-IF.

           MOVE ws-cand-empid(ws-cand-sub) TO ALUM-EMP-ID.

           READ alum-file KEY IS ALUM-EMP-ID
               INVALID KEY
                   DISPLAY "ALUMNI READ FAILED FOR EMP-ID="
                           ALUM-EMP-ID
                   MOVE "Y" TO ws-cand-failed(ws-cand-sub)
                   ADD 1 TO ws-count-failed
                   EXIT PARAGRAPH
           END-READ.

           MOVE ALUM-EMP-IMAGE TO ws-image.
           PERFORM ANONYMISE-IMAGE.

           MOVE ws-image     TO ALUM-EMP-IMAGE.
           MOVE "ANONYMISED" TO ALUM-LAST-NAME.

           REWRITE ALUM-REC
               INVALID KEY
                   DISPLAY "ALUMNI REWRITE FAILED FOR EMP-ID="
                           ALUM-EMP-ID " FS=" ws-fs-alm
                   MOVE "Y" TO ws-cand-failed(ws-cand-sub)
                   ADD 1 TO ws-count-failed
                   EXIT PARAGRAPH
           END-REWRITE.

           ADD 1 TO ws-count-anonymised.

       ACQUIRE-MASTER-LOCK.

           MOVE "ACQUIRE" TO LOCK-PARM-ACTION.
           MOVE "empanon" TO LOCK-PARM-PROGRAM.

           CALL "emplock" USING LOCK-PARM.

           IF LOCK-PARM-RESULT = "B"
               DISPLAY "EMPLOYEES.IDX LOCKED BY " LOCK-PARM-HOLDER
               DISPLAY "RERUN WHEN THE HOLDER FINISHES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF LOCK-PARM-RESULT NOT = "G"
               DISPLAY "STALE OR UNREADABLE LOCK: " LOCK-PARM-HOLDER
               DISPLAY "CLEAR IT WITH emplkmnt CLEAR FORCE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-MASTER-LOCK.

           MOVE "RELEASE" TO LOCK-PARM-ACTION.

           CALL "emplock" USING LOCK-PARM.

       WRITE-AUDIT-REPORT.

           STRING "EMP-ANON-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT anon-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN AUDIT REPORT FAILED, FS=" ws-fs-rpt
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO rpt-line.
           STRING "ALUMNI ANONYMISATION AUDIT REPORT - " ws-run-date
                  " " ws-run-time
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "RETENTION YEARS      : " ws-retain-years
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EMP-ID     TERMINATED  HISTORY ROWS  ARCHIVE ROWS"
                  "  OUTCOME"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           PERFORM WRITE-AUDIT-LINE
               VARYING ws-cand-sub FROM 1 BY 1
               UNTIL ws-cand-sub > ws-cand-used.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           PERFORM WRITE-ARCHIVE-LINE
               VARYING ws-arch-sub FROM 1 BY 1
               UNTIL ws-arch-sub > ws-arch-used.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ALUMNI SCANNED       : " ws-count-alumni
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ALREADY ANONYMISED   : " ws-count-done-before
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "WITHIN RETENTION     : " ws-count-retained
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "REHIRED, LEFT ALONE  : " ws-count-rehired
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ANONYMISED THIS RUN  : " ws-count-anonymised
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "HISTORY ROWS CHANGED : " ws-count-hist-rows
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ARCHIVE ROWS CHANGED : " ws-count-arch-rows
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-count-failed > 0
               MOVE SPACES TO rpt-line
               STRING "FAILURES, RERUN      : " ws-count-failed
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           IF ws-cand-overflow > 0
               MOVE SPACES TO rpt-line
               STRING "NOT JUDGED (TABLE FULL): " ws-cand-overflow
                      "  RERUN FOR REMAINDER"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

           CLOSE anon-rpt-file.

       WRITE-AUDIT-LINE.

           MOVE SPACES TO rpt-line.

           IF ws-cand-failed(ws-cand-sub) = "Y"
               STRING ws-cand-empid(ws-cand-sub) "  "
                      ws-cand-termdate(ws-cand-sub) "    "
                      ws-cand-hist-rows(ws-cand-sub) "         "
                      ws-cand-arch-rows(ws-cand-sub) "         "
                      "FAILED - RERUN"
                 DELIMITED BY SIZE INTO rpt-line
           ELSE
               STRING ws-cand-empid(ws-cand-sub) "  "
                      ws-cand-termdate(ws-cand-sub) "    "
                      ws-cand-hist-rows(ws-cand-sub) "         "
                      ws-cand-arch-rows(ws-cand-sub) "         "
                      "ANONYMISED"
                 DELIMITED BY SIZE INTO rpt-line
           END-IF.

           WRITE rpt-line.

       WRITE-ARCHIVE-LINE.

           IF ws-arch-changed(ws-arch-sub) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO rpt-line.
           STRING "REWRITTEN " ws-arch-name(ws-arch-sub)
                  " ROWS CHANGED " ws-arch-changed(ws-arch-sub)
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

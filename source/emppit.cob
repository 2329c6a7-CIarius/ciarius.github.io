       IDENTIFICATION DIVISION.
       PROGRAM-ID. emppit.
      * point-in-time reconstruction of the employee master
      * rebuilds employees.idx as it stood at the end of a past day
      * by replaying the change history: every EMPHIST-ARCH
      * generation emphroll has written, oldest first, then the
      * on-line emphist.idx; the latest after image dated on or
      * before the requested day is the employee's state, and for
      * an employee whose first known change comes later, the
      * before image of that change is the state held until then
      * employees purged by the requested day are left out
      * the result is an indexed snapshot in the EMP-REC layout
      * with the master's keys, employees.asof.yyyymmdd, which
      * emprpt, payrpt and paygap accept in place of employees.idx
      * through their master-file parameter
      * the run refuses a day older than the oldest history held
      * (emphkp may have deleted old archive generations), and
      * lists master and alumni employees whose entry date is on
      * or before the requested day but who have no history to say
      * what they were on it - usually because their rows rolled
      * off before the oldest archive still on disk
      * employees dropped by a full reload leave no history row,
      * so they stay on the snapshot as last recorded
      * return codes: 0 = clean, 4 = employees not covered,
      *               8 = bad date or date older than the history,
      *               12 = file unusable
      * usage: emppit yyyymmdd
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

         SELECT pit-list-file
           ASSIGN TO "EMP-PIT-LIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-lst.

         SELECT pit-work-file
           ASSIGN TO "EMP-PIT-WORK"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pw-emp-id
           FILE STATUS IS ws-fs-wrk.

         SELECT emp-snap-file
           ASSIGN TO DYNAMIC ws-snap-filename
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SNP-ID
           ALTERNATE RECORD KEY IS SNP-DEPT-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS SNP-ROLE-ID WITH DUPLICATES
           FILE STATUS IS ws-fs-snp.

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

         SELECT pit-rpt-file
           ASSIGN TO DYNAMIC ws-rpt-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-rpt.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-hist-file.
       COPY "EMPHIST.CPY".

       FD  hist-arch-file
          RECORD CONTAINS 282 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 arch-rec PIC X(282).

       FD  pit-list-file
          RECORD CONTAINS 80 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 list-line PIC X(80).

      * pw-state: L = in force on the day, B = before image of a
      * later change, N = created after the day, P = purged
       FD  pit-work-file.
       01 pw-rec.
          05 pw-emp-id      PIC 9(9).
          05 pw-stamp       PIC 9(14).
          05 pw-state       PIC X(1).
          05 pw-image       PIC X(117).

       FD  emp-snap-file.
       COPY "EMPLOYEES.CPY"
           REPLACING LEADING ==EMP== BY ==SNP==.

       FD  emp-out-file.
       COPY "EMPLOYEES.CPY".

       FD  alum-file.
       COPY "ALUMREC.CPY".

       FD  pit-rpt-file
          RECORD CONTAINS 100 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 rpt-line PIC X(100).

       WORKING-STORAGE SECTION.

       COPY "EMPHIST.CPY"
           REPLACING LEADING ==HIST== BY ==RP==.

       COPY "EMPLOYEES.CPY"
           REPLACING LEADING ==EMP== BY ==AX==.

       01 ws-fs-hist PIC XX.
       01 ws-fs-arc  PIC XX.
       01 ws-fs-lst  PIC XX.
       01 ws-fs-wrk  PIC XX.
       01 ws-fs-snp  PIC XX.
       01 ws-fs-out  PIC XX.
       01 ws-fs-alm  PIC XX.
       01 ws-fs-rpt  PIC XX.

       01 ws-arch-filename PIC X(40).
       01 ws-snap-filename PIC X(40).
       01 ws-rpt-filename  PIC X(40).

       01 ws-sys-command   PIC X(120).
       01 ws-cbl-rc        PIC S9(9) COMP-5.

       01 ws-run-parm      PIC X(80).
       01 ws-parm-date-txt PIC X(20).

       01 ws-asof-date     PIC 9(8).
       01 ws-asof-days     PIC 9(8).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).
       01 ws-today-yyyymmdd  PIC 9(8).

       01 ws-arch-table.
          05 ws-arch-name OCCURS 200 TIMES PIC X(40).
       01 ws-arch-used     PIC 9(4) VALUE 0.
       01 ws-arch-sub      PIC 9(4).
       01 ws-arch-overflow PIC 9(5) VALUE 0.

       01 ws-earliest-date PIC 9(8) VALUE 99999999.
       01 ws-row-stamp     PIC 9(14).
       01 ws-work-found    PIC X(1).
       01 ws-entry-date    PIC 9(8).
       01 ws-alumni-open   PIC X(1) VALUE "N".
       01 ws-uncovered-from PIC X(7).

       01 ws-count-rows       PIC 9(9) VALUE 0.
       01 ws-count-arch-rows  PIC 9(9) VALUE 0.
       01 ws-count-snapshot   PIC 9(9) VALUE 0.
       01 ws-count-purged     PIC 9(9) VALUE 0.
       01 ws-count-later      PIC 9(9) VALUE 0.
       01 ws-count-uncovered  PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.
           COMPUTE ws-today-yyyymmdd =
               ws-run-yyyy * 10000 + ws-run-mm * 100 + ws-run-dd.

           PERFORM PARSE-PARAMETERS.

           OPEN OUTPUT pit-work-file.
           CLOSE pit-work-file.
           OPEN I-O pit-work-file.

           IF ws-fs-wrk NOT = "00"
               DISPLAY "OPEN WORK INDEX FAILED, FS=" ws-fs-wrk
               PERFORM DISCARD-WORK-INDEX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LIST-ARCHIVE-GENERATIONS.

           PERFORM REPLAY-ONE-ARCHIVE
               VARYING ws-arch-sub FROM 1 BY 1
               UNTIL ws-arch-sub > ws-arch-used.

           PERFORM REPLAY-ONLINE-HISTORY.

           STRING "EMP-PIT-RPT." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-rpt-filename.

           OPEN OUTPUT pit-rpt-file.

           IF ws-fs-rpt NOT = "00"
               DISPLAY "OPEN POINT-IN-TIME REPORT FAILED, FS="
                       ws-fs-rpt
               DISPLAY "NO SNAPSHOT WRITTEN"
               CLOSE pit-work-file
               PERFORM DISCARD-WORK-INDEX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-REPORT-HEADING.

           IF ws-count-rows = 0
               DISPLAY "NO CHANGE HISTORY HELD, NOTHING TO REPLAY"
               MOVE SPACES TO rpt-line
               STRING "NO CHANGE HISTORY HELD - NO SNAPSHOT WRITTEN"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
               CLOSE pit-rpt-file
                     pit-work-file
               PERFORM DISCARD-WORK-INDEX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-asof-date < ws-earliest-date
               DISPLAY "REQUESTED DATE " ws-asof-date
                       " IS OLDER THAN THE EARLIEST HISTORY HELD ("
                       ws-earliest-date ")"
               DISPLAY "NO SNAPSHOT WRITTEN"
               MOVE SPACES TO rpt-line
               STRING "REQUESTED DATE " ws-asof-date
                      " IS OLDER THAN THE EARLIEST HISTORY HELD ("
                      ws-earliest-date ") - NO SNAPSHOT WRITTEN"
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
               CLOSE pit-rpt-file
                     pit-work-file
               PERFORM DISCARD-WORK-INDEX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-SNAPSHOT.

           PERFORM CHECK-COVERAGE.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE pit-work-file
                 pit-rpt-file.

           PERFORM DISCARD-WORK-INDEX.

           DISPLAY "HISTORY ROWS REPLAYED  : " ws-count-rows.
           DISPLAY "EARLIEST HISTORY HELD  : " ws-earliest-date.
           DISPLAY "EMPLOYEES ON SNAPSHOT  : " ws-count-snapshot.
           DISPLAY "NOT COVERED BY HISTORY : " ws-count-uncovered.
           DISPLAY "SNAPSHOT WRITTEN: " ws-snap-filename.

           IF ws-count-uncovered > 0
           OR ws-arch-overflow > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-date-txt.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-parm-date-txt
           END-UNSTRING.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-date-txt) NOT = 0
               DISPLAY "USAGE: emppit yyyymmdd"
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
               DISPLAY "USAGE: emppit yyyymmdd"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-asof-date > ws-today-yyyymmdd
               DISPLAY "DATE " ws-asof-date " IS IN THE FUTURE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "employees.asof." ws-asof-date
             DELIMITED BY SIZE INTO ws-snap-filename.

       DISCARD-WORK-INDEX.

           CALL "CBL_DELETE_FILE" USING "EMP-PIT-WORK"
               RETURNING ws-cbl-rc.

      * a snapshot is only left on disk when the whole run is good
       DISCARD-SNAPSHOT.

           CALL "CBL_DELETE_FILE" USING ws-snap-filename
               RETURNING ws-cbl-rc.

      * the yyyymmdd.hhmmss suffix sorts lexically, so ls hands the
      * generations back oldest first
       LIST-ARCHIVE-GENERATIONS.

           MOVE SPACES TO ws-sys-command.
           STRING "ls -1 EMPHIST-ARCH.[0-9]* > EMP-PIT-LIST"
                  " 2>/dev/null"
             DELIMITED BY SIZE INTO ws-sys-command.

           CALL "SYSTEM" USING ws-sys-command.

           OPEN INPUT pit-list-file.

           IF ws-fs-lst = "00"
               PERFORM READ-ARCHIVE-NAME UNTIL ws-fs-lst = "10"
               CLOSE pit-list-file
           END-IF.

           CALL "CBL_DELETE_FILE" USING "EMP-PIT-LIST"
               RETURNING ws-cbl-rc.

       READ-ARCHIVE-NAME.

           READ pit-list-file
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

       REPLAY-ONE-ARCHIVE.

           MOVE ws-arch-name(ws-arch-sub) TO ws-arch-filename.

           OPEN INPUT hist-arch-file.

           IF ws-fs-arc NOT = "00"
               DISPLAY "OPEN " ws-arch-filename " FAILED, FS="
                       ws-fs-arc
               DISPLAY "NO SNAPSHOT WRITTEN"
               CLOSE pit-work-file
               PERFORM DISCARD-WORK-INDEX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-ARCHIVE-ROW UNTIL ws-fs-arc = "10".

           CLOSE hist-arch-file.

       READ-ARCHIVE-ROW.

           READ hist-arch-file
               AT END MOVE "10" TO ws-fs-arc
               NOT AT END
                   ADD 1 TO ws-count-arch-rows
                   MOVE arch-rec TO RP-REC
                   PERFORM REPLAY-ONE-ROW
           END-READ.

       REPLAY-ONLINE-HISTORY.

           OPEN INPUT emp-hist-file.

           IF ws-fs-hist = "35"
               DISPLAY "EMPHIST.IDX NOT ON DISK, ARCHIVES ONLY"
               EXIT PARAGRAPH
           END-IF.

           IF ws-fs-hist NOT = "00"
               DISPLAY "OPEN EMPHIST.IDX FAILED, FS=" ws-fs-hist
               DISPLAY "NO SNAPSHOT WRITTEN"
               CLOSE pit-work-file
               PERFORM DISCARD-WORK-INDEX
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-ONLINE-ROW UNTIL ws-fs-hist = "10".

           CLOSE emp-hist-file.

       READ-ONLINE-ROW.

           READ emp-hist-file NEXT RECORD
               AT END MOVE "10" TO ws-fs-hist
               NOT AT END
                   MOVE HIST-REC TO RP-REC
                   PERFORM REPLAY-ONE-ROW
           END-READ.

      * rows reach here oldest first for each employee, so a later
      * row on or before the day simply replaces the one held
       REPLAY-ONE-ROW.

           ADD 1 TO ws-count-rows.

           IF RP-DATE < ws-earliest-date
               MOVE RP-DATE TO ws-earliest-date
           END-IF.

           COMPUTE ws-row-stamp = RP-DATE * 1000000 + RP-TIME.

           MOVE RP-EMP-ID TO pw-emp-id.

           READ pit-work-file KEY IS pw-emp-id
               INVALID KEY
                   MOVE "N" TO ws-work-found
               NOT INVALID KEY
                   MOVE "Y" TO ws-work-found
           END-READ.

           IF RP-DATE > ws-asof-date
               PERFORM NOTE-LATER-ROW
           ELSE
               PERFORM NOTE-ROW-IN-FORCE
           END-IF.

      * only the first change after the day matters: its before
      * image is what the employee looked like on the day
       NOTE-LATER-ROW.

           IF ws-work-found = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE RP-EMP-ID    TO pw-emp-id.
           MOVE ws-row-stamp TO pw-stamp.

           IF RP-BEFORE-IMAGE = SPACES
               MOVE "N"    TO pw-state
               MOVE SPACES TO pw-image
           ELSE
               MOVE "B"             TO pw-state
               MOVE RP-BEFORE-IMAGE TO pw-image
           END-IF.

           WRITE pw-rec
               INVALID KEY
                   DISPLAY "WORK WRITE FAILED FOR EMP-ID=" RP-EMP-ID
           END-WRITE.

      * a purge row carries only the emp-id in its after image
       NOTE-ROW-IN-FORCE.

           IF ws-work-found = "Y"
           AND pw-state = "L"
           AND pw-stamp > ws-row-stamp
               EXIT PARAGRAPH
           END-IF.

           MOVE RP-EMP-ID    TO pw-emp-id.
           MOVE ws-row-stamp TO pw-stamp.

           IF RP-AFTER-IMAGE(10:) = SPACES
               MOVE "P"    TO pw-state
               MOVE SPACES TO pw-image
           ELSE
               MOVE "L"            TO pw-state
               MOVE RP-AFTER-IMAGE TO pw-image
           END-IF.

           IF ws-work-found = "Y"
               REWRITE pw-rec
                   INVALID KEY
                       DISPLAY "WORK REWRITE FAILED FOR EMP-ID="
                               RP-EMP-ID
               END-REWRITE
           ELSE
               WRITE pw-rec
                   INVALID KEY
                       DISPLAY "WORK WRITE FAILED FOR EMP-ID="
                               RP-EMP-ID
               END-WRITE
           END-IF.

       WRITE-SNAPSHOT.

           OPEN OUTPUT emp-snap-file.

           IF ws-fs-snp NOT = "00"
               DISPLAY "OPEN " ws-snap-filename " FAILED, FS="
                       ws-fs-snp
               DISPLAY "NO SNAPSHOT WRITTEN"
               CLOSE pit-work-file
                     pit-rpt-file
               PERFORM DISCARD-WORK-INDEX
               PERFORM DISCARD-SNAPSHOT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE LOW-VALUES TO pw-emp-id.

           START pit-work-file KEY IS NOT < pw-emp-id
               INVALID KEY
                   MOVE "10" TO ws-fs-wrk
           END-START.

           PERFORM COPY-WORK-RECORD UNTIL ws-fs-wrk = "10".

           CLOSE emp-snap-file.

       COPY-WORK-RECORD.

           READ pit-work-file NEXT RECORD
               AT END
                   MOVE "10" TO ws-fs-wrk
                   EXIT PARAGRAPH
           END-READ.

           EVALUATE pw-state
               WHEN "P"
                   ADD 1 TO ws-count-purged
               WHEN "N"
                   ADD 1 TO ws-count-later
               WHEN OTHER
                   MOVE pw-image TO SNP-REC
                   WRITE SNP-REC
                       INVALID KEY
                           DISPLAY "SNAPSHOT WRITE FAILED FOR EMP-ID="
                                   pw-emp-id
                       NOT INVALID KEY
                           ADD 1 TO ws-count-snapshot
                   END-WRITE
           END-EVALUATE.

      * anyone on the master or in the alumni archive who had
      * joined by the day should be on the snapshot or purged
       CHECK-COVERAGE.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "JOINED BY THE DAY BUT NOT COVERED BY HISTORY:"
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           OPEN INPUT emp-out-file.

           IF ws-fs-out NOT = "00"
               DISPLAY "OPEN EMPLOYEES.IDX FAILED, FS=" ws-fs-out
               DISPLAY "COVERAGE NOT CHECKED - SNAPSHOT REMOVED"
               CLOSE pit-work-file
                     pit-rpt-file
               PERFORM DISCARD-WORK-INDEX
               PERFORM DISCARD-SNAPSHOT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "MASTER " TO ws-uncovered-from.

           PERFORM CHECK-MASTER-RECORD UNTIL ws-fs-out = "10".

           CLOSE emp-out-file.

           OPEN INPUT alum-file.

           IF ws-fs-alm NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           MOVE "ALUMNI " TO ws-uncovered-from.

           PERFORM CHECK-ALUMNI-RECORD UNTIL ws-fs-alm = "10".

           CLOSE alum-file.

       CHECK-MASTER-RECORD.

           READ emp-out-file NEXT RECORD
               AT END
                   MOVE "10" TO ws-fs-out
                   EXIT PARAGRAPH
           END-READ.

           MOVE EMP-REC TO AX-REC.

           PERFORM CHECK-ONE-EMPLOYEE.

       CHECK-ALUMNI-RECORD.

           READ alum-file NEXT RECORD
               AT END
                   MOVE "10" TO ws-fs-alm
                   EXIT PARAGRAPH
           END-READ.

           MOVE ALUM-EMP-IMAGE TO AX-REC.

           PERFORM CHECK-ONE-EMPLOYEE.

       CHECK-ONE-EMPLOYEE.

           COMPUTE ws-entry-date =
               AX-ENTRY-YYYY * 10000 + AX-ENTRY-MM * 100
                   + AX-ENTRY-DD.

           IF ws-entry-date > ws-asof-date
               EXIT PARAGRAPH
           END-IF.

           MOVE AX-ID TO pw-emp-id.

           READ pit-work-file KEY IS pw-emp-id
               INVALID KEY
                   MOVE "N" TO ws-work-found
               NOT INVALID KEY
                   MOVE "Y" TO ws-work-found
           END-READ.

           IF ws-work-found = "Y"
           AND pw-state NOT = "N"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-uncovered.

           MOVE SPACES TO rpt-line.
           STRING "  " ws-uncovered-from AX-ID
                  " " AX-LAST-NAME(1:20)
                  " ENTRY " ws-entry-date
                  " DEPT " AX-DEPT-ID
                  " TERM " AX-TERM-FLAG
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

       WRITE-REPORT-HEADING.

           MOVE SPACES TO rpt-line.
           STRING "POINT-IN-TIME MASTER RECONSTRUCTION - " ws-run-date
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "MASTER AS AT END OF     : " ws-asof-date
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ARCHIVE GENERATIONS READ: " ws-arch-used
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "ARCHIVE ROWS REPLAYED   : " ws-count-arch-rows
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "TOTAL ROWS REPLAYED     : " ws-count-rows
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EARLIEST HISTORY HELD   : " ws-earliest-date
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           IF ws-arch-overflow > 0
               MOVE SPACES TO rpt-line
               STRING "ARCHIVES NOT READ (TABLE FULL): "
                      ws-arch-overflow
                 DELIMITED BY SIZE INTO rpt-line
               WRITE rpt-line
           END-IF.

       WRITE-REPORT-TOTALS.

           MOVE SPACES TO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "SNAPSHOT FILE           : " ws-snap-filename
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "EMPLOYEES ON SNAPSHOT   : " ws-count-snapshot
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "PURGED BY THE DAY       : " ws-count-purged
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "CREATED AFTER THE DAY   : " ws-count-later
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

           MOVE SPACES TO rpt-line.
           STRING "NOT COVERED BY HISTORY  : " ws-count-uncovered
             DELIMITED BY SIZE INTO rpt-line.
           WRITE rpt-line.

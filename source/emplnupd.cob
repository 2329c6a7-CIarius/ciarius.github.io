       IDENTIFICATION DIVISION.
       PROGRAM-ID. emplnupd.
      * reporting-line lookup and leaver re-homing on rptline.idx;
      * called from the maintenance programs - LOOKUP returns an
      * employee's manager, LEAVER moves a terminated employee's
      * direct reports up to the leaver's own manager so nobody is
      * left reporting to someone who has gone; when the leaver has
      * no manager the reports are left alone and U is returned so
      * the caller can warn
      * the file is kept open across calls; a missing rptline.idx
      * means no reporting lines are held yet and every call
      * returns N
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT rpt-line-file
           ASSIGN TO "rptline.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LINE-EMP-ID
           ALTERNATE RECORD KEY IS LINE-MGR-ID WITH DUPLICATES
           FILE STATUS IS ws-fs-line.

       DATA DIVISION.
       FILE SECTION.
       FD  rpt-line-file.
       COPY "RPTLINE.CPY".

       WORKING-STORAGE SECTION.

       01 ws-fs-line      PIC XX.

      * N = not tried yet, Y = open, M = missing, E = unusable
       01 ws-line-open    PIC X(1) VALUE "N".

       01 ws-scan-done    PIC X(1).
       01 ws-new-mgr-id   PIC 9(9).

       01 ws-report-table.
          05 ws-report-empid OCCURS 1000 TIMES PIC 9(9).
       01 ws-report-used  PIC 9(4).
       01 ws-report-sub   PIC 9(4).

       LINKAGE SECTION.

       COPY "EMPLINEP.CPY".

       PROCEDURE DIVISION USING LINE-PARM.

       MAIN-LOGIC.

           IF ws-line-open = "N"
               PERFORM OPEN-LINE-FILE
           END-IF.

           MOVE 0   TO LINE-PARM-COUNT.
           MOVE 0   TO LINE-PARM-MGR-ID.
           MOVE "N" TO LINE-PARM-RESULT.

           IF ws-line-open = "M"
               GOBACK
           END-IF.

           IF ws-line-open = "E"
               MOVE "E" TO LINE-PARM-RESULT
               GOBACK
           END-IF.

           EVALUATE LINE-PARM-ACTION
               WHEN "LOOKUP"
                   PERFORM LOOKUP-MANAGER
               WHEN "LEAVER"
                   PERFORM REHOME-DIRECT-REPORTS
               WHEN OTHER
                   MOVE "E" TO LINE-PARM-RESULT
           END-EVALUATE.

           GOBACK.

       OPEN-LINE-FILE.

           OPEN I-O rpt-line-file.

           EVALUATE ws-fs-line
               WHEN "00"
                   MOVE "Y" TO ws-line-open
               WHEN "35"
                   MOVE "M" TO ws-line-open
               WHEN OTHER
                   MOVE "E" TO ws-line-open
                   DISPLAY "OPEN RPTLINE.IDX FAILED, FS=" ws-fs-line
           END-EVALUATE.

       LOOKUP-MANAGER.

           MOVE LINE-PARM-EMP-ID TO LINE-EMP-ID.

           READ rpt-line-file KEY IS LINE-EMP-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.

           MOVE LINE-MGR-ID TO LINE-PARM-MGR-ID.
           MOVE "F"         TO LINE-PARM-RESULT.

      * collect the reports first, then rewrite by primary key, so
      * the alternate-key walk is never disturbed by our rewrites
       REHOME-DIRECT-REPORTS.

           MOVE 0 TO ws-new-mgr-id.

           MOVE LINE-PARM-EMP-ID TO LINE-EMP-ID.

           READ rpt-line-file KEY IS LINE-EMP-ID
               INVALID KEY
                   MOVE 0 TO LINE-MGR-ID
           END-READ.

           MOVE LINE-MGR-ID TO ws-new-mgr-id.

           MOVE 0   TO ws-report-used.
           MOVE "N" TO ws-scan-done.

           MOVE LINE-PARM-EMP-ID TO LINE-MGR-ID.

           START rpt-line-file KEY IS NOT < LINE-MGR-ID
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM SCAN-DIRECT-REPORT
               UNTIL ws-scan-done = "Y".

           MOVE ws-report-used TO LINE-PARM-COUNT.
           MOVE ws-new-mgr-id  TO LINE-PARM-MGR-ID.

           IF ws-report-used = 0
               EXIT PARAGRAPH
           END-IF.

           IF ws-new-mgr-id = 0
               MOVE "U" TO LINE-PARM-RESULT
               EXIT PARAGRAPH
           END-IF.

           PERFORM MOVE-ONE-REPORT
               VARYING ws-report-sub FROM 1 BY 1
               UNTIL ws-report-sub > ws-report-used.

           MOVE "F" TO LINE-PARM-RESULT.

       SCAN-DIRECT-REPORT.

           READ rpt-line-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
               NOT AT END
                   IF LINE-MGR-ID = LINE-PARM-EMP-ID
                       PERFORM NOTE-DIRECT-REPORT
                   ELSE
                       MOVE "Y" TO ws-scan-done
                   END-IF
           END-READ.

       NOTE-DIRECT-REPORT.

           IF ws-report-used >= 1000
               DISPLAY "REPORT TABLE FULL FOR MANAGER "
                       LINE-PARM-EMP-ID
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-report-used.
           MOVE LINE-EMP-ID TO ws-report-empid(ws-report-used).

       MOVE-ONE-REPORT.

           MOVE ws-report-empid(ws-report-sub) TO LINE-EMP-ID.

           READ rpt-line-file KEY IS LINE-EMP-ID
               INVALID KEY
                   DISPLAY "REPORTING LINE GONE FOR EMP-ID="
                           LINE-EMP-ID
                   EXIT PARAGRAPH
           END-READ.

           MOVE ws-new-mgr-id     TO LINE-MGR-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LINE-EFF-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO LINE-UPD-TIME.
           MOVE LINE-PARM-PROGRAM TO LINE-UPD-PROGRAM.

           REWRITE LINE-REC
               INVALID KEY
                   DISPLAY "REPORTING LINE REWRITE FAILED FOR EMP-ID="
                           LINE-EMP-ID " FS=" ws-fs-line
           END-REWRITE.

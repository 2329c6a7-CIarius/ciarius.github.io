       IDENTIFICATION DIVISION.
       PROGRAM-ID. empprov.
      * joiners/movers/leavers provisioning feed for IT and building
      * security, built from the change history
      * every history row stamped from the last-run marker up to
      * the start of this run is judged against the employee's
      * state before it:
      *   J joiner - created, or brought back from terminated
      *   M mover  - department or role changed while active
      *   L leaver - TERM set to Y
      * a created row with an earlier history row for the same
      * employee (as a full reload writes) is judged against that
      * row, so a reload only reports real changes; purge rows and
      * other field changes are not sent
      * a reloaded row with no earlier history left to judge it by
      * (its rows rolled off before the window) is only sent as a
      * joiner when the entry date is on or after the window start;
      * older ones, and terminated ones (possible leavers), are
      * listed on the console as not judged and are not sent
      * EMPHIST-ARCH generations rolled off since the marker are
      * read first, so a late run misses nothing
      * the feed EMP-PROV-FEED.ts carries header and trailer control
      * totals like EMP-PAYROLL-FEED; leavers are also written to
      * EMP-PROV-LEAVERS.ts for same-day action
      * the marker EMP-PROV-MARK holds the yyyymmddhhmmss the last
      * good run started and is only moved on once both files are
      * closed, so a failed run leaves no trailer and the rerun
      * covers the same window again
      * return codes: 0 = feed written, 4 = feed written with
      *               leavers on the urgent list or reloaded rows
      *               not judged, 8 = bad parameter,
      *               12 = no marker and no start date given, more
      *               archive generations than can be read, or
      *               file unusable
      * usage: empprov [from-yyyymmdd]   (first run, or to resend
      *        from a date; otherwise starts from the marker)
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

         SELECT prov-list-file
           ASSIGN TO "EMP-PROV-LIST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-lst.

         SELECT prov-mark-file
           ASSIGN TO "EMP-PROV-MARK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-mrk.

         SELECT prov-feed-file
           ASSIGN TO DYNAMIC ws-feed-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-feed.

         SELECT prov-urgent-file
           ASSIGN TO DYNAMIC ws-urgent-filename
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-urg.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-hist-file.
       COPY "EMPHIST.CPY".

       FD  hist-arch-file
          RECORD CONTAINS 282 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 arch-rec PIC X(282).

       FD  prov-list-file
          RECORD CONTAINS 80 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 list-line PIC X(80).

       FD  prov-mark-file
          RECORD CONTAINS 80 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 mark-rec.
          05 mark-stamp      PIC 9(14).
          05 FILLER          PIC X(66).

       FD  prov-feed-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 feed-header-rec.
          05 fh-rec-type     PIC X(1).
          05 fh-extract-date PIC 9(8).
          05 fh-source-id    PIC X(10).
          05 fh-from-stamp   PIC 9(14).
          05 fh-to-stamp     PIC 9(14).
          05 FILLER          PIC X(85).
       01 feed-detail-rec.
          05 fd-rec-type     PIC X(1).
          05 fd-event        PIC X(1).
          05 fd-emp-id       PIC 9(9).
          05 fd-last-name    PIC X(40).
          05 fd-first-name   PIC X(40).
          05 fd-dept-id      PIC 9(3).
          05 fd-role-id      PIC 9(3).
          05 fd-prior-dept   PIC 9(3).
          05 fd-prior-role   PIC 9(3).
          05 fd-event-date   PIC 9(8).
          05 fd-entry-date   PIC 9(8).
          05 fd-program      PIC X(10).
          05 FILLER          PIC X(3).
       01 feed-trailer-rec.
          05 ft-rec-type     PIC X(1).
          05 ft-rec-count    PIC 9(9).
          05 ft-hash-total   PIC 9(15).
          05 ft-joiners      PIC 9(9).
          05 ft-movers       PIC 9(9).
          05 ft-leavers      PIC 9(9).
          05 FILLER          PIC X(80).

       FD  prov-urgent-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 urgent-rec PIC X(132).

       WORKING-STORAGE SECTION.

       COPY "EMPHIST.CPY"
           REPLACING LEADING ==HIST== BY ==PV==.

       COPY "EMPLOYEES.CPY"
           REPLACING LEADING ==EMP== BY ==BF==.

       COPY "EMPLOYEES.CPY"
           REPLACING LEADING ==EMP== BY ==AF==.

       01 ws-fs-hist PIC XX.
       01 ws-fs-arc  PIC XX.
       01 ws-fs-lst  PIC XX.
       01 ws-fs-mrk  PIC XX.
       01 ws-fs-feed PIC XX.
       01 ws-fs-urg  PIC XX.

       01 ws-feed-filename   PIC X(40).
       01 ws-urgent-filename PIC X(40).
       01 ws-arch-filename   PIC X(40).
       01 ws-sys-command     PIC X(120).
       01 ws-cbl-rc          PIC S9(9) COMP-5.

       01 ws-run-parm        PIC X(80).
       01 ws-parm-date-txt   PIC X(20).
       01 ws-parm-date       PIC 9(8).
       01 ws-parm-days       PIC 9(8).

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       01 ws-run-time        PIC 9(6).
       01 ws-run-yyyymmdd    PIC 9(8).

       01 ws-from-stamp      PIC 9(14) VALUE 0.
       01 ws-from-date       PIC 9(8).
       01 ws-entry-date      PIC 9(8).
       01 ws-to-stamp        PIC 9(14) VALUE 0.
       01 ws-row-stamp       PIC 9(14).
       01 ws-marker-found    PIC X(1) VALUE "N".

       01 ws-arch-table.
          05 ws-arch-name OCCURS 200 TIMES PIC X(40).
       01 ws-arch-used     PIC 9(4) VALUE 0.
       01 ws-arch-sub      PIC 9(4).
       01 ws-arch-overflow PIC 9(5) VALUE 0.
       01 ws-gen-date-txt  PIC X(8).
       01 ws-gen-time-txt  PIC X(6).
       01 ws-gen-stamp     PIC 9(14).

      * after image of the row read just before, for judging a
      * created row that has earlier history for the same employee
       01 ws-prev-empid    PIC 9(9) VALUE 0.
       01 ws-prev-after    PIC X(117) VALUE SPACES.
       01 ws-before-known  PIC X(1).
       01 ws-event         PIC X(1).

       01 ws-count-rows      PIC 9(9) VALUE 0.
       01 ws-count-window    PIC 9(9) VALUE 0.
       01 ws-count-arch-read PIC 9(5) VALUE 0.
       01 ws-count-joiners   PIC 9(9) VALUE 0.
       01 ws-count-movers    PIC 9(9) VALUE 0.
       01 ws-count-leavers   PIC 9(9) VALUE 0.
       01 ws-count-unjudged  PIC 9(9) VALUE 0.
       01 ws-count-sent      PIC 9(9) VALUE 0.
       01 ws-hash-total      PIC 9(15) VALUE 0.
       01 ws-urgent-hash     PIC 9(15) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ws-run-time.
           COMPUTE ws-run-yyyymmdd =
               ws-run-yyyy * 10000 + ws-run-mm * 100 + ws-run-dd.
           COMPUTE ws-to-stamp =
               ws-run-yyyymmdd * 1000000 + ws-run-time.

           PERFORM PARSE-PARAMETERS.

           PERFORM READ-MARKER.

           IF ws-parm-date-txt NOT = SPACES
               COMPUTE ws-from-stamp = ws-parm-date * 1000000
           ELSE
               IF ws-marker-found = "N"
                   DISPLAY "EMP-PROV-MARK MISSING OR UNREADABLE"
                   DISPLAY "GIVE THE START DATE: empprov yyyymmdd"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF ws-from-stamp >= ws-to-stamp
               DISPLAY "START " ws-from-stamp " IS NOT BEFORE "
                       ws-to-stamp
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DIVIDE ws-from-stamp BY 1000000 GIVING ws-from-date.

           PERFORM LIST-ARCHIVE-GENERATIONS.

           IF ws-arch-overflow > 0
               DISPLAY "ARCHIVES NOT READ (TABLE FULL): "
                       ws-arch-overflow " - NO FEED, MARKER NOT MOVED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-OUTPUT-FILES.

           PERFORM WRITE-FEED-HEADERS.

           PERFORM SCAN-ONE-ARCHIVE
               VARYING ws-arch-sub FROM 1 BY 1
               UNTIL ws-arch-sub > ws-arch-used.

           PERFORM SCAN-ONLINE-HISTORY.

           PERFORM WRITE-FEED-TRAILERS.

           CLOSE prov-feed-file
                 prov-urgent-file.

           IF ws-fs-feed NOT = "00" OR ws-fs-urg NOT = "00"
               DISPLAY "CLOSE OF FEED FILES FAILED, FS=" ws-fs-feed
                       "/" ws-fs-urg " - MARKER NOT MOVED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-MARKER.

           DISPLAY "PROVISIONING FEED: " ws-feed-filename.
           DISPLAY "WINDOW FROM " ws-from-stamp " TO " ws-to-stamp.
           DISPLAY "HISTORY ROWS IN WINDOW: " ws-count-window.
           DISPLAY "JOINERS: " ws-count-joiners
                   " MOVERS: " ws-count-movers
                   " LEAVERS: " ws-count-leavers.

           IF ws-count-leavers > 0
               DISPLAY "URGENT LEAVERS LIST: " ws-urgent-filename
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ws-count-unjudged > 0
               DISPLAY "RELOADED ROWS NOT JUDGED (NOT SENT): "
                       ws-count-unjudged
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-date-txt.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-parm-date-txt
           END-UNSTRING.

           IF ws-parm-date-txt = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-date-txt) NOT = 0
               DISPLAY "USAGE: empprov [from-yyyymmdd]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-date-txt) TO ws-parm-date.

           COMPUTE ws-parm-days =
               FUNCTION INTEGER-OF-DATE(ws-parm-date)
               ON SIZE ERROR MOVE 0 TO ws-parm-days
           END-COMPUTE.

           IF ws-parm-days = 0
               DISPLAY "BAD DATE: " ws-parm-date-txt
               DISPLAY "USAGE: empprov [from-yyyymmdd]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-MARKER.

           OPEN INPUT prov-mark-file.

           IF ws-fs-mrk NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           READ prov-mark-file
               AT END
                   CONTINUE
               NOT AT END
                   IF mark-stamp IS NUMERIC
                       MOVE mark-stamp TO ws-from-stamp
                       MOVE "Y" TO ws-marker-found
                   END-IF
           END-READ.

           CLOSE prov-mark-file.

       WRITE-MARKER.

           OPEN OUTPUT prov-mark-file.

           IF ws-fs-mrk NOT = "00"
               DISPLAY "OPEN EMP-PROV-MARK FAILED, FS=" ws-fs-mrk
               DISPLAY "FEED WRITTEN BUT MARKER NOT MOVED - NEXT RUN"
                       " RESENDS FROM " ws-from-stamp
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES      TO mark-rec.
           MOVE ws-to-stamp TO mark-stamp.

           WRITE mark-rec.

           CLOSE prov-mark-file.

       OPEN-OUTPUT-FILES.

           STRING "EMP-PROV-FEED." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-feed-filename.

           OPEN OUTPUT prov-feed-file.

           IF ws-fs-feed NOT = "00"
               DISPLAY "OPEN PROVISIONING FEED FAILED, FS="
                       ws-fs-feed
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "EMP-PROV-LEAVERS." ws-run-date "." ws-run-time
             DELIMITED BY SIZE INTO ws-urgent-filename.

           OPEN OUTPUT prov-urgent-file.

           IF ws-fs-urg NOT = "00"
               DISPLAY "OPEN URGENT LEAVERS LIST FAILED, FS="
                       ws-fs-urg
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the yyyymmdd.hhmmss suffix sorts lexically, so ls hands the
      * generations back oldest first
       LIST-ARCHIVE-GENERATIONS.

           MOVE SPACES TO ws-sys-command.
           STRING "ls -1 EMPHIST-ARCH.[0-9]* > EMP-PROV-LIST"
                  " 2>/dev/null"
             DELIMITED BY SIZE INTO ws-sys-command.

           CALL "SYSTEM" USING ws-sys-command.

           OPEN INPUT prov-list-file.

           IF ws-fs-lst = "00"
               PERFORM READ-ARCHIVE-NAME UNTIL ws-fs-lst = "10"
               CLOSE prov-list-file
           END-IF.

           CALL "CBL_DELETE_FILE" USING "EMP-PROV-LIST"
               RETURNING ws-cbl-rc.

      * a generation rolled off before the window opened only holds
      * rows older than the window
       READ-ARCHIVE-NAME.

           READ prov-list-file
               AT END
                   MOVE "10" TO ws-fs-lst
                   EXIT PARAGRAPH
           END-READ.

           IF list-line = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE list-line(14:8) TO ws-gen-date-txt.
           MOVE list-line(23:6) TO ws-gen-time-txt.

           IF ws-gen-date-txt IS NUMERIC
           AND ws-gen-time-txt IS NUMERIC
               COMPUTE ws-gen-stamp =
                   FUNCTION NUMVAL(ws-gen-date-txt) * 1000000
                       + FUNCTION NUMVAL(ws-gen-time-txt)
               IF ws-gen-stamp < ws-from-stamp
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF ws-arch-used < 200
               ADD 1 TO ws-arch-used
               MOVE list-line TO ws-arch-name(ws-arch-used)
           ELSE
               ADD 1 TO ws-arch-overflow
               DISPLAY "ARCHIVE TABLE FULL, SKIPPED: " list-line
           END-IF.

       SCAN-ONE-ARCHIVE.

           MOVE ws-arch-name(ws-arch-sub) TO ws-arch-filename.

           OPEN INPUT hist-arch-file.

           IF ws-fs-arc NOT = "00"
               DISPLAY "OPEN " ws-arch-filename " FAILED, FS="
                       ws-fs-arc
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO ws-count-arch-read.
           MOVE 0 TO ws-prev-empid.
           MOVE SPACES TO ws-prev-after.

           PERFORM READ-ARCHIVE-ROW UNTIL ws-fs-arc = "10".

           CLOSE hist-arch-file.

       READ-ARCHIVE-ROW.

           READ hist-arch-file
               AT END MOVE "10" TO ws-fs-arc
               NOT AT END
                   MOVE arch-rec TO PV-REC
                   PERFORM JUDGE-HISTORY-ROW
           END-READ.

       SCAN-ONLINE-HISTORY.

           OPEN INPUT emp-hist-file.

           IF ws-fs-hist NOT = "00"
               DISPLAY "OPEN EMPHIST.IDX FAILED, FS=" ws-fs-hist
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO ws-prev-empid.
           MOVE SPACES TO ws-prev-after.

           PERFORM READ-ONLINE-ROW UNTIL ws-fs-hist = "10".

           CLOSE emp-hist-file.

       READ-ONLINE-ROW.

           READ emp-hist-file NEXT RECORD
               AT END MOVE "10" TO ws-fs-hist
               NOT AT END
                   MOVE HIST-REC TO PV-REC
                   PERFORM JUDGE-HISTORY-ROW
           END-READ.

      * rows arrive in emp-id/sequence order, so the row before a
      * created row for the same employee is the state it replaced
       JUDGE-HISTORY-ROW.

           ADD 1 TO ws-count-rows.

           COMPUTE ws-row-stamp = PV-DATE * 1000000 + PV-TIME.

           MOVE "N" TO ws-before-known.

           IF PV-BEFORE-IMAGE NOT = SPACES
               MOVE PV-BEFORE-IMAGE TO BF-REC
               MOVE "Y" TO ws-before-known
           ELSE
               IF ws-prev-empid = PV-EMP-ID
               AND ws-prev-after(10:) NOT = SPACES
                   MOVE ws-prev-after TO BF-REC
                   MOVE "Y" TO ws-before-known
               END-IF
           END-IF.

           MOVE PV-EMP-ID       TO ws-prev-empid.
           MOVE PV-AFTER-IMAGE  TO ws-prev-after.

           IF ws-row-stamp < ws-from-stamp
           OR ws-row-stamp >= ws-to-stamp
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-window.

      * purge rows carry only the emp-id in the after image
           IF PV-AFTER-IMAGE(10:) = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE PV-AFTER-IMAGE TO AF-REC.
           MOVE SPACES TO ws-event.

           EVALUATE TRUE
               WHEN ws-before-known = "N"
                   PERFORM JUDGE-UNKNOWN-PRIOR
               WHEN BF-TERM-FLAG = "Y" AND AF-TERM-FLAG NOT = "Y"
                   MOVE "J" TO ws-event
               WHEN BF-TERM-FLAG NOT = "Y" AND AF-TERM-FLAG = "Y"
                   MOVE "L" TO ws-event
               WHEN BF-TERM-FLAG NOT = "Y"
               AND (BF-DEPT-ID NOT = AF-DEPT-ID
                    OR BF-ROLE-ID NOT = AF-ROLE-ID)
                   MOVE "M" TO ws-event
           END-EVALUATE.

           IF ws-event = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-FEED-DETAIL.

      * a created row with nothing before it is a new hire, unless
      * it came from a reload and the employee started before the
      * window or is terminated, in which case the earlier state
      * has rolled off and the row cannot be judged; a terminated
      * reload row may be a leaver or may have left long ago, so
      * it is listed for action rather than sent.  a record keyed
      * in already terminated was never provisioned and is not sent
       JUDGE-UNKNOWN-PRIOR.

           COMPUTE ws-entry-date =
               AF-ENTRY-YYYY * 10000 + AF-ENTRY-MM * 100
                   + AF-ENTRY-DD.

           IF PV-SOURCE = "CSVLOAD"
           AND (ws-entry-date < ws-from-date OR AF-TERM-FLAG = "Y")
               ADD 1 TO ws-count-unjudged
               DISPLAY "NOT JUDGED: " AF-ID " " AF-LAST-NAME(1:20)
                       " ENTRY " ws-entry-date " TERM " AF-TERM-FLAG
                       " RELOADED " PV-DATE
               EXIT PARAGRAPH
           END-IF.

           IF AF-TERM-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE "J" TO ws-event.

       WRITE-FEED-DETAIL.

           MOVE SPACES TO feed-detail-rec.
           MOVE "D"            TO fd-rec-type.
           MOVE ws-event       TO fd-event.
           MOVE AF-ID          TO fd-emp-id.
           MOVE AF-LAST-NAME   TO fd-last-name.
           MOVE AF-FIRST-NAME  TO fd-first-name.
           MOVE AF-DEPT-ID     TO fd-dept-id.
           MOVE AF-ROLE-ID     TO fd-role-id.
           MOVE PV-DATE        TO fd-event-date.
           MOVE PV-PROGRAM     TO fd-program.
           COMPUTE fd-entry-date =
               AF-ENTRY-YYYY * 10000 + AF-ENTRY-MM * 100
                   + AF-ENTRY-DD.

           IF ws-before-known = "Y"
               MOVE BF-DEPT-ID TO fd-prior-dept
               MOVE BF-ROLE-ID TO fd-prior-role
           ELSE
               MOVE 0 TO fd-prior-dept
               MOVE 0 TO fd-prior-role
           END-IF.

           WRITE feed-detail-rec.

           ADD 1 TO ws-count-sent.
           ADD AF-ID TO ws-hash-total.

           EVALUATE ws-event
               WHEN "J"
                   ADD 1 TO ws-count-joiners
               WHEN "M"
                   ADD 1 TO ws-count-movers
               WHEN "L"
                   ADD 1 TO ws-count-leavers
                   ADD AF-ID TO ws-urgent-hash
                   MOVE feed-detail-rec TO urgent-rec
                   WRITE urgent-rec
                   DISPLAY "LEAVER: " AF-ID " " AF-LAST-NAME(1:20)
                           " DEPT " AF-DEPT-ID " ON " PV-DATE
           END-EVALUATE.

       WRITE-FEED-HEADERS.

           MOVE SPACES TO feed-header-rec.
           MOVE "H"              TO fh-rec-type.
           MOVE ws-run-yyyymmdd  TO fh-extract-date.
           MOVE "EMPHIST"        TO fh-source-id.
           MOVE ws-from-stamp    TO fh-from-stamp.
           MOVE ws-to-stamp      TO fh-to-stamp.

           WRITE feed-header-rec.

           MOVE feed-header-rec TO urgent-rec.
           WRITE urgent-rec.

       WRITE-FEED-TRAILERS.

           MOVE SPACES TO feed-trailer-rec.
           MOVE "T"              TO ft-rec-type.
           MOVE ws-count-sent    TO ft-rec-count.
           MOVE ws-hash-total    TO ft-hash-total.
           MOVE ws-count-joiners TO ft-joiners.
           MOVE ws-count-movers  TO ft-movers.
           MOVE ws-count-leavers TO ft-leavers.

           WRITE feed-trailer-rec.

           MOVE SPACES TO feed-trailer-rec.
           MOVE "T"              TO ft-rec-type.
           MOVE ws-count-leavers TO ft-rec-count.
           MOVE ws-urgent-hash   TO ft-hash-total.
           MOVE 0                TO ft-joiners.
           MOVE 0                TO ft-movers.
           MOVE ws-count-leavers TO ft-leavers.

           MOVE feed-trailer-rec TO urgent-rec.
           WRITE urgent-rec.

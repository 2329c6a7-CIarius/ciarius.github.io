       IDENTIFICATION DIVISION.
       PROGRAM-ID. emppend.
      * list and cancel future-dated changes held on emppend.idx
      * usage: emppend LIST [emp-id]
      *        emppend CANCEL emp-id yyyymmdd seq
      * LIST shows every held change, or those for one employee,
      * in effective-date order with the sequence CANCEL needs;
      * CANCEL removes one held change and logs it
      * return codes: 0 = ok, 4 = nothing held / not found,
      *               8 = bad parameters, 12 = file unusable
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

         SELECT emp-pend-file
           ASSIGN TO "emppend.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEND-KEY
           FILE STATUS IS ws-fs-pend.

         SELECT emp-log-file
           ASSIGN TO "EMP-UPDATE-LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ws-fs-log.

       DATA DIVISION.
       FILE SECTION.
       FD  emp-pend-file.
       COPY "PENDREC.CPY".

       FD  emp-log-file
          RECORD CONTAINS 132 CHARACTERS
          LABEL RECORDS ARE STANDARD.
       01 log-line PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-fs-pend PIC XX.
       01 ws-fs-log  PIC XX.

       01 ws-run-parm      PIC X(80).

       01 ws-parm-fields.
          05 ws-parm-action    PIC X(10).
          05 ws-parm-empid-txt PIC X(20).
          05 ws-parm-date-txt  PIC X(20).
          05 ws-parm-seq-txt   PIC X(10).

       01 ws-parm-empid    PIC 9(9) VALUE 0.
       01 ws-parm-date     PIC 9(8).
       01 ws-parm-seq      PIC 9(3).
       01 ws-date-days     PIC 9(8).

       01 ws-parm-ok       PIC X(1) VALUE "Y".
       01 ws-scan-done     PIC X(1) VALUE "N".
       01 ws-count-shown   PIC 9(9) VALUE 0.

       01 ws-run-date.
          05 ws-run-yyyy   PIC 9(4).
          05 ws-run-mm     PIC 9(2).
          05 ws-run-dd     PIC 9(2).

       PROCEDURE DIVISION.

       MAIN-LOGIC.

           PERFORM PARSE-PARAMETERS.

           IF ws-parm-ok = "N"
               DISPLAY "USAGE: emppend LIST [emp-id]"
               DISPLAY "       emppend CANCEL emp-id yyyymmdd seq"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO ws-run-date.

           IF ws-parm-action = "LIST"
               OPEN INPUT emp-pend-file
           ELSE
               OPEN I-O emp-pend-file
           END-IF.

           IF ws-fs-pend = "35"
               DISPLAY "NO CHANGES HELD"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-fs-pend NOT = "00"
               DISPLAY "OPEN EMPPEND.IDX FAILED, FS=" ws-fs-pend
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-parm-action = "LIST"
               PERFORM LIST-HELD-CHANGES
           ELSE
               PERFORM CANCEL-HELD-CHANGE
           END-IF.

           CLOSE emp-pend-file.

           STOP RUN.

       PARSE-PARAMETERS.

           ACCEPT ws-run-parm FROM COMMAND-LINE.

           MOVE SPACES TO ws-parm-fields.

           UNSTRING ws-run-parm DELIMITED BY ALL SPACE
             INTO ws-parm-action
                  ws-parm-empid-txt
                  ws-parm-date-txt
                  ws-parm-seq-txt
           END-UNSTRING.

           MOVE "Y" TO ws-parm-ok.

           IF ws-parm-action NOT = "LIST"
           AND ws-parm-action NOT = "CANCEL"
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           IF ws-parm-action = "LIST"
           AND ws-parm-empid-txt = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-empid-txt) NOT = 0
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-empid-txt) TO ws-parm-empid.

           IF ws-parm-action = "LIST"
               EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TEST-NUMVAL-C(ws-parm-date-txt) NOT = 0
           OR FUNCTION TEST-NUMVAL-C(ws-parm-seq-txt) NOT = 0
               MOVE "N" TO ws-parm-ok
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL-C(ws-parm-date-txt) TO ws-parm-date.
           MOVE FUNCTION NUMVAL-C(ws-parm-seq-txt)  TO ws-parm-seq.

           COMPUTE ws-date-days =
               FUNCTION INTEGER-OF-DATE(ws-parm-date)
               ON SIZE ERROR MOVE 0 TO ws-date-days
           END-COMPUTE.

           IF ws-date-days = 0
               MOVE "N" TO ws-parm-ok
           END-IF.

       LIST-HELD-CHANGES.

           IF ws-parm-empid = 0
               DISPLAY "CHANGES HELD FOR ALL EMPLOYEES"
           ELSE
               DISPLAY "CHANGES HELD FOR EMP-ID " ws-parm-empid
           END-IF.

           DISPLAY "EMP-ID    EFFECTIVE SEQ ACTION VALUE "
                   "REQUESTER  KEYED    VIA".

           MOVE ws-parm-empid TO PEND-EMP-ID.
           MOVE 0             TO PEND-EFF-DATE.
           MOVE 0             TO PEND-SEQ.

           START emp-pend-file KEY IS NOT < PEND-KEY
               INVALID KEY
                   MOVE "Y" TO ws-scan-done
           END-START.

           PERFORM SHOW-HELD-CHANGE
               UNTIL ws-scan-done = "Y".

           IF ws-count-shown = 0
               DISPLAY "NO CHANGES HELD"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "CHANGES SHOWN: " ws-count-shown
           END-IF.

       SHOW-HELD-CHANGE.

           READ emp-pend-file NEXT RECORD
               AT END
                   MOVE "Y" TO ws-scan-done
                   EXIT PARAGRAPH
           END-READ.

           IF ws-parm-empid NOT = 0
           AND PEND-EMP-ID NOT = ws-parm-empid
               MOVE "Y" TO ws-scan-done
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ws-count-shown.

           DISPLAY PEND-EMP-ID " " PEND-EFF-DATE "  "
                   PEND-SEQ " " PEND-ACTION "   "
                   PEND-VALUE "   " PEND-REQUESTER " "
                   PEND-ENTRY-DATE " " PEND-PROGRAM.

           IF PEND-OVERRIDE NOT = SPACES
               DISPLAY "          BUDGET OVERRIDE: " PEND-OVERRIDE
           END-IF.

       CANCEL-HELD-CHANGE.

           MOVE ws-parm-empid TO PEND-EMP-ID.
           MOVE ws-parm-date  TO PEND-EFF-DATE.
           MOVE ws-parm-seq   TO PEND-SEQ.

           READ emp-pend-file KEY IS PEND-KEY
               INVALID KEY
                   DISPLAY "NO HELD CHANGE " ws-parm-empid " "
                           ws-parm-date " " ws-parm-seq
                   MOVE 4 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ.

           DELETE emp-pend-file
               INVALID KEY
                   DISPLAY "DELETE FAILED, FS=" ws-fs-pend
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-DELETE.

           DISPLAY "CANCELLED " PEND-ACTION " " PEND-VALUE
                   " FOR EMP-ID " PEND-EMP-ID
                   " DUE " PEND-EFF-DATE.

           OPEN EXTEND emp-log-file.

           IF ws-fs-log = "35"
               OPEN OUTPUT emp-log-file
           END-IF.

           IF ws-fs-log NOT = "00"
               DISPLAY "OPEN EMP-UPDATE-LOG FAILED, FS=" ws-fs-log
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO log-line.
           STRING ws-run-date " EMP-ID=" PEND-EMP-ID
                  " ACTION=" PEND-ACTION
                  " VALUE " PEND-VALUE
                  " HELD UNTIL " PEND-EFF-DATE
                  " SEQ " PEND-SEQ
                  " CANCELLED"
             DELIMITED BY SIZE INTO log-line.
           WRITE log-line.

           CLOSE emp-log-file.

      *****************************************************
      * EMPLINEP.CPY
      * Parameter area for the emplnupd reporting-line
      * routine.  Callers set the action, their program name
      * and the emp-id, then CALL "emplnupd".
      *   LOOKUP - returns the employee's manager in MGR-ID
      *   LEAVER - moves the employee's direct reports to the
      *            employee's own manager (returned in MGR-ID)
      * result: F = found / reports moved, N = no line or no
      * reports, U = reports left without a manager because
      * the leaver has none, E = file error.  COUNT is the
      * number of direct reports moved or left.
      *****************************************************
       01 LINE-PARM.
          05 LINE-PARM-ACTION    PIC X(8).
          05 LINE-PARM-PROGRAM   PIC X(10).
          05 LINE-PARM-EMP-ID    PIC 9(9).
          05 LINE-PARM-MGR-ID    PIC 9(9).
          05 LINE-PARM-RESULT    PIC X(1).
          05 LINE-PARM-COUNT     PIC 9(5).

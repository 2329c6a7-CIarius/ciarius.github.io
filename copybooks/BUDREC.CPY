      *****************************************************
      * BUDREC.CPY
      * Record layout for the headcount budget file
      * (budgets.idx).  One record per department/role
      * cell with the authorised active headcount.
      * Mode W = warn when a change takes the cell over
      * budget, H = refuse it unless an override reason
      * is given.  A cell with no record is not budgeted.
      *****************************************************
       01 BUD-REC.
          05 BUD-KEY.
             10 BUD-DEPT-ID    PIC 9(3).
             10 BUD-ROLE-ID    PIC 9(3).
          05 BUD-HEADCOUNT     PIC 9(5).
          05 BUD-MODE          PIC X(1).
          05 BUD-UPD-DATE      PIC 9(8).

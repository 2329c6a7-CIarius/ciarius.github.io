      *****************************************************
      * GRADEREF.CPY
      * Record layout for the salary grade reference file
      * (grades.idx).  One salary band per pay grade and
      * currency, matching PAY-GRADE and PAY-CURRENCY on
      * payroll.idx.  Status A = active, R = retired.
      *****************************************************
       01 GRADE-REF-REC.
          05 GRADE-REF-KEY.
             10 GRADE-REF-CODE     PIC X(4).
             10 GRADE-REF-CURRENCY PIC X(3).
          05 GRADE-REF-MIN         PIC 9(9)V99.
          05 GRADE-REF-MID         PIC 9(9)V99.
          05 GRADE-REF-MAX         PIC 9(9)V99.
          05 GRADE-REF-STATUS      PIC X(1).

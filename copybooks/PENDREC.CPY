      *****************************************************
      * PENDREC.CPY
      * Record layout for the pending-change file
      * (emppend.idx).  DEPT/ROLE/TERM changes keyed by
      * empbat or empupdt with an effective date after the
      * day they were entered are held here until empdue
      * applies them.  Keyed by emp-id, effective date and
      * an entry sequence, so several changes for the same
      * employee and day apply in the order they were keyed.
      * PEND-VALUE holds the new dept/role id as three digits
      * or the new term flag Y/N.  PEND-OVERRIDE carries
      * the headcount budget override reason given when
      * the change was keyed, for empdue to use on the day.
      *****************************************************
       01 PEND-REC.
          05 PEND-KEY.
             10 PEND-EMP-ID      PIC 9(9).
             10 PEND-EFF-DATE    PIC 9(8).
             10 PEND-SEQ         PIC 9(3).
          05 PEND-ACTION         PIC X(4).
          05 PEND-VALUE          PIC X(3).
          05 PEND-REQUESTER      PIC X(10).
          05 PEND-PROGRAM        PIC X(10).
          05 PEND-ENTRY-DATE     PIC 9(8).
          05 PEND-ENTRY-TIME     PIC 9(6).
          05 PEND-OVERRIDE       PIC X(30).

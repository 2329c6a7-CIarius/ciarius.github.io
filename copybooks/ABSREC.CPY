      *****************************************************
      * ABSREC.CPY
      * Record layout for the absence file (absences.idx).
      * One record per period of absence, keyed by emp-id
      * and the first day absent; the periods of any one
      * employee never overlap.  ABS-DAYS is the working
      * days lost in the period, in half days.
      * Leave types: ANNL annual, SICK sickness, PARN
      * parental, SPEC special/compassionate, TRNG
      * training, UNPD unpaid, OTHR other.
      *****************************************************
       01 ABS-REC.
          05 ABS-KEY.
             10 ABS-EMP-ID       PIC 9(9).
             10 ABS-START-DATE.
                15 ABS-START-YYYY PIC 9(4).
                15 ABS-START-MM   PIC 9(2).
                15 ABS-START-DD   PIC 9(2).
          05 ABS-END-DATE.
             10 ABS-END-YYYY     PIC 9(4).
             10 ABS-END-MM       PIC 9(2).
             10 ABS-END-DD       PIC 9(2).
          05 ABS-LEAVE-TYPE      PIC X(4).
          05 ABS-DAYS            PIC 9(3)V9.
          05 ABS-LOAD-DATE       PIC 9(8).

      *****************************************************
      * RPTLINE.CPY
      * Record layout for the reporting-line file
      * (rptline.idx).  One record per employee holding the
      * emp-id of the manager they report to; LINE-MGR-ID is
      * an alternate key with duplicates so a manager's
      * direct reports can be walked.  A manager id of zero
      * marks the top of the house.  Maintained by empline
      * and, for leavers, by emplnupd.
      *****************************************************
       01 LINE-REC.
          05 LINE-EMP-ID         PIC 9(9).
          05 LINE-MGR-ID         PIC 9(9).
          05 LINE-EFF-DATE       PIC 9(8).
          05 LINE-UPD-PROGRAM    PIC X(10).
          05 LINE-UPD-TIME       PIC 9(6).

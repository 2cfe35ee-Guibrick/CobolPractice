           05  RC-STATUS               PIC X(8).
               88  RC-RUN-COMPLETE     VALUE "COMPLETE".
               88  RC-RUN-FAILED       VALUE "FAILED".
      * Joiners found by the reconciliation (active roster
      * records with no prior category), so NightlyCheckout can
      * balance them against HR's applied joiners. Spaces on
      * records logged before the count was kept.
           05  RC-JOINERS              PIC 9(6).
      * Employees classified with no new BMIHIST.DAT row because
      * nobody had re-measured them since their last row, so
      * NightlyCheckout can balance processed less unchanged
      * against the history rows. Spaces on records logged before
      * the count was kept.
           05  RC-RECORDS-UNCHANGED    PIC 9(6).

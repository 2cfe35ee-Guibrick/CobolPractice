           05  CKPT-CNT-OVERWEIGHT     PIC 9(5).
           05  CKPT-CNT-OBESE          PIC 9(5).
           05  CKPT-RECORDS-SKIPPED    PIC 9(6).
      * Inactive (on-leave/terminated/opted-out) employees
      * skipped so far, checkpointed like the other
      * accumulators so a restarted run's summary and control
      * totals still balance.
           05  CKPT-RECORDS-INACTIVE   PIC 9(6).
           05  CKPT-CNT-ONLEAVE        PIC 9(5).
           05  CKPT-CNT-TERMED         PIC 9(5).
           05  CKPT-CNT-OPTOUT         PIC 9(5).
      * Employees classified with no new history row because
      * nobody has re-measured them since their last one.
           05  CKPT-RECORDS-UNCHANGED  PIC 9(6).

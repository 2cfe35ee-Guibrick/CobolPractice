      *****************************************************
      * OUTCTL.cpy
      * One OUTREACH-CONTROL-RECORD appended to OUTCTL.DAT per
      * WellnessOutreach run - the letters step's counterpart of
      * RUNCTL.DAT, so NightlyCheckout can balance tonight's
      * CATCHG.DAT moves against what became of them instead of
      * the counts living only on SYSOUT.
      * The OCT-CHG- counts cover only employees with a move
      * into OBESE or UNDERWEIGHT on tonight's CATCHG.DAT
      * (reading or band-table cause), so letter + suppressed +
      * opted-out + case-open + band-only for those moves
      * balances to the CATCHG.DAT risk moves. The totals also
      * include letters for a BMI move past the threshold with
      * no category change.
      * OCT-NOT-EVALUATED counts tonight's risk moves that got no
      * evaluation at all because WellnessOutreach's change or
      * candidate table was full; NightlyCheckout adds it to the
      * dispositions. Spaces on records logged before the count
      * was kept.
      *****************************************************
       01  OUTREACH-CONTROL-RECORD.
           05  OCT-RUN-DATE            PIC X(8).
           05  OCT-RUN-TIME            PIC X(6).
           05  OCT-MOVES-READ          PIC 9(6).
           05  OCT-LETTERS-WRITTEN     PIC 9(6).
           05  OCT-SUPPRESSED          PIC 9(6).
           05  OCT-OPTED-OUT           PIC 9(6).
           05  OCT-CASE-OPEN           PIC 9(6).
           05  OCT-BAND-ONLY           PIC 9(6).
           05  OCT-CHG-LETTERS         PIC 9(6).
           05  OCT-CHG-SUPPRESSED      PIC 9(6).
           05  OCT-CHG-OPTED-OUT       PIC 9(6).
           05  OCT-CHG-CASE-OPEN       PIC 9(6).
           05  OCT-NOT-EVALUATED       PIC 9(6).

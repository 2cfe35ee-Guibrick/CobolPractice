      *****************************************************
      * BANDSIGN.cpy
      * One BAND-SIGNOFF-RECORD per event in the approval of a
      * staged band set, appended to BANDSIGN.DAT and never
      * rewritten, so the file is the audit of who saw what:
      *   I = BandImpactReport was run for the staged set
      *       (with how many active employees it classified
      *       and how many change category under it);
      *   P = the wellness provider signed off the impact;
      *   H = HR signed off the impact.
      * P and H rows are keyed through BandTableMaint's
      * PROVIDER and HR parameters. BandTableMaint will not
      * apply a staged set unless both sign-offs are dated at
      * or after the set's latest impact run - rerunning the
      * impact report after restaging needs fresh sign-offs.
      * The I row also carries the staged set's row count and a
      * hash total of its rows (age low + age high + each of the
      * three cutoffs in hundredths, summed over the set's rows).
      * BandTableMaint recomputes both from BMIBANDS.NEW and
      * refuses the apply when either differs, so a set edited
      * after its impact run cannot go live on the old sign-offs.
      * Zero on P and H rows; spaces on I rows logged before the
      * totals were kept, which count as a mismatch.
      *****************************************************
       01  BAND-SIGNOFF-RECORD.
           05  BSG-EFFECTIVE-DATE      PIC X(8).
           05  BSG-ENTRY-TYPE          PIC X.
               88  BSG-IMPACT-RUN      VALUE "I".
               88  BSG-PROVIDER-SIGNOFF VALUE "P".
               88  BSG-HR-SIGNOFF      VALUE "H".
           05  BSG-ENTRY-DATE          PIC X(8).
           05  BSG-ENTRY-TIME          PIC X(6).
           05  BSG-OPERATOR            PIC X(8).
           05  BSG-EMPLOYEES           PIC 9(6).
           05  BSG-CHANGED             PIC 9(6).
           05  BSG-SET-ROWS            PIC 9(4).
           05  BSG-CUTOFF-HASH         PIC 9(9).

      * is already logged here is refused, so the clinic
      * re-dropping yesterday's file cannot apply the same
      * measurements two nights running.
      * ClinicBatchReverse appends an R entry when it reverses a
      * batch: the latest entry for a number decides, so once a
      * batch is reversed a corrected file under the same number
      * is accepted. On an R entry CBL-APPLY-DATE is the date of
      * the reversal and the apply counts are zero; the reversal
      * counts are zero on an apply entry.
      *****************************************************
       01  CLINIC-BATCH-LOG-RECORD.
           05  CBL-BATCH-NUMBER        PIC 9(6).
      * from the holds so applied + rejected + held + not-queued
      * balances to the batch's D records.
           05  CBL-RECORDS-NOTQ        PIC 9(6).
           05  CBL-ENTRY-TYPE          PIC X.
               88  CBL-APPLY-ENTRY     VALUE SPACE "A".
               88  CBL-REVERSAL-ENTRY  VALUE "R".
           05  CBL-RECORDS-RESTORED    PIC 9(6).
           05  CBL-RECORDS-KEPT        PIC 9(6).
           05  CBL-HOLDS-RELEASED      PIC 9(6).
           05  CBL-HISTORY-REMOVED     PIC 9(6).

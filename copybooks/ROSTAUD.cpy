      * every add, change or delete of a roster record, from
      * every update path - RosterMaint (clerk keying),
      * ClinicTranApply (clinic measurements), HRTranApply
      * (HR joiner/leaver feed), BMINightlyBatch's suspense
      * absorb, DeptReorg (department moves),
      * ClinicBatchReverse (clinic batch reversals) and
      * WellnessErasure (consent erasures) - so a
      * disputed value can be traced to when it changed,
      * what it changed from, and who or what changed it.
      * The before and after images are the full
      * EMPLOYEE-RECORD (87 bytes); spaces on the before
      * image mean an add, on the after image a delete.
      * RosterAuditReport prints a day's records grouped by
      * source, the way RunControlReport prints RUNCTL.DAT.
           05  RAUD-CHANGE-DATE        PIC X(8).
           05  RAUD-CHANGE-TIME        PIC X(6).
           05  RAUD-SOURCE             PIC X(8).
      *        MAINT / CLINIC / HRFEED / SUSPENSE / REORG /
      *        CLINREV / ERASURE
           05  RAUD-OPERATOR           PIC X(8).
           05  RAUD-ACTION             PIC X.
      *        A = add, C = change, D = delete
           05  RAUD-BEFORE-IMAGE       PIC X(87).
           05  RAUD-AFTER-IMAGE        PIC X(87).

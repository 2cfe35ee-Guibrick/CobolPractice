      * but are skipped by the nightly run and the outreach letters,
      * and the reconciliation can tell a logged termination from a
      * record that fell out of the file.
      * EMP-CONSENT records the employee's wellness participation
      * choice, with the date it was given or withdrawn in
      * EMP-CONSENT-DATE: Y = consent given, N = opted out,
      * E = opted out and wellness data erased (WellnessErasure).
      * A space on a record written before the field existed, or
      * with no choice keyed yet, reads as no objection. N and E
      * employees keep their roster record but get no nightly BMI,
      * no outreach letter, no scorecard count and no extract row;
      * the choice is keyed in RosterMaint.
      * EMP-MEASURED-DATE (YYYYMMDD) is the date the height and
      * weight on the record were last actually measured - set by
      * ClinicTranApply from the clinic's measurement date and by
      * RosterMaint when a height or weight is keyed. Spaces mean
      * never measured (a joiner from HRTranApply) or a record
      * written before the field existed, with the date unknown.
      * BMINightlyBatch writes a history row only when the
      * employee has been re-measured since the last one, and
      * MeasureRecall recalls employees whose date has gone stale.
       01  EMPLOYEE-RECORD.
           05  EMP-ID                  PIC X(6).
           05  EMP-DEPT-CODE           PIC X(4).
           05  EMP-SEX                 PIC X.
           05  EMP-STATUS              PIC X.
           05  EMP-STATUS-DATE         PIC X(8).
           05  EMP-CONSENT             PIC X.
           05  EMP-CONSENT-DATE        PIC X(8).
           05  EMP-MEASURED-DATE       PIC X(8).

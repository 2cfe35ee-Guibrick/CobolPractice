      *****************************************************
      * RECALL.cpy
      * The outbound recall file RECALL.DAT that MeasureRecall
      * sends the clinic each week: one RECALL-RECORD per
      * employee the clinic should book in to be measured,
      * sorted by department and, within it, most overdue
      * first. RCL-REASON says why: O = last measurement
      * older than the recall interval (RCL-DAYS-OVERDUE days
      * past it), N = a joiner never measured (days counted
      * from the joining date), U = measured at some time but
      * the date is not known. RCL-RECALL-COUNT is how many
      * times the employee has now been recalled without a
      * new reading, and RCL-RECALL-DATE the run's as-of date.
      *****************************************************
       01  RECALL-RECORD.
           05  RCL-DEPT-CODE           PIC X(4).
           05  RCL-EMP-ID              PIC X(6).
           05  RCL-NAME                PIC X(20).
           05  RCL-REASON              PIC X.
               88  RCL-OVERDUE         VALUE "O".
               88  RCL-NEVER-MEASURED  VALUE "N".
               88  RCL-DATE-UNKNOWN    VALUE "U".
           05  RCL-LAST-MEASURED       PIC X(8).
           05  RCL-DAYS-OVERDUE        PIC 9(5).
           05  RCL-RECALL-COUNT        PIC 99.
           05  RCL-RECALL-DATE         PIC X(8).

      *****************************************************
      * RCLTRACK.cpy
      * One RECALL-TRACK-RECORD per employee MeasureRecall
      * has recalled, kept in the indexed RECALLS.IDX keyed
      * by employee ID, so a recall the clinic has not yet
      * acted on is not re-sent every week and an employee
      * recalled twice with no reading can be listed for HR.
      * RTK-MEASURED-DATE is the roster's EMP-MEASURED-DATE
      * when the recalls started; once the roster shows a
      * different date the employee has been measured and
      * the count starts again from zero.
      *****************************************************
       01  RECALL-TRACK-RECORD.
           05  RTK-EMP-ID              PIC X(6).
           05  RTK-MEASURED-DATE       PIC X(8).
           05  RTK-RECALL-COUNT        PIC 99.
           05  RTK-FIRST-RECALL-DATE   PIC X(8).
           05  RTK-LAST-RECALL-DATE    PIC X(8).

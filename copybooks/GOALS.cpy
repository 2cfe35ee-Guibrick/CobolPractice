      *****************************************************
      * GOALS.cpy
      * One WELLNESS-GOAL-RECORD per employee enrolled in the
      * wellness program, kept in the indexed GOALS.IDX keyed
      * by employee ID. The clinic nurse sets the goal in
      * GoalMaint after the employee enrolls: a target weight
      * or a target BMI and the date to reach it, measured
      * from the employee's reading at the time. GoalProgress
      * reports each month how far every active goal has come
      * against the readings on BMIHIST.IDX and BMIMONTH.DAT.
      * A goal that is closed stays on file (with the close
      * date) until the nurse sets a new one for the employee.
      *****************************************************
       01  WELLNESS-GOAL-RECORD.
           05  GOAL-EMP-ID             PIC X(6).
      * The reading the goal is measured from.
           05  GOAL-START-DATE         PIC X(8).
           05  GOAL-START-HEIGHT-CMS   PIC 999.
           05  GOAL-START-WEIGHT-KG    PIC 999.
           05  GOAL-START-BMI          PIC 99V99.
           05  GOAL-TARGET-TYPE        PIC X.
               88  GOAL-WEIGHT-TARGET  VALUE "W".
               88  GOAL-BMI-TARGET     VALUE "B".
           05  GOAL-TARGET-WEIGHT-KG   PIC 999.
           05  GOAL-TARGET-BMI         PIC 99V99.
           05  GOAL-TARGET-DATE        PIC X(8).
      * The nurse who set the goal (the operator ID keyed at the
      * start of the GoalMaint session) and the day it was set.
           05  GOAL-NURSE-ID           PIC X(8).
           05  GOAL-SET-DATE           PIC X(8).
           05  GOAL-STATUS             PIC X.
               88  GOAL-ACTIVE         VALUE "A".
               88  GOAL-CLOSED         VALUE "C".
           05  GOAL-CLOSE-DATE         PIC X(8).

      * which used to evaporate when the console scrolled.
      * WellnessOutreach reads this file to generate HR's
      * outreach letters.
      * CCH-CHANGE-CAUSE is set to B on the night a new band
      * set takes effect when tonight's reading, classified
      * with the cutoffs in force at the previous run, would
      * still be in the old category - the move is the
      * provider's contract change, not the employee's weight,
      * and WellnessOutreach writes no letter for it.
      *****************************************************
       01  CATEGORY-CHANGE-RECORD.
           05  CCH-RUN-DATE            PIC X(8).
           05  CCH-DEPT-CODE           PIC X(4).
           05  CCH-OLD-CATEGORY        PIC X(12).
           05  CCH-NEW-CATEGORY        PIC X(12).
           05  CCH-CHANGE-CAUSE        PIC X.
               88  CCH-READING-CHANGE  VALUE SPACE.
               88  CCH-BAND-CHANGE     VALUE "B".

      * the exceptions list instead of becoming its own
      * department line, and the summary report prints the
      * full department name next to the code.
      * A department folded or split by DeptReorg is not
      * deleted - it stays on the file marked retired, with
      * the date and the code it moved to, so old history and
      * audit rows still print a name. A retired code is no
      * longer valid on a roster record: the nightly run sends
      * it to suspense naming the successor, and SuspenseRework
      * will not accept it as a correction. Records written
      * before these fields existed read as active.
      *****************************************************
       01  DEPT-REF-RECORD.
           05  DEPT-CODE               PIC X(4).
           05  DEPT-NAME               PIC X(30).
           05  DEPT-STATUS             PIC X.
               88  DEPT-ACTIVE         VALUE SPACE "A".
               88  DEPT-RETIRED        VALUE "R".
           05  DEPT-RETIRED-DATE       PIC X(8).
           05  DEPT-SUCCESSOR-CODE     PIC X(4).

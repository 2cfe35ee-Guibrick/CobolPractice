       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "GoalProgress".
       AUTHOR. Guido.

      * Monthly progress report on the personal wellness goals the
      * clinic nurse sets in GoalMaint (GOALS.IDX, see GOALS.cpy).
      * For every active goal it finds the employee's newest reading
      * since the goal started - on BMIHIST.IDX, or, when the
      * monthly purge has already moved those readings out, the
      * newest BMIMONTH.DAT rollup since the start month (a rollup
      * carries the month's average BMI only, so for a weight
      * target it is turned back into kilos at the starting
      * height) - and prints:
      *   - the percentage of the way from the starting reading to
      *     the target (negative when the employee has moved away
      *     from it);
      *   - the percentage the employee should have covered by now
      *     if they are to reach the target on its date, measured
      *     in days from the starting reading;
      *   - MET once the target is reached, ON TRACK while the
      *     progress keeps up with that pace, BEHIND when it does
      *     not, and LAPSED once the target date has passed with
      *     the target not reached.
      * The lapsed goals are listed again on their own, with the
      * days since the target date, for the nurses to follow up,
      * and the wellness committee gets the department and company
      * totals of goals met, on track and behind (the lapsed goals
      * counted among the behind). Employees who have since
      * withdrawn consent to the wellness program (roster consent
      * N, or E once erased) or been terminated are left out and
      * counted on their own lines; closed goals are not reported.
      * The as-of date comes from the command line (YYYYMMDD) and
      * defaults to today. Driven by the GOALPROG JCL member; the
      * report goes to GOALPROG.RPT.
      * Without the roster (PATIENTS.IDX) consent cannot be checked,
      * so no report is produced at all rather than one listing
      * employees who may have withdrawn.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-FILE ASSIGN TO "GOALS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOAL-EMP-ID
               FILE STATUS IS WS-GOAL-STATUS.

           SELECT BMI-HISTX-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT MONTHLY-SUMMARY-FILE ASSIGN TO "BMIMONTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-STATUS.

           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT DEPT-REFERENCE-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PROGRESS-REPORT-FILE ASSIGN TO "GOALPROG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  GOAL-FILE.
           COPY "GOALS.cpy".

       FD  BMI-HISTX-FILE.
           COPY "BMIHISTX.cpy".

       FD  MONTHLY-SUMMARY-FILE.
           COPY "BMIROLL.cpy".

       FD  PATIENT-FILE.
           COPY "EMPLOYEE.cpy"
               REPLACING ==EMPLOYEE-RECORD==   BY ==PATIENT-RECORD==
                         ==EMP-ID==            BY ==PAT-ID==
                         ==EMP-DEPT-CODE==     BY ==PAT-DEPT-CODE==
                         ==EMP-NAME==          BY ==PAT-NAME==
                         ==EMP-HEIGHT-CMS==    BY ==PAT-HEIGHT-CMS==
                         ==EMP-WEIGHT-KG==     BY ==PAT-WEIGHT-KG==
                         ==EMP-BMI-CATEGORY==  BY ==PAT-BMI-CATEGORY==
                         ==EMP-BMI==           BY ==PAT-BMI==
                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       FD  DEPT-REFERENCE-FILE.
           COPY "DEPTREF.cpy".

       FD  PROGRESS-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-GOAL-STATUS PIC XX.
           88 GOAL-FILE-OK VALUE "00".

       01 WS-HISTX-STATUS PIC XX.
           88 HISTX-FILE-OK VALUE "00".

       01 WS-MONTH-STATUS PIC XX.
           88 MONTH-FILE-OK VALUE "00".

       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-DEPT-STATUS PIC XX.
           88 DEPT-FILE-OK VALUE "00".

       01 WS-REPORT-STATUS PIC XX.

       01 WS-HISTX-OPEN-FLAG PIC X VALUE "N".
           88 HISTX-FILE-OPEN VALUE "Y".
       01 WS-ROSTER-OPEN-FLAG PIC X VALUE "N".
           88 ROSTER-FILE-OPEN VALUE "Y".

       01 WS-GOAL-EOF-FLAG PIC X VALUE "N".
           88 END-OF-GOALS VALUE "Y".
       01 WS-HISTX-EOF-FLAG PIC X.
           88 END-OF-READINGS VALUE "Y".
       01 WS-MONTH-EOF-FLAG PIC X.
           88 END-OF-ROLLUPS VALUE "Y".
       01 WS-DEPT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-DEPT-REFERENCE VALUE "Y".

       01 WS-AS-OF-DATE PIC X(8) VALUE SPACES.
       01 WS-AS-OF-MONTH PIC X(6).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-AS-OF-INTEGER PIC 9(8).
       01 WS-START-INTEGER PIC 9(8).
       01 WS-TARGET-INTEGER PIC 9(8).
       01 WS-PLAN-DAYS PIC S9(6).
       01 WS-ELAPSED-DAYS PIC S9(6).
       01 WS-DAYS-PAST PIC 9(5).

      * Where the employee stands on the roster.
       01 WS-EMP-STATE-FLAG PIC X.
           88 EMP-REPORTED VALUE "R".
           88 EMP-OPTED-OUT VALUE "N".
           88 EMP-TERMINATED VALUE "T".
       01 WS-EMP-NAME PIC X(20).
       01 WS-EMP-DEPT PIC X(4).

      * The newest reading since the goal started: H = BMIHIST.IDX,
      * M = BMIMONTH.DAT rollup, space = none since the start.
       01 WS-READING-SOURCE PIC X.
           88 READING-FROM-HISTORY VALUE "H".
           88 READING-FROM-ROLLUP VALUE "M".
           88 NO-READING-SINCE-START VALUE " ".
       01 WS-READING-DATE PIC X(8).
       01 WS-ROLL-MONTH PIC X(6).
       01 WS-NOW-WEIGHT PIC 999.
       01 WS-NOW-BMI PIC 99V99.
       01 WS-ROLL-BMI PIC 99V99.

      * Progress is measured in whichever unit the target is set in.
       01 WS-START-VALUE PIC 999V99.
       01 WS-TARGET-VALUE PIC 999V99.
       01 WS-NOW-VALUE PIC 999V99.
       01 WS-PLANNED-CHANGE PIC S999V99.
       01 WS-ACTUAL-CHANGE PIC S999V99.
       01 WS-PCT-DONE PIC S9(5).
       01 WS-PCT-DUE PIC 9(3).

       01 WS-PROGRESS-FLAG PIC X.
           88 GOAL-MET VALUE "M".
           88 GOAL-ON-TRACK VALUE "O".
           88 GOAL-BEHIND VALUE "B".
           88 GOAL-LAPSED VALUE "L".

       01 WS-TARGET-OUT PIC X(10).
       01 WS-NOW-OUT PIC X(6).
       01 WS-SOURCE-MARK PIC X.
       01 WS-WEIGHT-OUT PIC ZZ9.
       01 WS-BMI-OUT PIC Z9.99.
       01 WS-PCT-OUT PIC -ZZ9.
       01 WS-DUE-OUT PIC ZZ9.
       01 WS-PROGRESS-OUT PIC X(8).
       01 WS-DAYS-OUT PIC ZZZZ9.
       01 WS-CNT-OUT PIC ZZZZ9.

      * Lapsed goals are held for their own list after the detail.
       01 WS-LAPSED-TABLE.
           05 WS-LAPSED-LINE OCCURS 500 TIMES PIC X(80).
       01 WS-LAPSED-COUNT PIC 9(4) VALUE 0.
       01 WS-LAPSED-IDX PIC 9(4).
       01 WS-LAPSED-DROPPED PIC 9(5) VALUE 0.

       01 WS-DEPT-REF-TABLE.
           05 WS-DEPT-REF-ENTRY OCCURS 100 TIMES.
               10 WSD-DEPT-CODE PIC X(4).
               10 WSD-DEPT-NAME PIC X(30).
       01 WS-DEPT-REF-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-NAME-OUT PIC X(30).

      * Department totals in the order the departments are met;
      * employees no longer on the roster land under "????".
       01 WS-TOTAL-TABLE.
           05 WS-TOTAL-ENTRY OCCURS 100 TIMES.
               10 WGT-DEPT-CODE PIC X(4).
               10 WGT-GOALS PIC 9(5).
               10 WGT-MET PIC 9(5).
               10 WGT-ON-TRACK PIC 9(5).
               10 WGT-BEHIND PIC 9(5).
               10 WGT-LAPSED PIC 9(5).
       01 WS-TOTAL-COUNT PIC 9(3) VALUE 0.
       01 WS-TOTAL-IDX PIC 9(3).
       01 WS-IDX PIC 9(3).
       01 WS-FOUND-FLAG PIC X.
           88 TOTAL-ENTRY-FOUND VALUE "Y".
       01 WS-TOTALS-DROPPED PIC 9(5) VALUE 0.

       01 WS-CO-GOALS PIC 9(5) VALUE 0.
       01 WS-CO-MET PIC 9(5) VALUE 0.
       01 WS-CO-ON-TRACK PIC 9(5) VALUE 0.
       01 WS-CO-BEHIND PIC 9(5) VALUE 0.
       01 WS-CO-LAPSED PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-YET-SET-COUNT PIC 9(5) VALUE 0.
       01 WS-OPTOUT-COUNT PIC 9(5) VALUE 0.
       01 WS-TERMINATED-COUNT PIC 9(5) VALUE 0.
       01 WS-ROLLUP-USED-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-READING-COUNT PIC 9(5) VALUE 0.

       01 WS-MET-OUT PIC ZZZZ9.
       01 WS-TRACK-OUT PIC ZZZZ9.
       01 WS-BEHIND-OUT PIC ZZZZ9.
       01 WS-LAPSED-OUT PIC ZZZZ9.

       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-PAGE-OUT PIC ZZZ9.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 55.
       01 WS-RPT-DETAIL PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-AS-OF-DATE FROM COMMAND-LINE
           IF WS-AS-OF-DATE = SPACES
               OR WS-AS-OF-DATE IS NOT NUMERIC
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-AS-OF-DATE (1:6) TO WS-AS-OF-MONTH
           MOVE WS-AS-OF-DATE TO WS-DATE-NUM
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           OPEN INPUT GOAL-FILE
           IF NOT GOAL-FILE-OK
               DISPLAY "GOALS.IDX not found - no wellness goals "
                   "have been set."
           ELSE
               OPEN INPUT PATIENT-FILE
               IF NOT PATIENT-FILE-OK
                   DISPLAY "PATIENTS.IDX not available - consent "
                       "cannot be checked, no progress report."
                   CLOSE GOAL-FILE
               ELSE
                   MOVE "Y" TO WS-ROSTER-OPEN-FLAG
                   PERFORM 0050-LOAD-DEPT-REFERENCE
                   OPEN INPUT BMI-HISTX-FILE
                   IF HISTX-FILE-OK
                       MOVE "Y" TO WS-HISTX-OPEN-FLAG
                   ELSE
                       DISPLAY "WARNING: BMIHIST.IDX not available - "
                           "progress is taken from the monthly "
                           "rollups only."
                   END-IF
                   OPEN OUTPUT PROGRESS-REPORT-FILE
                   PERFORM 0082-PAGE-HEADING
                   PERFORM 0100-REVIEW-GOALS
                   PERFORM 0500-WRITE-LAPSED-LIST
                   PERFORM 0600-WRITE-TOTALS
                   CLOSE PROGRESS-REPORT-FILE
                   CLOSE GOAL-FILE
                   IF HISTX-FILE-OPEN
                       CLOSE BMI-HISTX-FILE
                   END-IF
                   CLOSE PATIENT-FILE
                   DISPLAY "Goals reported: " WS-CO-GOALS
                       "  met " WS-CO-MET "  on track " WS-CO-ON-TRACK
                       "  behind " WS-CO-BEHIND
                       " (lapsed " WS-CO-LAPSED ") - GOALPROG.RPT"
               END-IF
           END-IF
           STOP RUN.

       0050-LOAD-DEPT-REFERENCE.
           OPEN INPUT DEPT-REFERENCE-FILE
           IF DEPT-FILE-OK
               PERFORM UNTIL END-OF-DEPT-REFERENCE
                   READ DEPT-REFERENCE-FILE
                       AT END
                           MOVE "Y" TO WS-DEPT-EOF-FLAG
                       NOT AT END
                           IF WS-DEPT-REF-COUNT < 100
                               ADD 1 TO WS-DEPT-REF-COUNT
                               MOVE DEPT-CODE TO
                                   WSD-DEPT-CODE (WS-DEPT-REF-COUNT)
                               MOVE DEPT-NAME TO
                                   WSD-DEPT-NAME (WS-DEPT-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REFERENCE-FILE
           END-IF.

       0082-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "WELLNESS GOAL PROGRESS  AS OF " WS-AS-OF-DATE
               "                       PAGE "
               WS-PAGE-OUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ID     Name                 Dept Target     By       "
               TO REPORT-LINE
           MOVE "Now      Done Due  Status" TO REPORT-LINE (54:25)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       0084-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0082-PAGE-HEADING
           END-IF
           MOVE WS-RPT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       0100-REVIEW-GOALS.
           PERFORM UNTIL END-OF-GOALS
               READ GOAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GOAL-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN NOT GOAL-ACTIVE
                               ADD 1 TO WS-CLOSED-COUNT
                           WHEN GOAL-SET-DATE > WS-AS-OF-DATE
                               ADD 1 TO WS-NOT-YET-SET-COUNT
                           WHEN OTHER
                               PERFORM 0110-REVIEW-ONE-GOAL
                       END-EVALUATE
               END-READ
           END-PERFORM.

       0110-REVIEW-ONE-GOAL.
           PERFORM 0200-CHECK-ROSTER
           EVALUATE TRUE
               WHEN EMP-OPTED-OUT
                   ADD 1 TO WS-OPTOUT-COUNT
               WHEN EMP-TERMINATED
                   ADD 1 TO WS-TERMINATED-COUNT
               WHEN OTHER
                   PERFORM 0300-FIND-CURRENT-READING
                   PERFORM 0400-MEASURE-PROGRESS
                   PERFORM 0450-LIST-GOAL
                   PERFORM 0460-ADD-TO-TOTALS
           END-EVALUATE.

       0200-CHECK-ROSTER.
           MOVE "R" TO WS-EMP-STATE-FLAG
           MOVE "(not on roster)" TO WS-EMP-NAME
           MOVE "????" TO WS-EMP-DEPT
           IF ROSTER-FILE-OPEN
               MOVE GOAL-EMP-ID TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAT-NAME TO WS-EMP-NAME
                       MOVE PAT-DEPT-CODE TO WS-EMP-DEPT
                       EVALUATE TRUE
                           WHEN PAT-CONSENT = "N"
                               OR PAT-CONSENT = "E"
                               MOVE "N" TO WS-EMP-STATE-FLAG
                           WHEN PAT-STATUS = "T"
                               MOVE "T" TO WS-EMP-STATE-FLAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

       0300-FIND-CURRENT-READING.
      * The index is keyed employee + run date: walk the employee's
      * rows after the goal's starting reading and keep the last one
      * on or before the as-of date.
           MOVE SPACE TO WS-READING-SOURCE
           MOVE GOAL-START-DATE TO WS-READING-DATE
           MOVE GOAL-START-WEIGHT-KG TO WS-NOW-WEIGHT
           MOVE GOAL-START-BMI TO WS-NOW-BMI
           IF HISTX-FILE-OPEN
               MOVE "N" TO WS-HISTX-EOF-FLAG
               MOVE GOAL-EMP-ID TO HISTX-EMP-ID
               MOVE GOAL-START-DATE TO HISTX-RUN-DATE
               START BMI-HISTX-FILE KEY GREATER THAN HISTX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HISTX-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-READINGS
                   READ BMI-HISTX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HISTX-EOF-FLAG
                       NOT AT END
                           IF HISTX-EMP-ID NOT = GOAL-EMP-ID
                               OR HISTX-RUN-DATE > WS-AS-OF-DATE
                               MOVE "Y" TO WS-HISTX-EOF-FLAG
                           ELSE
                               MOVE "H" TO WS-READING-SOURCE
                               MOVE HISTX-RUN-DATE
                                   TO WS-READING-DATE
                               MOVE HISTX-WEIGHT-KG TO WS-NOW-WEIGHT
                               MOVE HISTX-BMI TO WS-NOW-BMI
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOT READING-FROM-HISTORY
               PERFORM 0310-FIND-ROLLUP
           END-IF.

       0310-FIND-ROLLUP.
      * Nothing on the index since the start: the readings may
      * already have been archived, so take the newest monthly
      * rollup from the start month up to the as-of month.
           MOVE SPACES TO WS-ROLL-MONTH
           MOVE "N" TO WS-MONTH-EOF-FLAG
           OPEN INPUT MONTHLY-SUMMARY-FILE
           IF MONTH-FILE-OK
               PERFORM UNTIL END-OF-ROLLUPS
                   READ MONTHLY-SUMMARY-FILE
                       AT END
                           MOVE "Y" TO WS-MONTH-EOF-FLAG
                       NOT AT END
                           IF ROLL-EMP-ID = GOAL-EMP-ID
                               AND ROLL-YEAR-MONTH
                                   NOT < GOAL-START-DATE (1:6)
                               AND ROLL-YEAR-MONTH
                                   NOT > WS-AS-OF-MONTH
                               AND ROLL-YEAR-MONTH > WS-ROLL-MONTH
                               MOVE ROLL-YEAR-MONTH TO WS-ROLL-MONTH
                               MOVE ROLL-AVG-BMI TO WS-ROLL-BMI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-SUMMARY-FILE
           END-IF
           IF WS-ROLL-MONTH NOT = SPACES
               MOVE "M" TO WS-READING-SOURCE
               ADD 1 TO WS-ROLLUP-USED-COUNT
               MOVE WS-ROLL-MONTH TO WS-READING-DATE
               MOVE WS-ROLL-BMI TO WS-NOW-BMI
               COMPUTE WS-NOW-WEIGHT ROUNDED =
                   WS-ROLL-BMI * GOAL-START-HEIGHT-CMS
                       * GOAL-START-HEIGHT-CMS / 10000
           ELSE
               ADD 1 TO WS-NO-READING-COUNT
           END-IF.

       0400-MEASURE-PROGRESS.
           IF GOAL-WEIGHT-TARGET
               MOVE GOAL-START-WEIGHT-KG TO WS-START-VALUE
               MOVE GOAL-TARGET-WEIGHT-KG TO WS-TARGET-VALUE
               MOVE WS-NOW-WEIGHT TO WS-NOW-VALUE
           ELSE
               MOVE GOAL-START-BMI TO WS-START-VALUE
               MOVE GOAL-TARGET-BMI TO WS-TARGET-VALUE
               MOVE WS-NOW-BMI TO WS-NOW-VALUE
           END-IF
      * The same sum serves a goal to lose and a goal to gain: the
      * planned and actual changes carry the same sign while the
      * employee is heading for the target.
           COMPUTE WS-PLANNED-CHANGE = WS-TARGET-VALUE - WS-START-VALUE
           COMPUTE WS-ACTUAL-CHANGE = WS-NOW-VALUE - WS-START-VALUE
           IF WS-PLANNED-CHANGE = 0
               MOVE 100 TO WS-PCT-DONE
           ELSE
               COMPUTE WS-PCT-DONE ROUNDED =
                   WS-ACTUAL-CHANGE * 100 / WS-PLANNED-CHANGE
           END-IF
           IF WS-PCT-DONE > 999
               MOVE 999 TO WS-PCT-DONE
           END-IF
           IF WS-PCT-DONE < -999
               MOVE -999 TO WS-PCT-DONE
           END-IF
      * The pace: the share of the days from the starting reading
      * to the target date that have gone by.
           MOVE GOAL-START-DATE TO WS-DATE-NUM
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           MOVE GOAL-TARGET-DATE TO WS-DATE-NUM
           COMPUTE WS-TARGET-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-PLAN-DAYS = WS-TARGET-INTEGER - WS-START-INTEGER
           COMPUTE WS-ELAPSED-DAYS =
               WS-AS-OF-INTEGER - WS-START-INTEGER
           EVALUATE TRUE
               WHEN WS-PLAN-DAYS NOT > 0
                   MOVE 100 TO WS-PCT-DUE
               WHEN WS-ELAPSED-DAYS NOT > 0
                   MOVE 0 TO WS-PCT-DUE
               WHEN WS-ELAPSED-DAYS NOT < WS-PLAN-DAYS
                   MOVE 100 TO WS-PCT-DUE
               WHEN OTHER
                   COMPUTE WS-PCT-DUE =
                       WS-ELAPSED-DAYS * 100 / WS-PLAN-DAYS
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-PCT-DONE NOT < 100
                   MOVE "M" TO WS-PROGRESS-FLAG
                   MOVE "MET" TO WS-PROGRESS-OUT
               WHEN GOAL-TARGET-DATE < WS-AS-OF-DATE
                   MOVE "L" TO WS-PROGRESS-FLAG
                   MOVE "LAPSED" TO WS-PROGRESS-OUT
               WHEN WS-PCT-DONE NOT < WS-PCT-DUE
                   MOVE "O" TO WS-PROGRESS-FLAG
                   MOVE "ON TRACK" TO WS-PROGRESS-OUT
               WHEN OTHER
                   MOVE "B" TO WS-PROGRESS-FLAG
                   MOVE "BEHIND" TO WS-PROGRESS-OUT
           END-EVALUATE.

       0450-LIST-GOAL.
           MOVE SPACES TO WS-TARGET-OUT
           MOVE SPACES TO WS-NOW-OUT
           IF GOAL-WEIGHT-TARGET
               MOVE GOAL-TARGET-WEIGHT-KG TO WS-WEIGHT-OUT
               STRING WS-WEIGHT-OUT " kgs"
                   DELIMITED BY SIZE INTO WS-TARGET-OUT
               MOVE WS-NOW-WEIGHT TO WS-WEIGHT-OUT
               STRING WS-WEIGHT-OUT " kg"
                   DELIMITED BY SIZE INTO WS-NOW-OUT
           ELSE
               MOVE GOAL-TARGET-BMI TO WS-BMI-OUT
               STRING "BMI " WS-BMI-OUT
                   DELIMITED BY SIZE INTO WS-TARGET-OUT
               MOVE WS-NOW-BMI TO WS-BMI-OUT
               MOVE WS-BMI-OUT TO WS-NOW-OUT
           END-IF
      * * = taken from a monthly rollup, - = no reading since the
      * goal was set.
           EVALUATE TRUE
               WHEN READING-FROM-ROLLUP
                   MOVE "*" TO WS-SOURCE-MARK
               WHEN NO-READING-SINCE-START
                   MOVE "-" TO WS-SOURCE-MARK
               WHEN OTHER
                   MOVE SPACE TO WS-SOURCE-MARK
           END-EVALUATE
           MOVE WS-PCT-DONE TO WS-PCT-OUT
           MOVE WS-PCT-DUE TO WS-DUE-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING GOAL-EMP-ID " " WS-EMP-NAME " " WS-EMP-DEPT " "
               WS-TARGET-OUT " " GOAL-TARGET-DATE " "
               WS-NOW-OUT WS-SOURCE-MARK " " WS-PCT-OUT "% "
               WS-DUE-OUT "% " WS-PROGRESS-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           IF GOAL-LAPSED
               PERFORM 0455-HOLD-LAPSED-GOAL
           END-IF.

       0455-HOLD-LAPSED-GOAL.
           IF WS-LAPSED-COUNT < 500
               ADD 1 TO WS-LAPSED-COUNT
               COMPUTE WS-DAYS-PAST =
                   WS-AS-OF-INTEGER - WS-TARGET-INTEGER
               MOVE WS-DAYS-PAST TO WS-DAYS-OUT
               MOVE SPACES TO WS-LAPSED-LINE (WS-LAPSED-COUNT)
               STRING GOAL-EMP-ID " " WS-EMP-NAME " " WS-EMP-DEPT " "
                   WS-TARGET-OUT " " GOAL-TARGET-DATE " "
                   WS-DAYS-OUT "  " WS-PCT-OUT "%  " GOAL-NURSE-ID
                   DELIMITED BY SIZE
                   INTO WS-LAPSED-LINE (WS-LAPSED-COUNT)
           ELSE
               ADD 1 TO WS-LAPSED-DROPPED
           END-IF.

       0460-ADD-TO-TOTALS.
           ADD 1 TO WS-CO-GOALS
           EVALUATE TRUE
               WHEN GOAL-MET
                   ADD 1 TO WS-CO-MET
               WHEN GOAL-ON-TRACK
                   ADD 1 TO WS-CO-ON-TRACK
               WHEN GOAL-BEHIND
                   ADD 1 TO WS-CO-BEHIND
               WHEN GOAL-LAPSED
                   ADD 1 TO WS-CO-BEHIND
                   ADD 1 TO WS-CO-LAPSED
           END-EVALUATE
           PERFORM 0470-FIND-TOTAL-ENTRY
           IF WS-TOTAL-IDX = 0
               ADD 1 TO WS-TOTALS-DROPPED
           ELSE
               ADD 1 TO WGT-GOALS (WS-TOTAL-IDX)
               EVALUATE TRUE
                   WHEN GOAL-MET
                       ADD 1 TO WGT-MET (WS-TOTAL-IDX)
                   WHEN GOAL-ON-TRACK
                       ADD 1 TO WGT-ON-TRACK (WS-TOTAL-IDX)
                   WHEN GOAL-BEHIND
                       ADD 1 TO WGT-BEHIND (WS-TOTAL-IDX)
                   WHEN GOAL-LAPSED
                       ADD 1 TO WGT-BEHIND (WS-TOTAL-IDX)
                       ADD 1 TO WGT-LAPSED (WS-TOTAL-IDX)
               END-EVALUATE
           END-IF.

       0470-FIND-TOTAL-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 0 TO WS-TOTAL-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TOTAL-COUNT
               IF WGT-DEPT-CODE (WS-IDX) = WS-EMP-DEPT
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-IDX TO WS-TOTAL-IDX
               END-IF
           END-PERFORM
           IF NOT TOTAL-ENTRY-FOUND AND WS-TOTAL-COUNT < 100
               ADD 1 TO WS-TOTAL-COUNT
               MOVE WS-TOTAL-COUNT TO WS-TOTAL-IDX
               INITIALIZE WS-TOTAL-ENTRY (WS-TOTAL-IDX)
               MOVE WS-EMP-DEPT TO WGT-DEPT-CODE (WS-TOTAL-IDX)
           END-IF.

       0500-WRITE-LAPSED-LIST.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE "LAPSED GOALS - target date passed, target not reached"
               TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "ID     Name                 Dept Target     By      "
               "  Days  Done   Nurse"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           IF WS-LAPSED-COUNT = 0
               MOVE "  none" TO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-LAPSED-IDX FROM 1 BY 1
               UNTIL WS-LAPSED-IDX > WS-LAPSED-COUNT
               MOVE WS-LAPSED-LINE (WS-LAPSED-IDX) TO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-LAPSED-DROPPED > 0
               MOVE WS-LAPSED-DROPPED TO WS-CNT-OUT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  ... and " WS-CNT-OUT " more lapsed goal(s) "
                   "- see the detail above"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           END-IF.

       0600-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE "GOAL TOTALS FOR THE WELLNESS COMMITTEE"
               TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE "Dept Name                           Goals   Met Track"
               TO WS-RPT-DETAIL
           MOVE " Behind Lapsed" TO WS-RPT-DETAIL (54:14)
           PERFORM 0084-WRITE-REPORT-LINE
           PERFORM 0610-WRITE-DEPT-TOTAL
               VARYING WS-TOTAL-IDX FROM 1 BY 1
               UNTIL WS-TOTAL-IDX > WS-TOTAL-COUNT
           MOVE WS-CO-GOALS TO WS-CNT-OUT
           MOVE WS-CO-MET TO WS-MET-OUT
           MOVE WS-CO-ON-TRACK TO WS-TRACK-OUT
           MOVE WS-CO-BEHIND TO WS-BEHIND-OUT
           MOVE WS-CO-LAPSED TO WS-LAPSED-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "COMPANY                             " WS-CNT-OUT
               " " WS-MET-OUT " " WS-TRACK-OUT "  " WS-BEHIND-OUT
               "  " WS-LAPSED-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE "  (Behind includes the lapsed goals.)"
               TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           IF WS-TOTALS-DROPPED > 0
               MOVE WS-TOTALS-DROPPED TO WS-CNT-OUT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  WARNING: more than 100 departments - "
                   WS-CNT-OUT " goal(s) in company total only"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE WS-ROLLUP-USED-COUNT TO WS-CNT-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Progress from a monthly rollup (*):   " WS-CNT-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE WS-NO-READING-COUNT TO WS-CNT-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "No reading since the goal was set (-):" WS-CNT-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE WS-OPTOUT-COUNT TO WS-CNT-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Consent withdrawn - not reported:     " WS-CNT-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE WS-TERMINATED-COUNT TO WS-CNT-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Terminated - not reported:            " WS-CNT-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-CNT-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Closed goals - not reported:          " WS-CNT-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           IF WS-NOT-YET-SET-COUNT > 0
               MOVE WS-NOT-YET-SET-COUNT TO WS-CNT-OUT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "Set after the as-of date:             "
                   WS-CNT-OUT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           END-IF.

       0610-WRITE-DEPT-TOTAL.
           MOVE SPACES TO WS-DEPT-NAME-OUT
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DEPT-REF-COUNT
               IF WSD-DEPT-CODE (WS-IDX)
                   = WGT-DEPT-CODE (WS-TOTAL-IDX)
                   MOVE WSD-DEPT-NAME (WS-IDX) TO WS-DEPT-NAME-OUT
               END-IF
           END-PERFORM
           IF WGT-DEPT-CODE (WS-TOTAL-IDX) = "????"
               MOVE "(no longer on roster)" TO WS-DEPT-NAME-OUT
           END-IF
           MOVE WGT-GOALS (WS-TOTAL-IDX) TO WS-CNT-OUT
           MOVE WGT-MET (WS-TOTAL-IDX) TO WS-MET-OUT
           MOVE WGT-ON-TRACK (WS-TOTAL-IDX) TO WS-TRACK-OUT
           MOVE WGT-BEHIND (WS-TOTAL-IDX) TO WS-BEHIND-OUT
           MOVE WGT-LAPSED (WS-TOTAL-IDX) TO WS-LAPSED-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WGT-DEPT-CODE (WS-TOTAL-IDX) " " WS-DEPT-NAME-OUT
               " " WS-CNT-OUT " " WS-MET-OUT " " WS-TRACK-OUT "  "
               WS-BEHIND-OUT "  " WS-LAPSED-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       END PROGRAM "GoalProgress".

      * on leave or terminated (or who are off the roster entirely),
      * so HR stops mailing people who left last month; suppressed
      * letters get their own count at the end.
      * Every letter now opens an outreach case on OUTCASE.IDX (see
      * OUTCASE.cpy) carrying the letter date, the reading it was
      * written about and a follow-up due date - the letter date
      * plus the follow-up days on the second OUTREACH.CFG record
      * (four digits, default 0030). No second letter is written
      * while the employee's case is still open; those are counted
      * apart from the inactive-status suppressions. A category
      * change back to NORMAL on tonight's CATCHG.DAT closes the
      * employee's open case.
      * A CATCHG.DAT row BMINightlyBatch flagged as a band-table
      * change (the new band set, not the reading, moved the
      * employee) does not count as entering a risk category - the
      * employee gets a letter only if the reading itself moved past
      * the threshold. Those rows are counted on their own line.
      * No letter goes to an employee who has withdrawn consent to
      * the wellness program (roster consent N, or E once their data
      * has been erased); those are counted apart from the
      * inactive-status suppressions.
      * Every run appends its counts to OUTCTL.DAT (see OUTCTL.cpy),
      * with the dispositions of tonight's CATCHG.DAT moves into
      * OBESE or UNDERWEIGHT counted apart from threshold-only
      * letters, so NightlyCheckout can prove every such move
      * ended in a letter or a counted suppression.
      * Candidates are now tonight's CATCHG.DAT moves into OBESE or
      * UNDERWEIGHT as well as tonight's BMIHIST.DAT rows: the
      * nightly run writes no history row for an employee who has
      * not been re-measured, yet a band-table change or an age
      * rollover can still move them, and those moves must reach a
      * letter or a counted disposition. Such an employee's letter
      * and case carry the roster figures when none of their
      * readings is among the recent rows held here, and a move
      * past the threshold is only taken from a reading written
      * tonight. "Tonight" is now also the last COMPLETE run on
      * RUNCTL.DAT, since on a night nobody was re-measured the
      * newest history row is an earlier night's. Risk moves left
      * unevaluated because a table cap was reached are counted on
      * OUTCTL.DAT (OCT-NOT-EVALUATED) so checkout still balances.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTERS-STATUS.

           SELECT OUTREACH-CASE-FILE ASSIGN TO "OUTCASE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT OUTREACH-CONTROL-FILE ASSIGN TO "OUTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCTL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.
                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       FD  CATEGORY-CHANGE-FILE.
           COPY "CATCHG.cpy".
       FD  LETTERS-FILE.
       01  LETTER-LINE PIC X(80).

       FD  OUTREACH-CASE-FILE.
           COPY "OUTCASE.cpy".

       FD  OUTREACH-CONTROL-FILE.
           COPY "OUTCTL.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-LETTERS-STATUS PIC XX.

       01 WS-CASE-STATUS PIC XX.
           88 CASE-FILE-OK VALUE "00".
           88 CASE-FILE-NOT-FOUND VALUE "35".

       01 WS-CASE-FILE-FLAG PIC X VALUE "N".
           88 CASE-FILE-OPEN VALUE "Y".
       01 WS-CASE-EOF-FLAG PIC X.
           88 END-OF-EMPLOYEE-CASES VALUE "Y".
       01 WS-OPEN-CASE-FLAG PIC X.
           88 EMPLOYEE-CASE-OPEN VALUE "Y".
       01 WS-CASE-EMP-ID PIC X(6).

       01 WS-OUTCTL-STATUS PIC XX.
           88 OUTCTL-FILE-NOT-FOUND VALUE "35".
       01 WS-TIME-RAW PIC 9(8).

       01 WS-RUNCTL-STATUS PIC XX.
           88 RUNCTL-FILE-OK VALUE "00".
       01 WS-RUNCTL-EOF-FLAG PIC X VALUE "N".
           88 END-OF-RUN-CONTROL VALUE "Y".

       01 WS-CATCHG-EOF-FLAG PIC X VALUE "N".
           88 END-OF-CHANGES VALUE "Y".
       01 WS-HIST-EOF-FLAG PIC X VALUE "N".

       01 WS-MOVE-THRESHOLD PIC 99V99 VALUE 2.00.
       01 WS-CFG-WORK PIC 9(4).
       01 WS-FOLLOWUP-DAYS PIC 9(4) VALUE 30.

       01 WS-DATE-NUM PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(8).
       01 WS-FOLLOWUP-DATE PIC X(8).

       01 WS-CHANGE-TABLE.
           05 WS-CHANGE-ENTRY OCCURS 200 TIMES.
               10 WCH-EMP-ID PIC X(6).
               10 WCH-OLD-CATEGORY PIC X(12).
               10 WCH-NEW-CATEGORY PIC X(12).
               10 WCH-CHANGE-CAUSE PIC X.
                   88 WCH-BAND-CHANGE VALUE "B".
               10 WCH-EMP-NAME PIC X(20).
       01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
       01 WS-CHANGE-CAP-WARNED PIC X VALUE "N".
           88 CHANGE-CAP-WARNING-SHOWN VALUE "Y".
               10 WH-RUN-DATE PIC X(8).
               10 WH-BMI PIC 99V99.
               10 WH-CATEGORY PIC X(12).
               10 WH-HEIGHT-CMS PIC 999.
               10 WH-WEIGHT-KG PIC 999.
       01 WS-HISTORY-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-TOTAL-COUNT PIC 9(6) VALUE 0.
       01 WS-HIST-SKIP-COUNT PIC 9(6) VALUE 0.
       01 WS-CHANGE-IDX PIC 9(4).
       01 WS-ENTERED-RISK-FLAG PIC X.
           88 ENTERED-RISK-CATEGORY VALUE "Y".
       01 WS-BAND-ONLY-FLAG PIC X.
           88 BAND-CHANGE-ONLY VALUE "Y".
       01 WS-RISK-CATEGORY PIC X(12).
       01 WS-OLD-CATEGORY PIC X(12).

       01 WS-DEPT-NAME-OUT PIC X(30).
       01 WS-LETTER-COUNT PIC 9(4) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(4) VALUE 0.
       01 WS-OPTOUT-COUNT PIC 9(4) VALUE 0.
       01 WS-CASE-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-CASES-OPENED PIC 9(4) VALUE 0.
       01 WS-CASES-CLOSED PIC 9(4) VALUE 0.
       01 WS-BAND-ONLY-COUNT PIC 9(4) VALUE 0.
      * Tonight's CATCHG.DAT rows, and the dispositions of the
      * employees among them who moved into a risk category.
       01 WS-MOVES-READ PIC 9(6) VALUE 0.
       01 WS-CHG-LETTER-COUNT PIC 9(4) VALUE 0.
       01 WS-CHG-SUPPRESSED-COUNT PIC 9(4) VALUE 0.
       01 WS-CHG-OPTOUT-COUNT PIC 9(4) VALUE 0.
       01 WS-CHG-CASE-OPEN-COUNT PIC 9(4) VALUE 0.
      * Risk moves on tonight's CATCHG.DAT that were never evaluated
      * because the change or candidate table was full, and
      * employees with readings tonight dropped the same way.
       01 WS-NOT-EVALUATED-COUNT PIC 9(4) VALUE 0.
       01 WS-EMP-OVER-CAP-COUNT PIC 9(4) VALUE 0.
       01 WS-RISK-MOVE-FLAG PIC X.
           88 CATCHG-RISK-MOVE VALUE "Y".
       01 WS-LETTER-FLAG PIC X.
           88 LETTER-ALLOWED VALUE "Y".
           88 LETTER-OPTED-OUT VALUE "O".
       01 WS-DETAIL PIC X(80).

       PROCEDURE DIVISION.
           END-IF
           PERFORM 0140-LOAD-HISTORY
           PERFORM 0150-SET-RUN-DATE
           PERFORM 0160-OPEN-CASE-FILE
           PERFORM 0130-LOAD-CHANGES
           PERFORM 0200-BUILD-EMPLOYEE-LIST
           OPEN OUTPUT LETTERS-FILE
           IF ROSTER-FILE-OPEN
               CLOSE PATIENT-FILE
           END-IF
           IF CASE-FILE-OPEN
               CLOSE OUTREACH-CASE-FILE
           END-IF
           DISPLAY "Outreach letters written: " WS-LETTER-COUNT
               " (LETTERS.RPT)"
           DISPLAY "Letters suppressed (inactive/off roster): "
               WS-SUPPRESSED-COUNT
           DISPLAY "Letters suppressed (consent withdrawn): "
               WS-OPTOUT-COUNT
           DISPLAY "Letters suppressed (outreach case open): "
               WS-CASE-OPEN-COUNT
           DISPLAY "Letters not sent (band table change only): "
               WS-BAND-ONLY-COUNT
           IF WS-NOT-EVALUATED-COUNT > 0
               OR WS-EMP-OVER-CAP-COUNT > 0
               DISPLAY "Risk moves not evaluated (over cap): "
                   WS-NOT-EVALUATED-COUNT
               DISPLAY "Employees with readings not evaluated "
                   "(over cap): " WS-EMP-OVER-CAP-COUNT
           END-IF
           DISPLAY "Outreach cases opened: " WS-CASES-OPENED
           DISPLAY "Outreach cases closed (back to NORMAL): "
               WS-CASES-CLOSED
           PERFORM 0500-WRITE-OUTREACH-CONTROL
           STOP RUN.

       0100-LOAD-CONFIG.
                               "numeric - using default 2.00."
                       END-IF
               END-READ
      * The second record, when present, is the number of days
      * after the letter that the outreach case falls due for
      * follow-up.
               READ OUTREACH-CONFIG-FILE
                   NOT AT END
                       IF OUTREACH-CONFIG-RECORD IS NUMERIC
                           AND OUTREACH-CONFIG-RECORD > ZERO
                           MOVE OUTREACH-CONFIG-RECORD
                               TO WS-FOLLOWUP-DAYS
                       ELSE
                           DISPLAY "OUTREACH.CFG follow-up days are "
                               "not numeric - using default 30."
                       END-IF
               END-READ
               CLOSE OUTREACH-CONFIG-FILE
           ELSE
               DISPLAY "OUTREACH.CFG not found - using default "
                           MOVE "Y" TO WS-CATCHG-EOF-FLAG
                       NOT AT END
                           IF CCH-RUN-DATE = WS-RUN-DATE
                               AND CCH-NEW-CATEGORY = "NORMAL"
                               MOVE CCH-EMP-ID TO WS-CASE-EMP-ID
                               PERFORM 0170-CLOSE-NORMAL-CASES
                           END-IF
                           IF CCH-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-MOVES-READ
                               IF WS-CHANGE-COUNT < 200
                                   ADD 1 TO WS-CHANGE-COUNT
                                   MOVE CCH-EMP-ID
                                   MOVE CCH-NEW-CATEGORY
                                       TO WCH-NEW-CATEGORY
                                           (WS-CHANGE-COUNT)
                                   MOVE CCH-CHANGE-CAUSE
                                       TO WCH-CHANGE-CAUSE
                                           (WS-CHANGE-COUNT)
                                   MOVE CCH-EMP-NAME
                                       TO WCH-EMP-NAME
                                           (WS-CHANGE-COUNT)
                               ELSE
                                   IF CCH-NEW-CATEGORY = "OBESE"
                                       OR CCH-NEW-CATEGORY
                                           = "UNDERWEIGHT"
                                       ADD 1 TO WS-NOT-EVALUATED-COUNT
                                   END-IF
                                   IF NOT CHANGE-CAP-WARNING-SHOWN
                                       DISPLAY "WARNING: more than "
                                           "200 category changes "
                               TO WH-BMI (WS-HISTORY-COUNT)
                           MOVE HIST-CATEGORY
                               TO WH-CATEGORY (WS-HISTORY-COUNT)
                           MOVE HIST-HEIGHT-CMS
                               TO WH-HEIGHT-CMS (WS-HISTORY-COUNT)
                           MOVE HIST-WEIGHT-KG
                               TO WH-WEIGHT-KG (WS-HISTORY-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY-FILE
      * history file, not the wall clock - a letters step running
      * just after midnight still reports on the run that wrote
      * the readings.
           MOVE SPACES TO WS-RUN-DATE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-HISTORY-COUNT
               IF WS-IDX = 1
                       MOVE WH-RUN-DATE (WS-IDX) TO WS-RUN-DATE
                   END-IF
               END-IF
           END-PERFORM
      * On a night nobody was re-measured there are no history rows
      * for it, so the last COMPLETE nightly run is taken when it
      * is later.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-OK
               PERFORM UNTIL END-OF-RUN-CONTROL
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-RUNCTL-EOF-FLAG
                       NOT AT END
                           IF RC-RUN-COMPLETE
                               AND RC-RUN-DATE > WS-RUN-DATE
                               MOVE RC-RUN-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       0160-OPEN-CASE-FILE.
      * Cases are read and rewritten one at a time as letters go
      * out; the first run creates the file.
           OPEN I-O OUTREACH-CASE-FILE
           IF CASE-FILE-NOT-FOUND
               OPEN OUTPUT OUTREACH-CASE-FILE
               CLOSE OUTREACH-CASE-FILE
               OPEN I-O OUTREACH-CASE-FILE
           END-IF
           IF CASE-FILE-OK
               MOVE "Y" TO WS-CASE-FILE-FLAG
           ELSE
               DISPLAY "WARNING: OUTCASE.IDX could not be opened ("
                   WS-CASE-STATUS ") - letters are written without "
                   "outreach cases tonight."
           END-IF.

       0170-CLOSE-NORMAL-CASES.
      * The employee is back to NORMAL - any open case has done
      * its job and no longer needs chasing.
           IF CASE-FILE-OPEN
               MOVE "N" TO WS-CASE-EOF-FLAG
               MOVE WS-CASE-EMP-ID TO OCS-EMP-ID
               MOVE LOW-VALUES TO OCS-LETTER-DATE
               START OUTREACH-CASE-FILE KEY NOT LESS THAN OCS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CASE-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-EMPLOYEE-CASES
                   READ OUTREACH-CASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CASE-EOF-FLAG
                       NOT AT END
                           IF OCS-EMP-ID NOT = WS-CASE-EMP-ID
                               MOVE "Y" TO WS-CASE-EOF-FLAG
                           ELSE
                               IF OCS-CASE-OPEN
                                   MOVE "C" TO OCS-STATUS
                                   MOVE WS-RUN-DATE TO OCS-CLOSE-DATE
                                   MOVE "NORMAL" TO OCS-CLOSE-REASON
                                   REWRITE OUTREACH-CASE-RECORD
                                   ADD 1 TO WS-CASES-CLOSED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0200-BUILD-EMPLOYEE-LIST.
      * Candidates are the employees CATCHG.DAT moved into a risk
      * category tonight - taken first, since many of them have no
      * reading tonight - and then those with a reading from
      * tonight's run; the letters speak to what changed tonight.
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
               IF WCH-NEW-CATEGORY (WS-CHANGE-IDX) = "OBESE"
                   OR WCH-NEW-CATEGORY (WS-CHANGE-IDX) = "UNDERWEIGHT"
                   PERFORM 0210-LIST-CHANGED-EMPLOYEE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-HISTORY-COUNT
               IF WH-RUN-DATE (WS-IDX) = WS-RUN-DATE
                           MOVE WH-EMP-NAME (WS-IDX)
                               TO WU-EMP-NAME (WS-EMPLOYEE-COUNT)
                       ELSE
                           ADD 1 TO WS-EMP-OVER-CAP-COUNT
                           PERFORM 0220-WARN-EMPLOYEE-CAP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0210-LIST-CHANGED-EMPLOYEE.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-EMPLOYEE-COUNT
               IF WU-EMP-ID (WS-IDX2) = WCH-EMP-ID (WS-CHANGE-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT ALREADY-LISTED
               IF WS-EMPLOYEE-COUNT < 100
                   ADD 1 TO WS-EMPLOYEE-COUNT
                   MOVE WCH-EMP-ID (WS-CHANGE-IDX)
                       TO WU-EMP-ID (WS-EMPLOYEE-COUNT)
                   MOVE WCH-EMP-NAME (WS-CHANGE-IDX)
                       TO WU-EMP-NAME (WS-EMPLOYEE-COUNT)
               ELSE
                   ADD 1 TO WS-NOT-EVALUATED-COUNT
                   PERFORM 0220-WARN-EMPLOYEE-CAP
               END-IF
           END-IF.

       0220-WARN-EMPLOYEE-CAP.
           IF NOT EMP-CAP-WARNING-SHOWN
               DISPLAY "WARNING: more than 100 "
                   "employees to evaluate "
                   "tonight - remaining employees "
                   "not evaluated for letters."
               MOVE "Y" TO WS-EMP-CAP-WARNED
           END-IF.

       0300-EVALUATE-EMPLOYEE.
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
           END-PERFORM

           MOVE "N" TO WS-ENTERED-RISK-FLAG
           MOVE "N" TO WS-BAND-ONLY-FLAG
           MOVE "N" TO WS-RISK-MOVE-FLAG
           MOVE SPACES TO WS-OLD-CATEGORY
           PERFORM VARYING WS-CHANGE-IDX FROM 1 BY 1
               UNTIL WS-CHANGE-IDX > WS-CHANGE-COUNT
                   AND (WCH-NEW-CATEGORY (WS-CHANGE-IDX) = "OBESE"
                       OR WCH-NEW-CATEGORY (WS-CHANGE-IDX)
                           = "UNDERWEIGHT")
                   MOVE "Y" TO WS-RISK-MOVE-FLAG
                   IF WCH-BAND-CHANGE (WS-CHANGE-IDX)
                       MOVE "Y" TO WS-BAND-ONLY-FLAG
                   ELSE
                       MOVE "Y" TO WS-ENTERED-RISK-FLAG
                       MOVE WCH-NEW-CATEGORY (WS-CHANGE-IDX)
                           TO WS-RISK-CATEGORY
                       MOVE WCH-OLD-CATEGORY (WS-CHANGE-IDX)
                           TO WS-OLD-CATEGORY
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-MOVE-FLAG
           MOVE 0 TO WS-BMI-MOVE
      * Only a reading written tonight can have moved tonight.
           IF WS-MATCH-COUNT > 1
               AND WH-RUN-DATE (WS-MATCH-INDEX (WS-MATCH-COUNT))
                   = WS-RUN-DATE
               COMPUTE WS-BMI-MOVE =
                   WH-BMI (WS-MATCH-INDEX (WS-MATCH-COUNT))
                   - WH-BMI (WS-MATCH-INDEX (WS-MATCH-COUNT - 1))
               END-IF
           END-IF

           IF BAND-CHANGE-ONLY
               AND NOT ENTERED-RISK-CATEGORY
               AND NOT MOVED-PAST-THRESHOLD
               ADD 1 TO WS-BAND-ONLY-COUNT
           END-IF

           IF ENTERED-RISK-CATEGORY OR MOVED-PAST-THRESHOLD
               PERFORM 0350-CHECK-ROSTER-STATUS
               IF LETTER-ALLOWED
                   MOVE WU-EMP-ID (WS-EMP-IDX) TO WS-CASE-EMP-ID
                   PERFORM 0360-CHECK-OPEN-CASE
                   IF EMPLOYEE-CASE-OPEN
                       ADD 1 TO WS-CASE-OPEN-COUNT
                       IF CATCHG-RISK-MOVE
                           ADD 1 TO WS-CHG-CASE-OPEN-COUNT
                       END-IF
                   ELSE
                       PERFORM 0400-WRITE-LETTER
                       PERFORM 0430-OPEN-CASE
                       IF CATCHG-RISK-MOVE
                           ADD 1 TO WS-CHG-LETTER-COUNT
                       END-IF
                   END-IF
               ELSE
                   IF LETTER-OPTED-OUT
                       ADD 1 TO WS-OPTOUT-COUNT
                       IF CATCHG-RISK-MOVE
                           ADD 1 TO WS-CHG-OPTOUT-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-SUPPRESSED-COUNT
                       IF CATCHG-RISK-MOVE
                           ADD 1 TO WS-CHG-SUPPRESSED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0350-CHECK-ROSTER-STATUS.
      * No letter for an employee who is off the roster or whose
      * status says on leave or terminated - the readings that
      * earned the letter may predate the status change. Nor for
      * one who has withdrawn consent to the program.
           MOVE "Y" TO WS-LETTER-FLAG
           IF ROSTER-FILE-OPEN
               MOVE WU-EMP-ID (WS-EMP-IDX) TO PAT-ID
                       IF PAT-STATUS = "L" OR PAT-STATUS = "T"
                           MOVE "N" TO WS-LETTER-FLAG
                       END-IF
                       IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
                           MOVE "O" TO WS-LETTER-FLAG
                       END-IF
               END-READ
           END-IF.

       0360-CHECK-OPEN-CASE.
      * An employee whose earlier letter is still being followed
      * up gets no second letter - HR chases the open case.
           MOVE "N" TO WS-OPEN-CASE-FLAG
           IF CASE-FILE-OPEN
               MOVE "N" TO WS-CASE-EOF-FLAG
               MOVE WS-CASE-EMP-ID TO OCS-EMP-ID
               MOVE LOW-VALUES TO OCS-LETTER-DATE
               START OUTREACH-CASE-FILE KEY NOT LESS THAN OCS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CASE-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-EMPLOYEE-CASES
                   READ OUTREACH-CASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CASE-EOF-FLAG
                       NOT AT END
                           IF OCS-EMP-ID NOT = WS-CASE-EMP-ID
                               MOVE "Y" TO WS-CASE-EOF-FLAG
                           ELSE
                               IF OCS-CASE-OPEN
                                   MOVE "Y" TO WS-OPEN-CASE-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0400-WRITE-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE ALL "-" TO LETTER-LINE
           WRITE LETTER-LINE.

       0420-WRITE-RECENT-READINGS.
           IF WS-MATCH-COUNT = 0
               MOVE "  (none among the recent history rows)"
                   TO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           COMPUTE WS-WINDOW-START-CALC = WS-MATCH-COUNT - 4
           IF WS-WINDOW-START-CALC < 1
               MOVE 1 TO WS-WINDOW-START
               WRITE LETTER-LINE
           END-PERFORM.

       0430-OPEN-CASE.
      * One case per letter, due for follow-up the configured
      * number of days after the letter date.
           IF CASE-FILE-OPEN
               MOVE WS-RUN-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   + WS-FOLLOWUP-DAYS
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               MOVE WS-DATE-NUM TO WS-FOLLOWUP-DATE
               MOVE SPACES TO OUTREACH-CASE-RECORD
               MOVE WU-EMP-ID (WS-EMP-IDX) TO OCS-EMP-ID
               MOVE WS-RUN-DATE TO OCS-LETTER-DATE
               MOVE WU-EMP-NAME (WS-EMP-IDX) TO OCS-EMP-NAME
               MOVE WS-LETTER-DEPT-CODE TO OCS-DEPT-CODE
               IF WS-MATCH-COUNT > 0
                   MOVE WH-HEIGHT-CMS
                       (WS-MATCH-INDEX (WS-MATCH-COUNT))
                       TO OCS-LETTER-HEIGHT-CMS
                   MOVE WH-WEIGHT-KG (WS-MATCH-INDEX (WS-MATCH-COUNT))
                       TO OCS-LETTER-WEIGHT-KG
                   MOVE WH-BMI (WS-MATCH-INDEX (WS-MATCH-COUNT))
                       TO OCS-LETTER-BMI
                   MOVE WH-CATEGORY (WS-MATCH-INDEX (WS-MATCH-COUNT))
                       TO OCS-LETTER-CATEGORY
               ELSE
                   PERFORM 0435-CASE-FROM-ROSTER
               END-IF
               MOVE WS-FOLLOWUP-DATE TO OCS-FOLLOWUP-DATE
               MOVE "O" TO OCS-STATUS
               WRITE OUTREACH-CASE-RECORD
                   INVALID KEY
      * Only a case closed earlier tonight (back to NORMAL) can
      * already carry tonight's key - the new letter replaces it.
                       REWRITE OUTREACH-CASE-RECORD
               END-WRITE
               ADD 1 TO WS-CASES-OPENED
           END-IF.

       0435-CASE-FROM-ROSTER.
      * None of the employee's readings is among the recent rows -
      * a move with no new reading - so the case carries the
      * roster figures and tonight's category.
           MOVE 0 TO OCS-LETTER-HEIGHT-CMS
           MOVE 0 TO OCS-LETTER-WEIGHT-KG
           MOVE 0 TO OCS-LETTER-BMI
           MOVE WS-RISK-CATEGORY TO OCS-LETTER-CATEGORY
           IF ROSTER-FILE-OPEN
               MOVE WU-EMP-ID (WS-EMP-IDX) TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAT-HEIGHT-CMS TO OCS-LETTER-HEIGHT-CMS
                       MOVE PAT-WEIGHT-KG TO OCS-LETTER-WEIGHT-KG
                       MOVE PAT-BMI TO OCS-LETTER-BMI
               END-READ
           END-IF.

       0500-WRITE-OUTREACH-CONTROL.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE TO OCT-RUN-DATE
           MOVE WS-TIME-RAW (1:6) TO OCT-RUN-TIME
           MOVE WS-MOVES-READ TO OCT-MOVES-READ
           MOVE WS-LETTER-COUNT TO OCT-LETTERS-WRITTEN
           MOVE WS-SUPPRESSED-COUNT TO OCT-SUPPRESSED
           MOVE WS-OPTOUT-COUNT TO OCT-OPTED-OUT
           MOVE WS-CASE-OPEN-COUNT TO OCT-CASE-OPEN
           MOVE WS-BAND-ONLY-COUNT TO OCT-BAND-ONLY
           MOVE WS-CHG-LETTER-COUNT TO OCT-CHG-LETTERS
           MOVE WS-CHG-SUPPRESSED-COUNT TO OCT-CHG-SUPPRESSED
           MOVE WS-CHG-OPTOUT-COUNT TO OCT-CHG-OPTED-OUT
           MOVE WS-CHG-CASE-OPEN-COUNT TO OCT-CHG-CASE-OPEN
           MOVE WS-NOT-EVALUATED-COUNT TO OCT-NOT-EVALUATED
           OPEN EXTEND OUTREACH-CONTROL-FILE
           IF OUTCTL-FILE-NOT-FOUND
               OPEN OUTPUT OUTREACH-CONTROL-FILE
           END-IF
           WRITE OUTREACH-CONTROL-RECORD
           CLOSE OUTREACH-CONTROL-FILE.

       END PROGRAM "WellnessOutreach".

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "GoalMaint".
       AUTHOR. Guido.

      * Online maintenance for the personal wellness goals on
      * GOALS.IDX (see GOALS.cpy), one per employee. When an
      * employee joins the wellness program after an outreach
      * letter, the clinic nurse agrees a target with them here -
      * a target weight or a target BMI and the date to reach it -
      * instead of on paper, so GoalProgress can report whether the
      * program is working. The goal starts from the employee's
      * newest reading on BMIHIST.IDX (the roster's current figures
      * when the index holds none), and is stamped with the
      * operator ID keyed at the start of the session as the nurse
      * who set it. Lists the active goals, inquires on one
      * employee's goal, and closes a goal the employee has given
      * up or finished with. An employee keeps one goal at a time:
      * a new goal can be set once the old one is closed, and
      * replaces it on file.
      * Goals are set only for employees on the roster who are not
      * terminated and have not withdrawn consent to the wellness
      * program (roster consent N, or E once erased).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOAL-FILE ASSIGN TO "GOALS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOAL-EMP-ID
               FILE STATUS IS WS-GOAL-STATUS.

           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT BMI-HISTX-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  GOAL-FILE.
           COPY "GOALS.cpy".

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

       FD  BMI-HISTX-FILE.
           COPY "BMIHISTX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-GOAL-STATUS PIC XX.
           88 GOAL-FILE-OK VALUE "00".
           88 GOAL-FILE-NOT-FOUND VALUE "35".

       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-HISTX-STATUS PIC XX.
           88 HISTX-FILE-OK VALUE "00".

       01 WS-ROSTER-OPEN-FLAG PIC X VALUE "N".
           88 ROSTER-FILE-OPEN VALUE "Y".
       01 WS-HISTX-OPEN-FLAG PIC X VALUE "N".
           88 HISTX-FILE-OPEN VALUE "Y".

       01 WS-GOAL-EOF-FLAG PIC X.
           88 END-OF-GOALS VALUE "Y".
       01 WS-HISTX-EOF-FLAG PIC X.
           88 END-OF-READINGS VALUE "Y".

       01 WS-GOAL-FOUND-FLAG PIC X.
           88 GOAL-ON-FILE VALUE "Y".
       01 WS-EMP-FOUND-FLAG PIC X.
           88 EMPLOYEE-FOUND VALUE "Y".
       01 WS-READING-FOUND-FLAG PIC X.
           88 LATEST-READING-FOUND VALUE "Y".

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
           88 CHOICE-LIST VALUE "L".
           88 CHOICE-SET VALUE "S".
           88 CHOICE-CLOSE VALUE "C".
           88 CHOICE-INQUIRE VALUE "I".
           88 CHOICE-QUIT VALUE "Q".

       01 WS-SEARCH-ID PIC X(6).
       01 WS-INPUT-TYPE PIC X.
           88 VALID-TARGET-TYPE VALUE "W" "B".
       01 WS-INPUT-WEIGHT PIC 999.
       01 WS-INPUT-BMI PIC 99V99.
       01 WS-INPUT-DATE PIC X(8).

      * The reading a new goal starts from.
       01 WS-START-DATE PIC X(8).
       01 WS-START-HEIGHT PIC 999.
       01 WS-START-WEIGHT PIC 999.
       01 WS-START-BMI PIC 99V99.

       01 WS-RUN-DATE PIC X(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-GOAL-COUNT PIC 9(5).
       01 WS-UPDATE-COUNT PIC 9(4) VALUE 0.

       01 WS-EMP-NAME-OUT PIC X(20).
       01 WS-TARGET-OUT PIC X(10).
       01 WS-WEIGHT-OUT PIC ZZ9.
       01 WS-BMI-OUT PIC Z9.99.
       01 WS-STATUS-OUT PIC X(6).
       01 WS-ERROR-MSG PIC X(60).

       01 WS-INPUT-EOF PIC X VALUE "N".
           88 STDIN-EXHAUSTED VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Enter operator ID:"
           ACCEPT WS-OPERATOR-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
      * The first goal set creates the file.
           OPEN I-O GOAL-FILE
           IF GOAL-FILE-NOT-FOUND
               OPEN OUTPUT GOAL-FILE
               CLOSE GOAL-FILE
               OPEN I-O GOAL-FILE
           END-IF
           IF NOT GOAL-FILE-OK
               DISPLAY "GOALS.IDX could not be opened ("
                   WS-GOAL-STATUS ") - no goals maintained."
           ELSE
               OPEN INPUT PATIENT-FILE
               IF PATIENT-FILE-OK
                   MOVE "Y" TO WS-ROSTER-OPEN-FLAG
               ELSE
                   DISPLAY "WARNING: PATIENTS.IDX not available - "
                       "goals can be listed but not set."
               END-IF
               OPEN INPUT BMI-HISTX-FILE
               IF HISTX-FILE-OK
                   MOVE "Y" TO WS-HISTX-OPEN-FLAG
               END-IF
               PERFORM UNTIL CHOICE-QUIT OR STDIN-EXHAUSTED
                   PERFORM 0200-SHOW-MENU
                   EVALUATE TRUE
                       WHEN CHOICE-LIST
                           PERFORM 0300-LIST-ACTIVE-GOALS
                       WHEN CHOICE-SET
                           PERFORM 0400-SET-GOAL
                       WHEN CHOICE-CLOSE
                           PERFORM 0500-CLOSE-GOAL
                       WHEN CHOICE-INQUIRE
                           PERFORM 0600-INQUIRE-GOAL
                       WHEN CHOICE-QUIT
                           CONTINUE
                       WHEN STDIN-EXHAUSTED
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown option - use L, S, C, I "
                               "or Q."
                   END-EVALUATE
               END-PERFORM
               CLOSE GOAL-FILE
               IF ROSTER-FILE-OPEN
                   CLOSE PATIENT-FILE
               END-IF
               IF HISTX-FILE-OPEN
                   CLOSE BMI-HISTX-FILE
               END-IF
               IF WS-UPDATE-COUNT > 0
                   DISPLAY "Goals updated: " WS-UPDATE-COUNT
               ELSE
                   DISPLAY "No changes made."
               END-IF
           END-IF
           STOP RUN.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "Wellness goals - (L)ist active (S)et (C)lose "
               "(I)nquire (Q)uit:"
           ACCEPT WS-MENU-CHOICE
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT.

       0300-LIST-ACTIVE-GOALS.
           MOVE 0 TO WS-GOAL-COUNT
           MOVE "N" TO WS-GOAL-EOF-FLAG
           MOVE LOW-VALUES TO GOAL-EMP-ID
           START GOAL-FILE KEY NOT LESS THAN GOAL-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-GOAL-EOF-FLAG
           END-START
           DISPLAY "Active wellness goals:"
           DISPLAY "ID     Name                 Start    Target     "
               "By       Nurse"
           PERFORM UNTIL END-OF-GOALS
               READ GOAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GOAL-EOF-FLAG
                   NOT AT END
                       IF GOAL-ACTIVE
                           ADD 1 TO WS-GOAL-COUNT
                           MOVE GOAL-EMP-ID TO WS-SEARCH-ID
                           PERFORM 0900-FIND-EMPLOYEE
                           PERFORM 0910-SET-TARGET-TEXT
                           DISPLAY GOAL-EMP-ID " " WS-EMP-NAME-OUT " "
                               GOAL-START-DATE " " WS-TARGET-OUT " "
                               GOAL-TARGET-DATE " " GOAL-NURSE-ID
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Active goals: " WS-GOAL-COUNT.

       0400-SET-GOAL.
           DISPLAY "Enter employee ID:"
           ACCEPT WS-SEARCH-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               PERFORM 0900-FIND-EMPLOYEE
               PERFORM 0920-FIND-GOAL
               EVALUATE TRUE
                   WHEN NOT EMPLOYEE-FOUND
                       DISPLAY "Employee " WS-SEARCH-ID " not on "
                           "roster - no goal set."
                   WHEN PAT-CONSENT = "N" OR PAT-CONSENT = "E"
                       DISPLAY "Employee " WS-SEARCH-ID " has "
                           "withdrawn consent to the wellness "
                           "program - no goal set."
                   WHEN PAT-STATUS = "T"
                       DISPLAY "Employee " WS-SEARCH-ID " is "
                           "terminated - no goal set."
                   WHEN GOAL-ON-FILE AND GOAL-ACTIVE
                       DISPLAY "Employee " WS-SEARCH-ID " already "
                           "has an active goal - close it first."
                   WHEN OTHER
                       PERFORM 0410-FIND-START-READING
                       IF WS-START-HEIGHT = 0 OR WS-START-WEIGHT = 0
                           DISPLAY "No reading on file for "
                               WS-SEARCH-ID " - measure the "
                               "employee before setting a goal."
                       ELSE
                           DISPLAY "Starting reading " WS-START-DATE
                               ": " WS-START-HEIGHT " cms "
                               WS-START-WEIGHT " kgs BMI "
                               WS-START-BMI
                           PERFORM 0420-ACCEPT-TARGET
                           IF NOT STDIN-EXHAUSTED
                               PERFORM 0430-VALIDATE-TARGET
                               IF WS-ERROR-MSG = SPACES
                                   PERFORM 0440-WRITE-GOAL
                               ELSE
                                   DISPLAY WS-ERROR-MSG
                                   DISPLAY "No goal set."
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       0410-FIND-START-READING.
      * The index is keyed employee + run date, so the employee's
      * newest reading is the last row before the key leaves the
      * employee - the same walk BMIEmployeeInquiry does. With no
      * indexed reading the roster's current figures stand in,
      * dated today.
           MOVE "N" TO WS-READING-FOUND-FLAG
           IF HISTX-FILE-OPEN
               MOVE "N" TO WS-HISTX-EOF-FLAG
               MOVE WS-SEARCH-ID TO HISTX-EMP-ID
               MOVE LOW-VALUES TO HISTX-RUN-DATE
               START BMI-HISTX-FILE KEY NOT LESS THAN HISTX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HISTX-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-READINGS
                   READ BMI-HISTX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HISTX-EOF-FLAG
                       NOT AT END
                           IF HISTX-EMP-ID NOT = WS-SEARCH-ID
                               MOVE "Y" TO WS-HISTX-EOF-FLAG
                           ELSE
                               MOVE "Y" TO WS-READING-FOUND-FLAG
                               MOVE HISTX-RUN-DATE TO WS-START-DATE
                               MOVE HISTX-HEIGHT-CMS
                                   TO WS-START-HEIGHT
                               MOVE HISTX-WEIGHT-KG TO WS-START-WEIGHT
                               MOVE HISTX-BMI TO WS-START-BMI
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF NOT LATEST-READING-FOUND
               MOVE WS-RUN-DATE TO WS-START-DATE
               MOVE PAT-HEIGHT-CMS TO WS-START-HEIGHT
               MOVE PAT-WEIGHT-KG TO WS-START-WEIGHT
               MOVE PAT-BMI TO WS-START-BMI
           END-IF.

       0420-ACCEPT-TARGET.
           MOVE 0 TO WS-INPUT-WEIGHT
           MOVE 0 TO WS-INPUT-BMI
           DISPLAY "Enter target type - (W)eight (B)MI:"
           ACCEPT WS-INPUT-TYPE
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               IF WS-INPUT-TYPE = "W"
                   DISPLAY "Enter target weight in kilos:"
                   ACCEPT WS-INPUT-WEIGHT
                       ON EXCEPTION
                           MOVE "Y" TO WS-INPUT-EOF
                   END-ACCEPT
               ELSE
                   DISPLAY "Enter target BMI (e.g. 24.90):"
                   ACCEPT WS-INPUT-BMI
                       ON EXCEPTION
                           MOVE "Y" TO WS-INPUT-EOF
                   END-ACCEPT
               END-IF
           END-IF
           IF NOT STDIN-EXHAUSTED
               DISPLAY "Enter target date (YYYYMMDD):"
               ACCEPT WS-INPUT-DATE
                   ON EXCEPTION
                       MOVE "Y" TO WS-INPUT-EOF
               END-ACCEPT
           END-IF.

       0430-VALIDATE-TARGET.
           MOVE SPACES TO WS-ERROR-MSG
           EVALUATE TRUE
               WHEN NOT VALID-TARGET-TYPE
                   MOVE "Target type must be W or B."
                       TO WS-ERROR-MSG
               WHEN WS-INPUT-TYPE = "W" AND WS-INPUT-WEIGHT = 0
                   MOVE "Target weight must be given in kilos."
                       TO WS-ERROR-MSG
               WHEN WS-INPUT-TYPE = "W"
                   AND WS-INPUT-WEIGHT = WS-START-WEIGHT
                   MOVE "Target weight is the starting weight."
                       TO WS-ERROR-MSG
               WHEN WS-INPUT-TYPE = "B" AND WS-INPUT-BMI = 0
                   MOVE "Target BMI must be given."
                       TO WS-ERROR-MSG
               WHEN WS-INPUT-TYPE = "B"
                   AND WS-INPUT-BMI = WS-START-BMI
                   MOVE "Target BMI is the starting BMI."
                       TO WS-ERROR-MSG
               WHEN WS-INPUT-DATE IS NOT NUMERIC
                   OR WS-INPUT-DATE (5:2) < "01"
                   OR WS-INPUT-DATE (5:2) > "12"
                   OR WS-INPUT-DATE (7:2) < "01"
                   OR WS-INPUT-DATE (7:2) > "31"
                   MOVE "Target date must be YYYYMMDD."
                       TO WS-ERROR-MSG
               WHEN WS-INPUT-DATE NOT > WS-RUN-DATE
                   MOVE "Target date must be after today."
                       TO WS-ERROR-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0440-WRITE-GOAL.
      * A closed goal on file is replaced by the new one.
           MOVE WS-SEARCH-ID TO GOAL-EMP-ID
           MOVE WS-START-DATE TO GOAL-START-DATE
           MOVE WS-START-HEIGHT TO GOAL-START-HEIGHT-CMS
           MOVE WS-START-WEIGHT TO GOAL-START-WEIGHT-KG
           MOVE WS-START-BMI TO GOAL-START-BMI
           MOVE WS-INPUT-TYPE TO GOAL-TARGET-TYPE
           MOVE WS-INPUT-WEIGHT TO GOAL-TARGET-WEIGHT-KG
           MOVE WS-INPUT-BMI TO GOAL-TARGET-BMI
           MOVE WS-INPUT-DATE TO GOAL-TARGET-DATE
           MOVE WS-OPERATOR-ID TO GOAL-NURSE-ID
           MOVE WS-RUN-DATE TO GOAL-SET-DATE
           MOVE "A" TO GOAL-STATUS
           MOVE SPACES TO GOAL-CLOSE-DATE
           IF GOAL-ON-FILE
               REWRITE WELLNESS-GOAL-RECORD
           ELSE
               WRITE WELLNESS-GOAL-RECORD
           END-IF
           IF GOAL-FILE-OK
               ADD 1 TO WS-UPDATE-COUNT
               PERFORM 0910-SET-TARGET-TEXT
               DISPLAY "Goal set for " WS-SEARCH-ID " - "
                   WS-TARGET-OUT " by " GOAL-TARGET-DATE
           ELSE
               DISPLAY "Goal for " WS-SEARCH-ID " not written ("
                   WS-GOAL-STATUS ")."
           END-IF.

       0500-CLOSE-GOAL.
           DISPLAY "Enter employee ID to close:"
           ACCEPT WS-SEARCH-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               PERFORM 0920-FIND-GOAL
               IF NOT GOAL-ON-FILE OR NOT GOAL-ACTIVE
                   DISPLAY "No active goal for " WS-SEARCH-ID "."
               ELSE
                   MOVE "C" TO GOAL-STATUS
                   MOVE WS-RUN-DATE TO GOAL-CLOSE-DATE
                   REWRITE WELLNESS-GOAL-RECORD
                   ADD 1 TO WS-UPDATE-COUNT
                   DISPLAY "Closed the goal for " WS-SEARCH-ID "."
               END-IF
           END-IF.

       0600-INQUIRE-GOAL.
           DISPLAY "Enter employee ID to inquire:"
           ACCEPT WS-SEARCH-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               PERFORM 0920-FIND-GOAL
               IF NOT GOAL-ON-FILE
                   DISPLAY "No goal for " WS-SEARCH-ID "."
               ELSE
                   PERFORM 0900-FIND-EMPLOYEE
                   PERFORM 0910-SET-TARGET-TEXT
                   IF GOAL-ACTIVE
                       MOVE "ACTIVE" TO WS-STATUS-OUT
                   ELSE
                       MOVE "CLOSED" TO WS-STATUS-OUT
                   END-IF
                   DISPLAY "ID: " GOAL-EMP-ID "  Name: "
                       WS-EMP-NAME-OUT
                   DISPLAY "Start: " GOAL-START-DATE " "
                       GOAL-START-HEIGHT-CMS " cms "
                       GOAL-START-WEIGHT-KG " kgs BMI "
                       GOAL-START-BMI
                   DISPLAY "Target: " WS-TARGET-OUT " by "
                       GOAL-TARGET-DATE "  Set " GOAL-SET-DATE
                       " by " GOAL-NURSE-ID
                   DISPLAY "Goal: " WS-STATUS-OUT " "
                       GOAL-CLOSE-DATE
               END-IF
           END-IF.

       0900-FIND-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-FLAG
           MOVE SPACES TO WS-EMP-NAME-OUT
           IF ROSTER-FILE-OPEN
               MOVE WS-SEARCH-ID TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       MOVE "(not on roster)" TO WS-EMP-NAME-OUT
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EMP-FOUND-FLAG
                       MOVE PAT-NAME TO WS-EMP-NAME-OUT
               END-READ
           END-IF.

       0910-SET-TARGET-TEXT.
           MOVE SPACES TO WS-TARGET-OUT
           IF GOAL-WEIGHT-TARGET
               MOVE GOAL-TARGET-WEIGHT-KG TO WS-WEIGHT-OUT
               STRING WS-WEIGHT-OUT " kgs"
                   DELIMITED BY SIZE INTO WS-TARGET-OUT
           ELSE
               MOVE GOAL-TARGET-BMI TO WS-BMI-OUT
               STRING "BMI " WS-BMI-OUT
                   DELIMITED BY SIZE INTO WS-TARGET-OUT
           END-IF.

       0920-FIND-GOAL.
           MOVE "N" TO WS-GOAL-FOUND-FLAG
           MOVE WS-SEARCH-ID TO GOAL-EMP-ID
           READ GOAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-GOAL-FOUND-FLAG
           END-READ.

       END PROGRAM "GoalMaint".

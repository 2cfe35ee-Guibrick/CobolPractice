      * history rows and 100 distinct employees in working storage;
      * older rows are dropped with a DISPLAY note rather than
      * silently, as the file has no upper bound on growth.
      * Employees who have withdrawn consent to the wellness program
      * (roster consent N, or E once erased) are left off the
      * report; the roster is read by key, and an employee no
      * longer on it is still reported.
      * When the roster itself cannot be opened consent cannot be
      * checked, so no employee lines are printed at all.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.cpy".

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

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC XX.
           88 HIST-FILE-OK VALUE "00".

       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".
       01 WS-ROSTER-OPEN-FLAG PIC X VALUE "N".
           88 ROSTER-FILE-OPEN VALUE "Y".
       01 WS-CONSENT-FLAG PIC X.
           88 CONSENT-WITHDRAWN VALUE "Y".
       01 WS-OPTOUT-COUNT PIC 999 VALUE 0.

       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".

       0000-MAIN.
           PERFORM 0100-LOAD-HISTORY
           PERFORM 0200-BUILD-EMPLOYEE-LIST
           OPEN INPUT PATIENT-FILE
           IF NOT PATIENT-FILE-OK
               DISPLAY "PATIENTS.IDX not available - consent cannot "
                   "be checked, no trend report."
           ELSE
               MOVE "Y" TO WS-ROSTER-OPEN-FLAG
               DISPLAY "Employee             Readings First  Last   "
                   "Trend"
               PERFORM 0300-REPORT-TREND
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EMPLOYEE-COUNT
               CLOSE PATIENT-FILE
               IF WS-OPTOUT-COUNT > 0
                   DISPLAY "Employees left off (consent withdrawn): "
                       WS-OPTOUT-COUNT
               END-IF
           END-IF
           STOP RUN.

       0100-LOAD-HISTORY.

       0300-REPORT-TREND.
           MOVE 0 TO WS-MATCH-COUNT
           PERFORM 0310-CHECK-CONSENT
           IF CONSENT-WITHDRAWN
               ADD 1 TO WS-OPTOUT-COUNT
           ELSE
               PERFORM 0320-COUNT-MATCHES
           END-IF

           IF WS-MATCH-COUNT > 0
               COMPUTE WS-WINDOW-START-CALC =
                   WS-TREND
           END-IF.

       0310-CHECK-CONSENT.
           MOVE "N" TO WS-CONSENT-FLAG
           IF ROSTER-FILE-OPEN
               MOVE WU-EMP-ID (WS-IDX) TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
                           MOVE "Y" TO WS-CONSENT-FLAG
                       END-IF
               END-READ
           END-IF.

       0320-COUNT-MATCHES.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
               UNTIL WS-IDX2 > WS-HISTORY-COUNT
               IF WH-EMP-ID (WS-IDX2) = WU-EMP-ID (WS-IDX)
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE WS-IDX2 TO WS-MATCH-INDEX (WS-MATCH-COUNT)
               END-IF
           END-PERFORM.

       END PROGRAM "BMITrendReport".

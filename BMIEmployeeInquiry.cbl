      * tenure - so the long-tenure participants whose early
      * readings the monthly purge removed from BMIHIST.IDX get a
      * complete answer again.
      * An employee who has withdrawn consent to the wellness
      * program (roster consent N, or E once erased) gets a one-line
      * answer saying so, with the date, and no readings.
      * If the roster (PATIENTS.IDX) cannot be opened consent cannot
      * be checked, so the inquiry says so and shows no readings.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

       DATA DIVISION.

       FILE SECTION.
                         ==HIST-BIRTH-DATE==  BY ==ARCH-BIRTH-DATE==
                         ==HIST-SEX==         BY ==ARCH-SEX==.

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
       01 WS-HISTX-STATUS PIC XX.
           88 HISTX-FILE-OK VALUE "00".
       01 WS-ARCH-STATUS PIC XX.
           88 ARCH-FILE-OK VALUE "00".

       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".
       01 WS-CONSENT-FLAG PIC X VALUE "N".
           88 CONSENT-WITHDRAWN VALUE "Y".
       01 WS-ROSTER-OPEN-FLAG PIC X VALUE "N".
           88 ROSTER-FILE-OPEN VALUE "Y".

       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-READINGS VALUE "Y".

               DISPLAY "Supply an employee ID to inquire on "
                   "(add FULL for the archived readings too)."
           ELSE
               PERFORM 0050-CHECK-CONSENT
               IF NOT ROSTER-FILE-OPEN
                   DISPLAY "PATIENTS.IDX not available - consent "
                       "cannot be checked, no readings shown."
               ELSE
                   IF CONSENT-WITHDRAWN
                       DISPLAY "Employee " WS-TARGET-ID " withdrew "
                           "consent to the wellness program on "
                           PAT-CONSENT-DATE " - no readings shown."
                   ELSE
                       IF FULL-HISTORY-MODE
                           PERFORM 0400-PRINT-FULL-HISTORY
                       ELSE
                           PERFORM 0100-PRINT-EMPLOYEE-HISTORY
                       END-IF
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       0050-CHECK-CONSENT.
           OPEN INPUT PATIENT-FILE
           IF PATIENT-FILE-OK
               MOVE "Y" TO WS-ROSTER-OPEN-FLAG
               MOVE WS-TARGET-ID TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
                           MOVE "Y" TO WS-CONSENT-FLAG
                       END-IF
               END-READ
               CLOSE PATIENT-FILE
           END-IF.

       0100-PRINT-EMPLOYEE-HISTORY.
           OPEN INPUT BMI-HISTX-FILE
           IF HISTX-FILE-NOT-FOUND

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "OutreachFollowup".
       AUTHOR. Guido.

      * Weekly follow-up list for the outreach cases WellnessOutreach
      * opens on OUTCASE.IDX (see OUTCASE.cpy). Lists every open case
      * whose follow-up date has passed and where the employee has
      * not been back to the clinic since the letter - no reading on
      * BMIHIST.IDX after the letter date whose height or weight
      * differs from the reading the letter was written about - so
      * HR chases those people instead of re-mailing them. Each line
      * carries the department, letter and due dates, days overdue
      * and whatever enrollment response HR has keyed in
      * OutreachCaseMaint. The as-of date comes from the command
      * line (YYYYMMDD) and defaults to today. Driven by the
      * WEEKLYFUP JCL member; the list goes to FOLLOWUP.RPT.
      * A past-due case for an employee who has since withdrawn
      * consent to the wellness program (roster consent N, or E
      * once erased) is not listed to chase; it is counted on its
      * own line in the totals.
      * A roster EMP-MEASURED-DATE after the letter date also counts
      * as the employee having been back, so a re-measurement that
      * came back with the same figures closes the chase too.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTREACH-CASE-FILE ASSIGN TO "OUTCASE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT BMI-HISTX-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT FOLLOWUP-REPORT-FILE ASSIGN TO "FOLLOWUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  OUTREACH-CASE-FILE.
           COPY "OUTCASE.cpy".

       FD  BMI-HISTX-FILE.
           COPY "BMIHISTX.cpy".

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

       FD  FOLLOWUP-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS PIC XX.
           88 CASE-FILE-OK VALUE "00".

       01 WS-HISTX-STATUS PIC XX.
           88 HISTX-FILE-OK VALUE "00".

       01 WS-REPORT-STATUS PIC XX.

       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".
       01 WS-ROSTER-OPEN-FLAG PIC X VALUE "N".
           88 ROSTER-FILE-OPEN VALUE "Y".
       01 WS-CONSENT-FLAG PIC X.
           88 CONSENT-WITHDRAWN VALUE "Y".

       01 WS-CASE-EOF-FLAG PIC X VALUE "N".
           88 END-OF-CASES VALUE "Y".
       01 WS-HISTX-EOF-FLAG PIC X.
           88 END-OF-READINGS VALUE "Y".

       01 WS-HISTX-OPEN-FLAG PIC X VALUE "N".
           88 HISTX-FILE-OPEN VALUE "Y".

       01 WS-NEW-READING-FLAG PIC X.
           88 NEW-READING-SINCE-LETTER VALUE "Y".

       01 WS-AS-OF-DATE PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-AS-OF-INTEGER PIC 9(8).
       01 WS-DUE-INTEGER PIC 9(8).
       01 WS-DAYS-OVERDUE PIC 9(5).
       01 WS-DAYS-OUT PIC ZZZZ9.

       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-PAST-DUE-COUNT PIC 9(5) VALUE 0.
       01 WS-RETURNED-COUNT PIC 9(5) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
       01 WS-OPTOUT-COUNT PIC 9(5) VALUE 0.

       01 WS-RESPONSE-OUT PIC X(8).

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
           MOVE WS-AS-OF-DATE TO WS-DATE-NUM
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           OPEN INPUT OUTREACH-CASE-FILE
           IF NOT CASE-FILE-OK
               DISPLAY "OUTCASE.IDX not found - no outreach cases "
                   "to follow up."
           ELSE
               OPEN INPUT BMI-HISTX-FILE
               IF HISTX-FILE-OK
                   MOVE "Y" TO WS-HISTX-OPEN-FLAG
               ELSE
                   DISPLAY "WARNING: BMIHIST.IDX not available - "
                       "every past-due case is listed as not seen."
               END-IF
               OPEN INPUT PATIENT-FILE
               IF PATIENT-FILE-OK
                   MOVE "Y" TO WS-ROSTER-OPEN-FLAG
               END-IF
               OPEN OUTPUT FOLLOWUP-REPORT-FILE
               PERFORM 0082-PAGE-HEADING
               PERFORM 0100-REVIEW-CASES
               PERFORM 0500-WRITE-TOTALS
               CLOSE FOLLOWUP-REPORT-FILE
               CLOSE OUTREACH-CASE-FILE
               IF HISTX-FILE-OPEN
                   CLOSE BMI-HISTX-FILE
               END-IF
               IF ROSTER-FILE-OPEN
                   CLOSE PATIENT-FILE
               END-IF
               DISPLAY "Past-due cases to chase: " WS-LISTED-COUNT
                   " (FOLLOWUP.RPT)"
           END-IF
           STOP RUN.

       0082-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "OUTREACH FOLLOW-UP  AS OF " WS-AS-OF-DATE
               "                            PAGE "
               WS-PAGE-OUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ID     Name                 Dept Letter   Due      "
               TO REPORT-LINE
           MOVE " Days  Response" TO REPORT-LINE (52:15)
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

       0100-REVIEW-CASES.
           PERFORM UNTIL END-OF-CASES
               READ OUTREACH-CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CASE-EOF-FLAG
                   NOT AT END
                       IF OCS-CASE-OPEN
                           ADD 1 TO WS-OPEN-COUNT
                           IF OCS-FOLLOWUP-DATE < WS-AS-OF-DATE
                               ADD 1 TO WS-PAST-DUE-COUNT
                               PERFORM 0200-CHECK-NEW-READING
                               IF NEW-READING-SINCE-LETTER
                                   ADD 1 TO WS-RETURNED-COUNT
                               ELSE
                                   PERFORM 0250-CHECK-CONSENT
                                   IF CONSENT-WITHDRAWN
                                       ADD 1 TO WS-OPTOUT-COUNT
                                   ELSE
                                       PERFORM 0300-LIST-CASE
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0200-CHECK-NEW-READING.
      * Rows written before the nightly run skipped unchanged
      * readings carry the same roster figures night after night,
      * so a row after the letter only counts as the employee
      * coming back when it carries a different height or weight
      * from the reading the letter was written about.
           MOVE "N" TO WS-NEW-READING-FLAG
           IF HISTX-FILE-OPEN
               MOVE "N" TO WS-HISTX-EOF-FLAG
               MOVE OCS-EMP-ID TO HISTX-EMP-ID
               MOVE OCS-LETTER-DATE TO HISTX-RUN-DATE
               START BMI-HISTX-FILE KEY GREATER THAN HISTX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HISTX-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-READINGS
                   OR NEW-READING-SINCE-LETTER
                   READ BMI-HISTX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HISTX-EOF-FLAG
                       NOT AT END
                           IF HISTX-EMP-ID NOT = OCS-EMP-ID
                               MOVE "Y" TO WS-HISTX-EOF-FLAG
                           ELSE
                               IF HISTX-HEIGHT-CMS
                                   NOT = OCS-LETTER-HEIGHT-CMS
                                   OR HISTX-WEIGHT-KG
                                       NOT = OCS-LETTER-WEIGHT-KG
                                   MOVE "Y" TO WS-NEW-READING-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
      * A re-measurement that came back with the same figures writes
      * no history row that differs, but the roster's measured date
      * still shows the employee was seen after the letter.
           IF NOT NEW-READING-SINCE-LETTER AND ROSTER-FILE-OPEN
               MOVE OCS-EMP-ID TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAT-MEASURED-DATE NOT = SPACES
                           AND PAT-MEASURED-DATE > OCS-LETTER-DATE
                           MOVE "Y" TO WS-NEW-READING-FLAG
                       END-IF
               END-READ
           END-IF.

       0250-CHECK-CONSENT.
           MOVE "N" TO WS-CONSENT-FLAG
           IF ROSTER-FILE-OPEN
               MOVE OCS-EMP-ID TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
                           MOVE "Y" TO WS-CONSENT-FLAG
                       END-IF
               END-READ
           END-IF.

       0300-LIST-CASE.
           ADD 1 TO WS-LISTED-COUNT
           MOVE OCS-FOLLOWUP-DATE TO WS-DATE-NUM
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-DAYS-OVERDUE =
               WS-AS-OF-INTEGER - WS-DUE-INTEGER
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-OUT
           EVALUATE TRUE
               WHEN OCS-ENROLLED
                   MOVE "ENROLLED" TO WS-RESPONSE-OUT
               WHEN OCS-DECLINED
                   MOVE "DECLINED" TO WS-RESPONSE-OUT
               WHEN OTHER
                   MOVE "NONE" TO WS-RESPONSE-OUT
           END-EVALUATE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING OCS-EMP-ID " " OCS-EMP-NAME " " OCS-DEPT-CODE " "
               OCS-LETTER-DATE " " OCS-FOLLOWUP-DATE " "
               WS-DAYS-OUT "  " WS-RESPONSE-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       0500-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Open cases:                      " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Past follow-up date:             "
               WS-PAST-DUE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  measured since the letter:     "
               WS-RETURNED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  not seen - listed to chase:    "
               WS-LISTED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  consent withdrawn - not listed:"
               WS-OPTOUT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       END PROGRAM "OutreachFollowup".

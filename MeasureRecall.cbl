       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "MeasureRecall".
       AUTHOR. Guido.

      * Weekly measurement recall. Reads the roster and picks out
      * every active, participating employee who is due to be
      * measured again:
      *   - the last real measurement (EMP-MEASURED-DATE, stamped
      *     by ClinicTranApply and RosterMaint) is older than the
      *     recall interval on RECALL.CFG (four digits, days,
      *     default 0365) - O on the recall file;
      *   - a joiner from HRTranApply who has never been measured
      *     (no measured date and no height or weight on the
      *     roster) - N, overdue from the joining date;
      *   - a record written before the measured date was kept,
      *     whose date is then taken from BMIHIST.IDX as the first
      *     row of the latest unbroken run carrying the roster's
      *     current height and weight - or, with no such row, sent
      *     as U (date unknown) so the clinic measures them afresh.
      * The employees due go to the clinic on RECALL.DAT (see
      * RECALL.cpy), sorted by department and most overdue first,
      * with the name and days overdue, so the clinic can book the
      * appointments. On-leave and terminated employees and those
      * who have withdrawn consent (roster consent N, or E once
      * erased) are never recalled; they are counted.
      * Each recall is tracked on RECALLS.IDX (see RCLTRACK.cpy).
      * An employee already recalled is not sent again until the
      * re-recall days on the second RECALL.CFG record (default
      * 0028) have passed since the last recall, so the clinic is
      * not sent the same name every week while the booking is
      * pending; a rerun for the same as-of date sends the same
      * names again without counting a second recall. Once the
      * roster shows a new measured date the tracking starts over.
      * Employees recalled twice or more with still no reading are
      * listed for HR on RECALLHR.RPT, with the dates of their
      * first and last recall, followed by the run's totals.
      * The as-of date comes from the command line (YYYYMMDD) and
      * defaults to today. Driven by the WEEKLYRCL JCL member.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT RECALL-TRACK-FILE ASSIGN TO "RECALLS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTK-EMP-ID
               FILE STATUS IS WS-TRACK-STATUS.

           SELECT RECALL-CONFIG-FILE ASSIGN TO "RECALL.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT RECALL-SORT-FILE ASSIGN TO "SORTRCL.TMP".

           SELECT RECALL-FILE ASSIGN TO "RECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-STATUS.

           SELECT RECALL-HR-REPORT-FILE ASSIGN TO "RECALLHR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
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

       FD  RECALL-TRACK-FILE.
           COPY "RCLTRACK.cpy".

      * Recall interval, then re-recall days, four digits each.
       FD  RECALL-CONFIG-FILE.
       01  RECALL-CONFIG-RECORD PIC X(4).

       SD  RECALL-SORT-FILE.
           COPY "RECALL.cpy"
               REPLACING ==RECALL-RECORD==     BY ==RECALL-SORT-RECORD==
                         ==RCL-DEPT-CODE==     BY ==RSR-DEPT-CODE==
                         ==RCL-EMP-ID==        BY ==RSR-EMP-ID==
                         ==RCL-NAME==          BY ==RSR-NAME==
                         ==RCL-REASON==        BY ==RSR-REASON==
                         ==RCL-OVERDUE==       BY ==RSR-OVERDUE==
                         ==RCL-NEVER-MEASURED==
                                            BY ==RSR-NEVER-MEASURED==
                         ==RCL-DATE-UNKNOWN==  BY ==RSR-DATE-UNKNOWN==
                         ==RCL-LAST-MEASURED== BY ==RSR-LAST-MEASURED==
                         ==RCL-DAYS-OVERDUE==  BY ==RSR-DAYS-OVERDUE==
                         ==RCL-RECALL-COUNT==  BY ==RSR-RECALL-COUNT==
                         ==RCL-RECALL-DATE==   BY ==RSR-RECALL-DATE==.

       FD  RECALL-FILE.
           COPY "RECALL.cpy".

       FD  RECALL-HR-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-HISTX-STATUS PIC XX.
           88 HISTX-FILE-OK VALUE "00".
       01 WS-HISTX-OPEN-FLAG PIC X VALUE "N".
           88 HISTX-FILE-OPEN VALUE "Y".
       01 WS-HISTX-EOF-FLAG PIC X.
           88 END-OF-READINGS VALUE "Y".

       01 WS-TRACK-STATUS PIC XX.
           88 TRACK-FILE-OK VALUE "00".
           88 TRACK-FILE-NOT-FOUND VALUE "35".
       01 WS-TRACK-FOUND-FLAG PIC X.
           88 TRACK-RECORD-FOUND VALUE "Y".

       01 WS-CFG-STATUS PIC XX.
           88 CFG-FILE-OK VALUE "00".

       01 WS-RECALL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.

       01 WS-ROSTER-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ROSTER VALUE "Y".

       01 WS-RECALL-DAYS PIC 9(4) VALUE 365.
       01 WS-RERECALL-DAYS PIC 9(4) VALUE 28.

       01 WS-AS-OF-DATE PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-AS-OF-INTEGER PIC 9(8).
       01 WS-WORK-INTEGER PIC 9(8).
       01 WS-DAYS-SINCE PIC S9(7).

      * Why the employee is due, and from when.
       01 WS-RECALL-REASON PIC X.
           88 NOT-DUE VALUE SPACE.
           88 DUE-OVERDUE VALUE "O".
           88 DUE-NEVER-MEASURED VALUE "N".
           88 DUE-DATE-UNKNOWN VALUE "U".
       01 WS-LAST-MEASURED PIC X(8).
       01 WS-DAYS-OVERDUE PIC 9(5).
       01 WS-SEND-FLAG PIC X.
           88 SEND-RECALL VALUE "Y".

      * Start of the latest unbroken run of history rows carrying
      * the roster's current height and weight.
       01 WS-EST-DATE PIC X(8).
       01 WS-ROW-MATCH-FLAG PIC X.
           88 LAST-ROW-MATCHED VALUE "Y".

       01 WS-ROSTER-COUNT PIC 9(6) VALUE 0.
       01 WS-INACTIVE-COUNT PIC 9(6) VALUE 0.
       01 WS-OPTOUT-COUNT PIC 9(6) VALUE 0.
       01 WS-CURRENT-COUNT PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(6) VALUE 0.
       01 WS-ESTIMATED-COUNT PIC 9(6) VALUE 0.
       01 WS-JOINER-COUNT PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-COUNT PIC 9(6) VALUE 0.
       01 WS-SENT-COUNT PIC 9(6) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(6) VALUE 0.
       01 WS-HR-COUNT PIC 9(6) VALUE 0.

       01 WS-COUNT-OUT PIC ZZ9.

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
           PERFORM 0050-LOAD-CONFIG
           OPEN INPUT PATIENT-FILE
           IF NOT PATIENT-FILE-OK
               DISPLAY "PATIENTS.IDX not found - no recall run."
           ELSE
               CLOSE PATIENT-FILE
      * The first recall run creates the tracking file.
               OPEN I-O RECALL-TRACK-FILE
               IF TRACK-FILE-NOT-FOUND
                   OPEN OUTPUT RECALL-TRACK-FILE
                   CLOSE RECALL-TRACK-FILE
                   OPEN I-O RECALL-TRACK-FILE
               END-IF
               IF NOT TRACK-FILE-OK
                   DISPLAY "RECALLS.IDX could not be opened ("
                       WS-TRACK-STATUS ") - no recall run."
               ELSE
                   OPEN INPUT BMI-HISTX-FILE
                   IF HISTX-FILE-OK
                       MOVE "Y" TO WS-HISTX-OPEN-FLAG
                   ELSE
                       DISPLAY "WARNING: BMIHIST.IDX not available - "
                           "undated roster records are recalled as "
                           "date unknown."
                   END-IF
                   OPEN OUTPUT RECALL-HR-REPORT-FILE
                   PERFORM 0082-PAGE-HEADING
                   SORT RECALL-SORT-FILE
                       ON ASCENDING KEY RSR-DEPT-CODE
                       ON DESCENDING KEY RSR-DAYS-OVERDUE
                       ON ASCENDING KEY RSR-EMP-ID
                       INPUT PROCEDURE IS 0100-SELECT-RECALLS
                       GIVING RECALL-FILE
                   PERFORM 0600-WRITE-TOTALS
                   CLOSE RECALL-HR-REPORT-FILE
                   CLOSE RECALL-TRACK-FILE
                   IF HISTX-FILE-OPEN
                       CLOSE BMI-HISTX-FILE
                   END-IF
                   DISPLAY "Recalls sent to the clinic: "
                       WS-SENT-COUNT " (RECALL.DAT)"
                   DISPLAY "Recalled twice, no reading: "
                       WS-HR-COUNT " (RECALLHR.RPT)"
               END-IF
           END-IF
           STOP RUN.

       0050-LOAD-CONFIG.
           OPEN INPUT RECALL-CONFIG-FILE
           IF CFG-FILE-OK
               READ RECALL-CONFIG-FILE
                   NOT AT END
                       IF RECALL-CONFIG-RECORD IS NUMERIC
                           AND RECALL-CONFIG-RECORD > ZERO
                           MOVE RECALL-CONFIG-RECORD
                               TO WS-RECALL-DAYS
                       ELSE
                           DISPLAY "RECALL.CFG interval is not "
                               "numeric - using default 365 days."
                       END-IF
               END-READ
      * The second record, when present, is the number of days
      * before an employee already recalled is sent again.
               READ RECALL-CONFIG-FILE
                   NOT AT END
                       IF RECALL-CONFIG-RECORD IS NUMERIC
                           AND RECALL-CONFIG-RECORD > ZERO
                           MOVE RECALL-CONFIG-RECORD
                               TO WS-RERECALL-DAYS
                       ELSE
                           DISPLAY "RECALL.CFG re-recall days are "
                               "not numeric - using default 28."
                       END-IF
               END-READ
               CLOSE RECALL-CONFIG-FILE
           ELSE
               DISPLAY "RECALL.CFG not found - using default "
                   "interval 365 days, re-recall 28 days."
           END-IF.

       0082-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "RECALLED TWICE - NO READING  AS OF " WS-AS-OF-DATE
               "                   PAGE "
               WS-PAGE-OUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ID     Name                 Dept Measured First    "
               TO REPORT-LINE
           MOVE "Last     Recalls Overdue" TO REPORT-LINE (52:24)
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

       0100-SELECT-RECALLS.
      * Feeds the employees due to the sort in roster order; the
      * HR list is written as they are found.
           MOVE "N" TO WS-ROSTER-EOF-FLAG
           OPEN INPUT PATIENT-FILE
           PERFORM UNTIL END-OF-ROSTER
               READ PATIENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ROSTER-EOF-FLAG
                   NOT AT END
                       PERFORM 0200-REVIEW-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE PATIENT-FILE.

       0200-REVIEW-EMPLOYEE.
           ADD 1 TO WS-ROSTER-COUNT
           IF PAT-STATUS = "L" OR PAT-STATUS = "T"
               ADD 1 TO WS-INACTIVE-COUNT
           ELSE
           IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
               ADD 1 TO WS-OPTOUT-COUNT
           ELSE
               PERFORM 0300-CHECK-DUE
               IF NOT NOT-DUE
                   PERFORM 0400-TRACK-RECALL
               END-IF
           END-IF
           END-IF.

       0300-CHECK-DUE.
           MOVE SPACE TO WS-RECALL-REASON
           MOVE 0 TO WS-DAYS-OVERDUE
           MOVE SPACES TO WS-LAST-MEASURED
           IF PAT-MEASURED-DATE IS NUMERIC
               MOVE PAT-MEASURED-DATE TO WS-LAST-MEASURED
               PERFORM 0310-AGE-MEASUREMENT
           ELSE
           IF PAT-HEIGHT-CMS = ZERO OR PAT-WEIGHT-KG = ZERO
      * A joiner is due from the day they joined.
               MOVE "N" TO WS-RECALL-REASON
               ADD 1 TO WS-JOINER-COUNT
               IF PAT-STATUS-DATE IS NUMERIC
                   AND PAT-STATUS-DATE NOT > WS-AS-OF-DATE
                   MOVE PAT-STATUS-DATE TO WS-DATE-NUM
                   COMPUTE WS-WORK-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-AS-OF-INTEGER - WS-WORK-INTEGER
               END-IF
           ELSE
               PERFORM 0320-ESTIMATE-MEASURED-DATE
               IF WS-EST-DATE = SPACES
                   MOVE "U" TO WS-RECALL-REASON
                   ADD 1 TO WS-UNKNOWN-COUNT
               ELSE
                   MOVE WS-EST-DATE TO WS-LAST-MEASURED
                   PERFORM 0310-AGE-MEASUREMENT
                   IF DUE-OVERDUE
                       ADD 1 TO WS-ESTIMATED-COUNT
                   END-IF
               END-IF
           END-IF
           END-IF.

       0310-AGE-MEASUREMENT.
           MOVE WS-LAST-MEASURED TO WS-DATE-NUM
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           COMPUTE WS-DAYS-SINCE =
               WS-AS-OF-INTEGER - WS-WORK-INTEGER
           IF WS-DAYS-SINCE > WS-RECALL-DAYS
               MOVE "O" TO WS-RECALL-REASON
               COMPUTE WS-DAYS-OVERDUE =
                   WS-DAYS-SINCE - WS-RECALL-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               ADD 1 TO WS-CURRENT-COUNT
           END-IF.

       0320-ESTIMATE-MEASURED-DATE.
      * Until the measured date was kept the nightly run wrote the
      * roster's figures every night, so the reading the roster
      * still carries was taken no later than the first row of the
      * latest run of rows with those figures. A row with other
      * figures after it breaks the run - the roster has since been
      * restored or corrected and the date cannot be told.
           MOVE SPACES TO WS-EST-DATE
           MOVE "N" TO WS-ROW-MATCH-FLAG
           IF HISTX-FILE-OPEN
               MOVE "N" TO WS-HISTX-EOF-FLAG
               MOVE PAT-ID TO HISTX-EMP-ID
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
                           IF HISTX-EMP-ID NOT = PAT-ID
                               MOVE "Y" TO WS-HISTX-EOF-FLAG
                           ELSE
                               PERFORM 0325-MATCH-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0325-MATCH-HISTORY-ROW.
           IF HISTX-HEIGHT-CMS = PAT-HEIGHT-CMS
               AND HISTX-WEIGHT-KG = PAT-WEIGHT-KG
               AND HISTX-RUN-DATE IS NUMERIC
               IF NOT LAST-ROW-MATCHED
                   MOVE HISTX-RUN-DATE TO WS-EST-DATE
               END-IF
               MOVE "Y" TO WS-ROW-MATCH-FLAG
           ELSE
               MOVE SPACES TO WS-EST-DATE
               MOVE "N" TO WS-ROW-MATCH-FLAG
           END-IF.

       0400-TRACK-RECALL.
      * A tracking record whose measured date no longer matches the
      * roster belongs to recalls before the employee was last
      * measured - they start again from zero.
           MOVE "N" TO WS-SEND-FLAG
           MOVE PAT-ID TO RTK-EMP-ID
           READ RECALL-TRACK-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRACK-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-TRACK-FOUND-FLAG
           END-READ
           IF NOT TRACK-RECORD-FOUND
               OR RTK-MEASURED-DATE NOT = PAT-MEASURED-DATE
               MOVE PAT-ID TO RTK-EMP-ID
               MOVE PAT-MEASURED-DATE TO RTK-MEASURED-DATE
               MOVE 0 TO RTK-RECALL-COUNT
               MOVE SPACES TO RTK-FIRST-RECALL-DATE
               MOVE SPACES TO RTK-LAST-RECALL-DATE
           END-IF
           EVALUATE TRUE
               WHEN RTK-LAST-RECALL-DATE = WS-AS-OF-DATE
      * A rerun for the same week resends without counting again.
                   MOVE "Y" TO WS-SEND-FLAG
               WHEN RTK-RECALL-COUNT = 0
                   MOVE "Y" TO WS-SEND-FLAG
                   MOVE WS-AS-OF-DATE TO RTK-FIRST-RECALL-DATE
               WHEN RTK-LAST-RECALL-DATE IS NOT NUMERIC
                   OR RTK-LAST-RECALL-DATE > WS-AS-OF-DATE
                   MOVE "Y" TO WS-SEND-FLAG
               WHEN OTHER
                   MOVE RTK-LAST-RECALL-DATE TO WS-DATE-NUM
                   COMPUTE WS-WORK-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   IF WS-AS-OF-INTEGER - WS-WORK-INTEGER
                       >= WS-RERECALL-DAYS
                       MOVE "Y" TO WS-SEND-FLAG
                   END-IF
           END-EVALUATE
           IF SEND-RECALL
               IF RTK-LAST-RECALL-DATE NOT = WS-AS-OF-DATE
                   AND RTK-RECALL-COUNT < 99
                   ADD 1 TO RTK-RECALL-COUNT
               END-IF
               MOVE WS-AS-OF-DATE TO RTK-LAST-RECALL-DATE
               PERFORM 0450-RELEASE-RECALL
           ELSE
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           IF TRACK-RECORD-FOUND
               REWRITE RECALL-TRACK-RECORD
           ELSE
               WRITE RECALL-TRACK-RECORD
           END-IF
           IF RTK-RECALL-COUNT >= 2
               PERFORM 0500-LIST-FOR-HR
           END-IF.

       0450-RELEASE-RECALL.
           ADD 1 TO WS-SENT-COUNT
           MOVE PAT-DEPT-CODE TO RSR-DEPT-CODE
           MOVE PAT-ID TO RSR-EMP-ID
           MOVE PAT-NAME TO RSR-NAME
           MOVE WS-RECALL-REASON TO RSR-REASON
           MOVE WS-LAST-MEASURED TO RSR-LAST-MEASURED
           MOVE WS-DAYS-OVERDUE TO RSR-DAYS-OVERDUE
           MOVE RTK-RECALL-COUNT TO RSR-RECALL-COUNT
           MOVE WS-AS-OF-DATE TO RSR-RECALL-DATE
           RELEASE RECALL-SORT-RECORD.

       0500-LIST-FOR-HR.
           ADD 1 TO WS-HR-COUNT
           MOVE RTK-RECALL-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING PAT-ID " " PAT-NAME " " PAT-DEPT-CODE " "
               WS-LAST-MEASURED " " RTK-FIRST-RECALL-DATE " "
               RTK-LAST-RECALL-DATE "     " WS-COUNT-OUT "  "
               WS-DAYS-OVERDUE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           IF DUE-DATE-UNKNOWN
               MOVE "unknown" TO WS-RPT-DETAIL (34:8)
           END-IF
           PERFORM 0084-WRITE-REPORT-LINE.

       0600-WRITE-TOTALS.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Recall interval " WS-RECALL-DAYS
               " days, re-recall after " WS-RERECALL-DAYS " days"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Roster records read:             " WS-ROSTER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  on leave or terminated:        "
               WS-INACTIVE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  consent withdrawn:             " WS-OPTOUT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  measured within the interval:  "
               WS-CURRENT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  overdue:                       "
               WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "    dated from BMIHIST.IDX:      "
               WS-ESTIMATED-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  joiners never measured:        " WS-JOINER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  measured, date unknown:        " WS-UNKNOWN-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Recalls sent on RECALL.DAT:      " WS-SENT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Recalled recently - not resent:  "
               WS-PENDING-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Recalled twice - listed for HR:  " WS-HR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       END PROGRAM "MeasureRecall".

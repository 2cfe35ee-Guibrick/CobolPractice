      * suspense file instead of inventing a department line, and
      * the control-break summary prints the department's full name
      * next to the code.
      * A code DeptReorg has marked retired on DEPTREF.DAT is no
      * longer valid either: a record still carrying it (keyed after
      * the reorg, or restored from an old image) goes to suspense
      * as a DEPT exception naming the successor code, so the
      * department sections never split between the old and new
      * codes.
      * Every run appends a RUN-CONTROL-RECORD to RUNCTL.DAT (run
      * date, start/end time, read/processed/skipped counts and
      * completion status), and a second run for a date that already
      * head can be sent just their pages and morning checkout is
      * one retained report. SYSOUT keeps only the operational
      * warnings.
      * On the first run after a new band set on BMIBANDS.DAT takes
      * effect, each category change is re-checked against the
      * cutoffs in force at the previous COMPLETE run: when tonight's
      * reading would still have been in the old category under
      * those cutoffs, the CATCHG.DAT row is flagged as a band-table
      * change (CCH-CHANGE-CAUSE) so WellnessOutreach mails no
      * letter for it, and the report line and totals page say so.
      * BandImpactReport is the what-if for the same question, run
      * before the set is applied.
      * Employees who have opted out of the wellness program
      * (EMP-CONSENT N, or E once WellnessErasure has purged their
      * data) are skipped the same way as on-leave and terminated
      * ones - no BMI, no history row, no category change - and
      * counted on their own line.
      * The run-control record also carries the reconciliation's
      * joiner count, so NightlyCheckout can balance it against the
      * joiners HRTranApply applied the same day.
      * A history row is now written only for a reading that is
      * new since the employee's last row on BMIHIST.IDX: the
      * roster's EMP-MEASURED-DATE is later than that row, or the
      * height or weight differs from it (a correction, or a record
      * with no measured date). Everyone is still classified and
      * counted every night, but an employee nobody has re-measured
      * no longer gets the same stale numbers stamped with a fresh
      * date - they are counted as unchanged on the summary, the
      * control totals and the run-control record.
      * An employee with no row left on BMIHIST.IDX because
      * BMIHistoryArchive moved them all out is not new on that
      * account alone: when the roster carries a measured date, the
      * reading is new only if it is later than the newest run date
      * any archive on ARCHCAT.DAT holds.
      * The last row is taken from earlier dates only, so an
      * OVERRIDE rerun or a checkpoint restart does not mistake the
      * row the first attempt wrote tonight for the last reading.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BMI-BAND-FILE ASSIGN TO "BMIBANDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-FILE-STATUS.

           SELECT CATEGORY-CHANGE-FILE ASSIGN TO "CATCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHG-STATUS.
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ROSTER-AUDIT-FILE ASSIGN TO "ROSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       SD  SORT-WORK-FILE.
           COPY "EMPLOYEE.cpy"
                         ==EMP-BIRTH-DATE==    BY ==SRT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==SRT-SEX==
                         ==EMP-STATUS==        BY ==SRT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==SRT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==SRT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==SRT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==SRT-MEASURED-DATE==.

       FD  SORTED-ROSTER-FILE.
           COPY "EMPLOYEE.cpy"
                         ==EMP-BIRTH-DATE==    BY ==SRD-BIRTH-DATE==
                         ==EMP-SEX==           BY ==SRD-SEX==
                         ==EMP-STATUS==        BY ==SRD-STATUS==
                         ==EMP-STATUS-DATE==   BY ==SRD-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==SRD-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==SRD-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==SRD-MEASURED-DATE==.

       FD  PRIOR-CATEGORY-FILE.
           COPY "PRIORCAT.cpy".
       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  BMI-BAND-FILE.
           COPY "BMIBAND.cpy".

       FD  CATEGORY-CHANGE-FILE.
           COPY "CATCHG.cpy".

       FD  BMI-HISTX-FILE.
           COPY "BMIHISTX.cpy".

       FD  ARCHIVE-CATALOG-FILE.
           COPY "ARCHCAT.cpy".

       FD  ROSTER-AUDIT-FILE.
           COPY "ROSTAUD.cpy".

               10 WSS-WEIGHT-KG PIC 999.
               10 WSS-BIRTH-DATE PIC X(8).
               10 WSS-SEX PIC X.
               10 WSS-CLINIC-BATCH PIC 9(6).
               10 WSS-APPLIED PIC X.
       01 WS-SUSP-COUNT PIC 9(4) VALUE 0.
       01 WS-SUSP-RESOLVED-COUNT PIC 9(4) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WSD-DEPT-CODE PIC X(4).
               10 WSD-DEPT-NAME PIC X(30).
               10 WSD-DEPT-STATUS PIC X.
               10 WSD-SUCCESSOR-CODE PIC X(4).
       01 WS-DEPT-REF-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX PIC 9(3).
       01 WS-DEPT-FOUND-FLAG PIC X.
           88 DEPT-CODE-FOUND VALUE "Y".
       01 WS-DEPT-RETIRED-FLAG PIC X.
           88 DEPT-CODE-RETIRED VALUE "Y".
       01 WS-DEPT-SUCCESSOR PIC X(4).
       01 WS-DEPT-NAME-OUT PIC X(30).
       01 WS-DEPT-EXCEPTIONS PIC 9(5) VALUE 0.

       01 WS-DUP-RUN-FLAG PIC X VALUE "N".
           88 DUPLICATE-RUN VALUE "Y".

      * Band-set change detection: the last COMPLETE run before
      * tonight, and whether a set took effect since then.
       01 WS-LAST-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-BAND-FILE-STATUS PIC XX.
           88 BAND-FILE-OK VALUE "00".
       01 WS-BAND-EOF-FLAG PIC X VALUE "N".
           88 END-OF-BAND-FILE VALUE "Y".
       01 WS-BAND-SET-DATE PIC X(8) VALUE SPACES.
       01 WS-BAND-CHANGED-FLAG PIC X VALUE "N".
           88 BAND-SET-CHANGED VALUE "Y".
       01 WS-CHK-BMI PIC 99V99.
       01 WS-CHK-CATEGORY PIC X(12).
       01 WS-CHK-VALID-FLAG PIC X.
       01 WS-CHK-ERROR-MSG PIC X(60).
       01 WS-BAND-ONLY-COUNT PIC 9(5) VALUE 0.

       01 WS-START-TIME-RAW PIC 9(8).
       01 WS-END-TIME-RAW PIC 9(8).
       01 WS-RUN-STATUS PIC X(8).
           88 HISTX-FILE-OK VALUE "00".
           88 HISTX-FILE-NOT-FOUND VALUE "35".

      * The employee's newest row on BMIHIST.IDX, looked up before
      * tonight's row is written.
       01 WS-HISTX-EOF-FLAG PIC X.
           88 END-OF-EMPLOYEE-HISTORY VALUE "Y".
       01 WS-LAST-HIST-FLAG PIC X.
           88 LAST-HISTORY-FOUND VALUE "Y".
       01 WS-LAST-HIST-DATE PIC X(8).
       01 WS-LAST-HIST-HEIGHT PIC 999.
       01 WS-LAST-HIST-WEIGHT PIC 999.
       01 WS-NEW-READING-FLAG PIC X.
           88 NEW-READING VALUE "Y".

      * The newest run date held by any history archive - rows up to
      * it may have left BMIHIST.IDX.
       01 WS-CATALOG-STATUS PIC XX.
           88 CATALOG-FILE-OK VALUE "00".
       01 WS-CATALOG-EOF-FLAG PIC X VALUE "N".
           88 END-OF-CATALOG VALUE "Y".
       01 WS-NEWEST-ARCHIVE-DATE PIC X(8) VALUE SPACES.

       01 WS-CATCHG-STATUS PIC XX.
           88 CATCHG-FILE-OK VALUE "00".
           88 CATCHG-FILE-NOT-FOUND VALUE "35".
       01 WS-JOINER-COUNT PIC 9(4) VALUE 0.
       01 WS-LEAVER-COUNT PIC 9(4) VALUE 0.
       01 WS-HIST-ROWS-WRITTEN PIC 9(6) VALUE 0.
       01 WS-RECORDS-UNCHANGED PIC 9(6) VALUE 0.
       01 WS-CONTROL-CHECK PIC 9(6).
       01 WS-RECON-IDX PIC 9(4).
       01 WS-PRIOR-SEEN-FLAG PIC X.
       01 WS-RPT-DETAIL PIC X(80).
       01 WS-RPT-BMI-OUT PIC Z9.99.

       01 WS-BEFORE-IMAGE PIC X(87).
       01 WS-AUDIT-TIME-RAW PIC 9(8).

       01 WS-RUN-DATE PIC X(8).
       01 WS-RECORDS-INACTIVE PIC 9(6) VALUE 0.
       01 WS-CNT-ONLEAVE PIC 9(5) VALUE 0.
       01 WS-CNT-TERMED PIC 9(5) VALUE 0.
       01 WS-CNT-OPTOUT PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIP-IDX PIC 9(6).
       01 WS-RESTART-FLAG PIC X VALUE "N".
               PERFORM 0970-WRITE-RUN-CONTROL
           ELSE
               PERFORM 0048-LOAD-DEPT-REFERENCE
               PERFORM 0049-CHECK-BAND-SET-CHANGE
               PERFORM 0047-LOAD-ARCHIVE-CUTOFF
               PERFORM 0050-LOAD-PRIOR-CATEGORIES
               PERFORM 0060-LOAD-CHECKPOINT
               PERFORM 0032-LOAD-SUSPENSE-TABLE
                               AND RC-RUN-COMPLETE
                               MOVE "Y" TO WS-DUP-RUN-FLAG
                           END-IF
                           IF RC-RUN-DATE < WS-RUN-DATE
                               AND RC-RUN-COMPLETE
                               AND RC-RUN-DATE > WS-LAST-RUN-DATE
                               MOVE RC-RUN-DATE TO WS-LAST-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
                                   TO WSS-BIRTH-DATE (WS-SUSP-COUNT)
                               MOVE SUSP-SEX
                                   TO WSS-SEX (WS-SUSP-COUNT)
                               MOVE SUSP-CLINIC-BATCH
                                   TO WSS-CLINIC-BATCH (WS-SUSP-COUNT)
                               MOVE "N"
                                   TO WSS-APPLIED (WS-SUSP-COUNT)
                               IF SUSP-RESOLVED
                           TO PAT-HEIGHT-CMS
                       MOVE WSS-WEIGHT-KG (WS-SUSP-IDX)
                           TO PAT-WEIGHT-KG
      * The corrected reading dates from when it was held; a
      * later measured date already on the roster is kept.
                       IF WSS-RUN-DATE (WS-SUSP-IDX)
                           > PAT-MEASURED-DATE
                           MOVE WSS-RUN-DATE (WS-SUSP-IDX)
                               TO PAT-MEASURED-DATE
                       END-IF
                   END-IF
                   REWRITE PATIENT-RECORD
                   MOVE "Y" TO WSS-APPLIED (WS-SUSP-IDX)
                   MOVE WSS-BIRTH-DATE (WS-SUSP-IDX)
                       TO SUSP-BIRTH-DATE
                   MOVE WSS-SEX (WS-SUSP-IDX) TO SUSP-SEX
                   MOVE WSS-CLINIC-BATCH (WS-SUSP-IDX)
                       TO SUSP-CLINIC-BATCH
                   WRITE SUSPENSE-RECORD
               END-IF
           END-PERFORM
                                   WSD-DEPT-CODE (WS-DEPT-REF-COUNT)
                               MOVE DEPT-NAME TO
                                   WSD-DEPT-NAME (WS-DEPT-REF-COUNT)
                               MOVE DEPT-STATUS TO
                                   WSD-DEPT-STATUS (WS-DEPT-REF-COUNT)
                               MOVE DEPT-SUCCESSOR-CODE TO
                                   WSD-SUCCESSOR-CODE
                                       (WS-DEPT-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   "names will not print."
           END-IF.

       0047-LOAD-ARCHIVE-CUTOFF.
      * No catalog means nothing has been archived yet.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF CATALOG-FILE-OK
               PERFORM UNTIL END-OF-CATALOG
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF-FLAG
                       NOT AT END
                           IF CAT-TO-DATE > WS-NEWEST-ARCHIVE-DATE
                               MOVE CAT-TO-DATE
                                   TO WS-NEWEST-ARCHIVE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       0049-CHECK-BAND-SET-CHANGE.
      * A set whose effective date falls after the last COMPLETE
      * run and on or before tonight has come into force since the
      * prior categories were taken. With no earlier run on file
      * there is nothing to compare against.
           IF WS-LAST-RUN-DATE NOT = SPACES
               OPEN INPUT BMI-BAND-FILE
               IF BAND-FILE-OK
                   PERFORM UNTIL END-OF-BAND-FILE
                       READ BMI-BAND-FILE
                           AT END
                               MOVE "Y" TO WS-BAND-EOF-FLAG
                           NOT AT END
                               IF BND-EFFECTIVE-DATE
                                       > WS-LAST-RUN-DATE
                                   AND BND-EFFECTIVE-DATE
                                       NOT > WS-RUN-DATE
                                   MOVE "Y" TO WS-BAND-CHANGED-FLAG
                                   MOVE BND-EFFECTIVE-DATE
                                       TO WS-BAND-SET-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE BMI-BAND-FILE
               END-IF
           END-IF
           IF BAND-SET-CHANGED
               DISPLAY "Band set " WS-BAND-SET-DATE " in force "
                   "since the " WS-LAST-RUN-DATE " run - changes "
                   "it alone causes are flagged, no letters."
           END-IF.

       0050-LOAD-PRIOR-CATEGORIES.
           OPEN INPUT PRIOR-CATEGORY-FILE
           IF PRIOR-FILE-OK
                               TO WS-RECORDS-INACTIVE
                           MOVE CKPT-CNT-ONLEAVE TO WS-CNT-ONLEAVE
                           MOVE CKPT-CNT-TERMED TO WS-CNT-TERMED
                           MOVE CKPT-CNT-OPTOUT TO WS-CNT-OPTOUT
                           MOVE CKPT-RECORDS-UNCHANGED
                               TO WS-RECORDS-UNCHANGED
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
      *                Skipped inactive records mark-only, the
      *                same as a live pass over them would.
                       IF SRD-STATUS = "L" OR SRD-STATUS = "T"
                           OR SRD-CONSENT = "N" OR SRD-CONSENT = "E"
                           PERFORM 0702-MARK-PRIOR-SEEN
                       ELSE
                           PERFORM 0705-MARK-PRIOR-SEEN
           MOVE WS-SKIP-COUNT TO WS-RECORDS-PROCESSED
           COMPUTE WS-HIST-ROWS-WRITTEN =
               WS-SKIP-COUNT - WS-RECORDS-SKIPPED
               - WS-RECORDS-INACTIVE - WS-RECORDS-UNCHANGED.

       0200-PROCESS-EMPLOYEE.
           MOVE SRD-ID TO EMP-ID
           MOVE SRD-SEX TO EMP-SEX
           MOVE SRD-STATUS TO EMP-STATUS
           MOVE SRD-STATUS-DATE TO EMP-STATUS-DATE
           MOVE SRD-CONSENT TO EMP-CONSENT
           MOVE SRD-CONSENT-DATE TO EMP-CONSENT-DATE
           MOVE SRD-MEASURED-DATE TO EMP-MEASURED-DATE

      * On-leave and terminated employees keep their roster record
      * but get no BMI row tonight - they are counted on their own
      * line and still marked against the prior snapshot so the
      * reconciliation knows they were accounted for. Employees
      * who opted out are handled the same way.
           IF EMP-STATUS = "L" OR EMP-STATUS = "T"
               OR EMP-CONSENT = "N" OR EMP-CONSENT = "E"
               PERFORM 0702-MARK-PRIOR-SEEN
               ADD 1 TO WS-RECORDS-INACTIVE
               EVALUATE TRUE
                   WHEN EMP-STATUS = "L"
                       ADD 1 TO WS-CNT-ONLEAVE
                   WHEN EMP-STATUS = "T"
                       ADD 1 TO WS-CNT-TERMED
                   WHEN OTHER
                       ADD 1 TO WS-CNT-OPTOUT
               END-EVALUATE
               ADD 1 TO WS-RECORDS-PROCESSED
               PERFORM 0900-WRITE-CHECKPOINT
           ELSE
           PERFORM 0705-MARK-PRIOR-SEEN

           PERFORM 0910-FIND-DEPT
           IF WS-DEPT-REF-COUNT > 0
               AND (NOT DEPT-CODE-FOUND OR DEPT-CODE-RETIRED)
               MOVE SPACES TO WS-RPT-DETAIL
               IF DEPT-CODE-RETIRED
                   DISPLAY "Dept exception: retired code "
                       EMP-DEPT-CODE " (now " WS-DEPT-SUCCESSOR
                       ") on " EMP-ID " " EMP-NAME
                       " - written to suspense."
                   STRING "EXCEPTION " EMP-ID " " EMP-NAME
                       " retired " EMP-DEPT-CODE " now "
                       WS-DEPT-SUCCESSOR " - to suspense"
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
               ELSE
                   DISPLAY "Dept exception: unknown code "
                       EMP-DEPT-CODE " on " EMP-ID " " EMP-NAME
                       " - written to suspense."
                   STRING "EXCEPTION " EMP-ID " " EMP-NAME
                       " unknown dept " EMP-DEPT-CODE
                       " - written to suspense"
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
               END-IF
               PERFORM 0084-WRITE-REPORT-LINE
               MOVE "DEPT" TO SUSP-REASON-CODE
               PERFORM 0760-WRITE-SUSPENSE
               PERFORM 0084-WRITE-REPORT-LINE
               PERFORM 0600-ACCUMULATE-TOTALS
               PERFORM 0700-CHECK-CATEGORY-CHANGE
               PERFORM 0740-CHECK-NEW-READING
               IF NEW-READING
                   PERFORM 0750-WRITE-HISTORY
               ELSE
                   ADD 1 TO WS-RECORDS-UNCHANGED
               END-IF
               MOVE EMP-ID TO NEWP-EMP-ID
               MOVE EMP-BMI-CATEGORY TO NEWP-CATEGORY
               WRITE NEW-PRIOR-CATEGORY-RECORD
                       DISPLAY "Category change: " EMP-ID " "
                           EMP-NAME " " WSP-CATEGORY (WS-IDX)
                           " -> " EMP-BMI-CATEGORY
                       MOVE WSP-CATEGORY (WS-IDX)
                           TO CCH-OLD-CATEGORY
                       PERFORM 0708-CHECK-BAND-CAUSE
                       MOVE SPACES TO WS-RPT-DETAIL
                       IF CCH-BAND-CHANGE
                           STRING "  CHANGE " EMP-ID " "
                               WSP-CATEGORY (WS-IDX) " -> "
                               EMP-BMI-CATEGORY
                               " (band table change)"
                               DELIMITED BY SIZE INTO WS-RPT-DETAIL
                       ELSE
                           STRING "  CHANGE " EMP-ID " "
                               WSP-CATEGORY (WS-IDX) " -> "
                               EMP-BMI-CATEGORY
                               DELIMITED BY SIZE INTO WS-RPT-DETAIL
                       END-IF
                       PERFORM 0084-WRITE-REPORT-LINE
                       PERFORM 0710-WRITE-CATEGORY-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

       0708-CHECK-BAND-CAUSE.
      * Classify tonight's reading again as of the last COMPLETE
      * run, so BMIENGINE picks the cutoffs in force then; if that
      * still gives the prior category, only the band set moved.
           MOVE SPACE TO CCH-CHANGE-CAUSE
           IF BAND-SET-CHANGED
               CALL "BMIENGINE" USING EMP-HEIGHT-CMS EMP-WEIGHT-KG
                   EMP-BIRTH-DATE EMP-SEX WS-LAST-RUN-DATE
                   WS-CHK-BMI WS-CHK-CATEGORY WS-CHK-VALID-FLAG
                   WS-CHK-ERROR-MSG
               IF WS-CHK-VALID-FLAG = "Y"
                   AND WS-CHK-CATEGORY = CCH-OLD-CATEGORY
                   MOVE "B" TO CCH-CHANGE-CAUSE
                   ADD 1 TO WS-BAND-ONLY-COUNT
               END-IF
           END-IF.

       0710-WRITE-CATEGORY-CHANGE.
           MOVE WS-RUN-DATE TO CCH-RUN-DATE
           MOVE EMP-ID TO CCH-EMP-ID
           WRITE CATEGORY-CHANGE-RECORD
           CLOSE CATEGORY-CHANGE-FILE.

       0740-CHECK-NEW-READING.
      * No row on file (or no index to look in) is a new reading,
      * unless the roster's measured date is no later than the
      * newest archived row - the employee's rows may simply have
      * been archived. Otherwise the reading is new when the roster
      * says it was measured after the last row was written, or
      * when the height or weight has moved since that row - which
      * also covers a suspense correction and a record that
      * predates EMP-MEASURED-DATE.
           PERFORM 0745-FIND-LAST-HISTORY
           MOVE "N" TO WS-NEW-READING-FLAG
           IF NOT LAST-HISTORY-FOUND
               IF EMP-MEASURED-DATE IS NUMERIC
                   IF EMP-MEASURED-DATE > WS-NEWEST-ARCHIVE-DATE
                       MOVE "Y" TO WS-NEW-READING-FLAG
                   END-IF
               ELSE
                   MOVE "Y" TO WS-NEW-READING-FLAG
               END-IF
           ELSE
               IF EMP-MEASURED-DATE NOT = SPACES
                   AND EMP-MEASURED-DATE > WS-LAST-HIST-DATE
                   MOVE "Y" TO WS-NEW-READING-FLAG
               END-IF
               IF EMP-HEIGHT-CMS NOT = WS-LAST-HIST-HEIGHT
                   OR EMP-WEIGHT-KG NOT = WS-LAST-HIST-WEIGHT
                   MOVE "Y" TO WS-NEW-READING-FLAG
               END-IF
           END-IF.

       0745-FIND-LAST-HISTORY.
      * The index is keyed employee + run date, so the newest row
      * is the last one read before the key leaves the employee -
      * the same walk BMIEmployeeInquiry does.
      * A row already dated tonight was written by an earlier run
      * of the same date (an OVERRIDE rerun, or the part of a
      * restarted run after its last checkpoint) and is passed
      * over, so the rerun decides new or unchanged the same way.
           MOVE "N" TO WS-LAST-HIST-FLAG
           OPEN INPUT BMI-HISTX-FILE
           IF HISTX-FILE-OK
               MOVE "N" TO WS-HISTX-EOF-FLAG
               MOVE EMP-ID TO HISTX-EMP-ID
               MOVE LOW-VALUES TO HISTX-RUN-DATE
               START BMI-HISTX-FILE KEY NOT LESS THAN HISTX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HISTX-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-EMPLOYEE-HISTORY
                   READ BMI-HISTX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HISTX-EOF-FLAG
                       NOT AT END
                           IF HISTX-EMP-ID NOT = EMP-ID
                               MOVE "Y" TO WS-HISTX-EOF-FLAG
                           ELSE
                               IF HISTX-RUN-DATE < WS-RUN-DATE
                                   MOVE "Y" TO WS-LAST-HIST-FLAG
                                   MOVE HISTX-RUN-DATE
                                       TO WS-LAST-HIST-DATE
                                   MOVE HISTX-HEIGHT-CMS
                                       TO WS-LAST-HIST-HEIGHT
                                   MOVE HISTX-WEIGHT-KG
                                       TO WS-LAST-HIST-WEIGHT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTX-FILE
           END-IF.

       0750-WRITE-HISTORY.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE EMP-ID TO HIST-EMP-ID
               MOVE EMP-WEIGHT-KG TO SUSP-WEIGHT-KG
               MOVE EMP-BIRTH-DATE TO SUSP-BIRTH-DATE
               MOVE EMP-SEX TO SUSP-SEX
               MOVE 0 TO SUSP-CLINIC-BATCH
               OPEN EXTEND SUSPENSE-FILE
               IF SUSP-FILE-NOT-FOUND
                   OPEN OUTPUT SUSPENSE-FILE
           STRING "Dept exceptions:     " WS-DEPT-EXCEPTIONS
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           IF BAND-SET-CHANGED
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "Band table changes:  " WS-BAND-ONLY-COUNT
                   " (set " WS-BAND-SET-DATE ", no letters)"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Inactive skipped:    " WS-RECORDS-INACTIVE
               " (on leave " WS-CNT-ONLEAVE
               ", terminated " WS-CNT-TERMED
               ", opted out " WS-CNT-OPTOUT ")"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Not re-measured:     " WS-RECORDS-UNCHANGED
               " (no new history row)"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           IF WS-GRAND-EMP-COUNT > 0
               "  On leave skipped: " WS-CNT-ONLEAVE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Opted out of wellness skipped: " WS-CNT-OPTOUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           COMPUTE WS-CONTROL-CHECK =
               WS-HIST-ROWS-WRITTEN + WS-RECORDS-UNCHANGED
               + WS-RECORDS-SKIPPED + WS-RECORDS-INACTIVE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Control: read " WS-RECORDS-PROCESSED
               " = history " WS-HIST-ROWS-WRITTEN
               " + unchanged " WS-RECORDS-UNCHANGED
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "         + suspense/skip " WS-RECORDS-SKIPPED
               " + inactive " WS-RECORDS-INACTIVE
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE

       0910-FIND-DEPT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           MOVE "N" TO WS-DEPT-RETIRED-FLAG
           MOVE SPACES TO WS-DEPT-SUCCESSOR
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
               IF WSD-DEPT-CODE (WS-DEPT-IDX) = EMP-DEPT-CODE
                   MOVE "Y" TO WS-DEPT-FOUND-FLAG
                   MOVE WSD-DEPT-NAME (WS-DEPT-IDX)
                       TO WS-DEPT-NAME-OUT
                   IF WSD-DEPT-STATUS (WS-DEPT-IDX) = "R"
                       MOVE "Y" TO WS-DEPT-RETIRED-FLAG
                       MOVE WSD-SUCCESSOR-CODE (WS-DEPT-IDX)
                           TO WS-DEPT-SUCCESSOR
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-RECORDS-INACTIVE TO CKPT-RECORDS-INACTIVE
           MOVE WS-CNT-ONLEAVE TO CKPT-CNT-ONLEAVE
           MOVE WS-CNT-TERMED TO CKPT-CNT-TERMED
           MOVE WS-CNT-OPTOUT TO CKPT-CNT-OPTOUT
           MOVE WS-RECORDS-UNCHANGED TO CKPT-RECORDS-UNCHANGED
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
           MOVE 0 TO CKPT-RECORDS-INACTIVE
           MOVE 0 TO CKPT-CNT-ONLEAVE
           MOVE 0 TO CKPT-CNT-TERMED
           MOVE 0 TO CKPT-CNT-OPTOUT
           MOVE 0 TO CKPT-RECORDS-UNCHANGED
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
           COMPUTE RC-RECORDS-SKIPPED =
               WS-RECORDS-SKIPPED + WS-RECORDS-INACTIVE
           MOVE WS-RUN-STATUS TO RC-STATUS
           MOVE WS-JOINER-COUNT TO RC-JOINERS
           MOVE WS-RECORDS-UNCHANGED TO RC-RECORDS-UNCHANGED
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "NightlyCheckout".
       AUTHOR. Guido.

      * Morning checkout of one NIGHTLYBMI run date in a single
      * report, CHECKOUT.RPT, in place of RunControlReport, the
      * HRERR/CLINERR listings, CLINBATL.DAT, NIGHTLY.RPT and a
      * SuspenseRework session. Each step is balanced against the
      * next from the files they leave behind:
      *   - HR joiners applied (HRFEED adds on ROSTAUD.DAT) against
      *     the nightly run's joiner count on RUNCTL.DAT;
      *   - clinic and walk-in records applied (apply entries on
      *     CLINBATL.DAT) against the CLINIC change rows on
      *     ROSTAUD.DAT;
      *   - the nightly run's records processed (RUNCTL.DAT), less
      *     those not re-measured since their last history row,
      *     against the BMIHIST.DAT rows stamped with the run date;
      *   - the CATCHG.DAT moves into OBESE or UNDERWEIGHT against
      *     the letters written plus the suppressed, opted-out,
      *     case-open and band-only counts WellnessOutreach logs on
      *     OUTCTL.DAT.
      * A pair that does not agree, or a step that logged no run for
      * the date, is flagged OUT OF BALANCE, and the count of
      * flagged checks is DISPLAYed on SYSOUT as well.
      * The report then ages the unresolved SUSPENSE.DAT items by
      * reason code (HTWT, DEPT, PLAU) and lists every one open
      * longer than the stale-days limit on CHKOUT.CFG (four
      * digits, default 0014), so old rejects are escalated instead
      * of sitting in the queue.
      * The run date comes from the command line (YYYYMMDD) and
      * defaults to today. Driven by the CHECKOUT JCL member.
      * The outreach check also counts the risk moves WellnessOutreach
      * logs as not evaluated because a table cap was reached, so a
      * capped night still balances and the shortfall shows on its
      * own line.
      * The nightly history balance counts each employee with a
      * BMIHIST.DAT row for the run date once, so the rows an
      * OVERRIDE rerun or a restarted run wrote again for the same
      * employees do not throw it out of balance.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-AUDIT-FILE ASSIGN TO "ROSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CLINIC-BATCH-LOG-FILE ASSIGN TO "CLINBATL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOG-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-SORT-FILE ASSIGN TO "SORTWORK.TMP".

           SELECT CATEGORY-CHANGE-FILE ASSIGN TO "CATCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHG-STATUS.

           SELECT OUTREACH-CONTROL-FILE ASSIGN TO "OUTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTCTL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT CHECKOUT-CONFIG-FILE ASSIGN TO "CHKOUT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           SELECT CHECKOUT-REPORT-FILE ASSIGN TO "CHECKOUT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ROSTER-AUDIT-FILE.
           COPY "ROSTAUD.cpy".

       FD  RUN-CONTROL-FILE.
           COPY "RUNCTL.cpy".

       FD  CLINIC-BATCH-LOG-FILE.
           COPY "CLINBATL.cpy".

       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.cpy".

      * The employee IDs on the run date's history rows, sorted so
      * each employee can be counted once.
       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05  HSR-EMP-ID              PIC X(6).

       FD  CATEGORY-CHANGE-FILE.
           COPY "CATCHG.cpy".

       FD  OUTREACH-CONTROL-FILE.
           COPY "OUTCTL.cpy".

       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.cpy".

       FD  CHECKOUT-CONFIG-FILE.
       01  CHECKOUT-CONFIG-RECORD PIC X(4).

       FD  CHECKOUT-REPORT-FILE.
       01  CHECKOUT-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE "00".
       01 WS-RUNCTL-STATUS PIC XX.
           88 RUNCTL-FILE-OK VALUE "00".
       01 WS-BATCH-LOG-STATUS PIC XX.
           88 BATCH-LOG-OK VALUE "00".
       01 WS-HIST-STATUS PIC XX.
           88 HIST-FILE-OK VALUE "00".
       01 WS-CATCHG-STATUS PIC XX.
           88 CATCHG-FILE-OK VALUE "00".
       01 WS-OUTCTL-STATUS PIC XX.
           88 OUTCTL-FILE-OK VALUE "00".
       01 WS-SUSP-STATUS PIC XX.
           88 SUSP-FILE-OK VALUE "00".
       01 WS-CFG-STATUS PIC XX.
           88 CFG-FILE-OK VALUE "00".
       01 WS-REPORT-STATUS PIC XX.

       01 WS-EOF-FLAG PIC X.
           88 END-OF-FILE VALUE "Y".

       01 WS-REPORT-DATE PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-REPORT-INTEGER PIC 9(8).
       01 WS-ITEM-INTEGER PIC 9(8).
       01 WS-STALE-DAYS PIC 9(4) VALUE 14.

      * What each step left behind for the run date.
       01 WS-HR-JOINERS PIC 9(6) VALUE 0.
       01 WS-MAINT-ADDS PIC 9(6) VALUE 0.
       01 WS-CLINIC-ROWS PIC 9(6) VALUE 0.
       01 WS-CLINIC-APPLIED PIC 9(6) VALUE 0.
       01 WS-CLINIC-BATCHES PIC 9(4) VALUE 0.
       01 WS-HIST-ROWS PIC 9(6) VALUE 0.
       01 WS-HIST-LAST-EMP PIC X(6).
       01 WS-SORT-EOF-FLAG PIC X.
           88 END-OF-SORTED-HISTORY VALUE "Y".
       01 WS-RISK-MOVES PIC 9(6) VALUE 0.
       01 WS-OTHER-MOVES PIC 9(6) VALUE 0.

       01 WS-RUNCTL-FOUND-FLAG PIC X VALUE "N".
           88 NIGHTLY-RUN-LOGGED VALUE "Y".
       01 WS-RC-PROCESSED PIC 9(6) VALUE 0.
       01 WS-RC-STATUS PIC X(8) VALUE SPACES.
       01 WS-RC-JOINERS PIC X(6) VALUE SPACES.
       01 WS-RC-UNCHANGED PIC X(6) VALUE SPACES.
       01 WS-RC-UNCHANGED-COUNT REDEFINES WS-RC-UNCHANGED PIC 9(6).

       01 WS-OUTCTL-FOUND-FLAG PIC X VALUE "N".
           88 OUTREACH-RUN-LOGGED VALUE "Y".
       01 WS-OCT-ACCOUNTED PIC 9(6) VALUE 0.
       01 WS-OCT-LETTERS PIC 9(6) VALUE 0.
       01 WS-OCT-SUPPRESSED PIC 9(6) VALUE 0.
       01 WS-OCT-OPTED-OUT PIC 9(6) VALUE 0.
       01 WS-OCT-CASE-OPEN PIC 9(6) VALUE 0.
       01 WS-OCT-BAND-ONLY PIC 9(6) VALUE 0.
       01 WS-OCT-ALL-LETTERS PIC 9(6) VALUE 0.
       01 WS-OCT-NOT-EVALUATED PIC X(6) VALUE SPACES.
       01 WS-OCT-NOT-EVAL-COUNT REDEFINES WS-OCT-NOT-EVALUATED
           PIC 9(6).

      * One balance check at a time through 0700-PRINT-BALANCE.
       01 WS-CHECK-TITLE PIC X(60).
       01 WS-LEFT-LABEL PIC X(50).
       01 WS-RIGHT-LABEL PIC X(50).
       01 WS-LEFT-COUNT PIC 9(6).
       01 WS-RIGHT-COUNT PIC 9(6).
       01 WS-STEP-MISSING-FLAG PIC X.
           88 STEP-NOT-LOGGED VALUE "Y".
       01 WS-MISSING-TEXT PIC X(50).
       01 WS-IMBALANCE-COUNT PIC 99 VALUE 0.

      * Suspense aging by reason - HTWT, DEPT, PLAU, then anything
      * else - in four age bands.
       01 WS-REASON-LIST.
           05 FILLER PIC X(4) VALUE "HTWT".
           05 FILLER PIC X(4) VALUE "DEPT".
           05 FILLER PIC X(4) VALUE "PLAU".
           05 FILLER PIC X(4) VALUE "OTHR".
       01 WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05 WS-REASON-CODE OCCURS 4 TIMES PIC X(4).
       01 WS-AGE-TABLE.
           05 WS-AGE-ENTRY OCCURS 4 TIMES.
               10 WAG-OPEN PIC 9(5).
               10 WAG-0-7 PIC 9(5).
               10 WAG-8-30 PIC 9(5).
               10 WAG-31-90 PIC 9(5).
               10 WAG-OVER-90 PIC 9(5).
               10 WAG-STALE PIC 9(5).
               10 WAG-OLDEST PIC 9(5).
       01 WS-REASON-IDX PIC 9.
       01 WS-AGE-PASS-FLAG PIC X.
           88 AGING-PASS VALUE "A".
           88 LISTING-PASS VALUE "L".
       01 WS-ITEM-AGE PIC 9(5).
       01 WS-STALE-TOTAL PIC 9(5) VALUE 0.
       01 WS-UNDATED-COUNT PIC 9(5) VALUE 0.

       01 WS-COUNT-OUT PIC ZZZZZ9.
       01 WS-COUNT-OUT-2 PIC ZZZZZ9.
       01 WS-AGE-OUT PIC ZZZZ9.
       01 WS-STALE-OUT PIC ZZZ9.
       01 WS-BAND-OUT-1 PIC ZZZZ9.
       01 WS-BAND-OUT-2 PIC ZZZZ9.
       01 WS-BAND-OUT-3 PIC ZZZZ9.
       01 WS-BAND-OUT-4 PIC ZZZZ9.
       01 WS-BAND-OUT-5 PIC ZZZZ9.
       01 WS-BAND-OUT-6 PIC ZZZZ9.
       01 WS-RPT-DETAIL PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-REPORT-DATE FROM COMMAND-LINE
           IF WS-REPORT-DATE = SPACES
               OR WS-REPORT-DATE IS NOT NUMERIC
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-REPORT-DATE TO WS-DATE-NUM
           COMPUTE WS-REPORT-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
           PERFORM 0050-LOAD-CONFIG
           PERFORM 0100-SCAN-ROSTER-AUDIT
           PERFORM 0110-SCAN-RUN-CONTROL
           PERFORM 0120-SCAN-BATCH-LOG
           PERFORM 0130-SCAN-HISTORY
           PERFORM 0140-SCAN-CATEGORY-CHANGES
           PERFORM 0150-SCAN-OUTREACH-CONTROL
           OPEN OUTPUT CHECKOUT-REPORT-FILE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "===== NIGHTLYBMI Morning Checkout - run date "
               WS-REPORT-DATE " ====="
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
           PERFORM 0200-CHECK-HR-JOINERS
           PERFORM 0210-CHECK-CLINIC-APPLY
           PERFORM 0220-CHECK-NIGHTLY-HISTORY
           PERFORM 0230-CHECK-OUTREACH
           PERFORM 0400-AGE-SUSPENSE
           PERFORM 0600-PRINT-SUMMARY
           CLOSE CHECKOUT-REPORT-FILE
           STOP RUN.

       0050-LOAD-CONFIG.
           OPEN INPUT CHECKOUT-CONFIG-FILE
           IF CFG-FILE-OK
               READ CHECKOUT-CONFIG-FILE
                   NOT AT END
                       IF CHECKOUT-CONFIG-RECORD IS NUMERIC
                           MOVE CHECKOUT-CONFIG-RECORD
                               TO WS-STALE-DAYS
                       ELSE
                           DISPLAY "CHKOUT.CFG stale days are not "
                               "numeric - using the default 14."
                       END-IF
               END-READ
               CLOSE CHECKOUT-CONFIG-FILE
           END-IF.

       0100-SCAN-ROSTER-AUDIT.
      * One pass for all three counts: HR adds, clerk adds (shown
      * to explain a joiner difference) and clinic changes.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ROSTER-AUDIT-FILE
           IF AUDIT-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ ROSTER-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RAUD-CHANGE-DATE = WS-REPORT-DATE
                               EVALUATE TRUE
                                   WHEN RAUD-SOURCE = "HRFEED"
                                       AND RAUD-ACTION = "A"
                                       ADD 1 TO WS-HR-JOINERS
                                   WHEN RAUD-SOURCE = "MAINT"
                                       AND RAUD-ACTION = "A"
                                       ADD 1 TO WS-MAINT-ADDS
                                   WHEN RAUD-SOURCE = "CLINIC"
                                       AND RAUD-ACTION = "C"
                                       ADD 1 TO WS-CLINIC-ROWS
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-AUDIT-FILE
           END-IF.

       0110-SCAN-RUN-CONTROL.
      * The latest record for the date is the run that counts - an
      * OVERRIDE rerun supersedes the first.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RC-RUN-DATE = WS-REPORT-DATE
                               MOVE "Y" TO WS-RUNCTL-FOUND-FLAG
                               MOVE RC-RECORDS-PROCESSED
                                   TO WS-RC-PROCESSED
                               MOVE RC-STATUS TO WS-RC-STATUS
                               MOVE RC-JOINERS TO WS-RC-JOINERS
                               MOVE RC-RECORDS-UNCHANGED
                                   TO WS-RC-UNCHANGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       0120-SCAN-BATCH-LOG.
      * Clinic and walk-in batches applied on the date; reversal
      * entries carry no applied count.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CLINIC-BATCH-LOG-FILE
           IF BATCH-LOG-OK
               PERFORM UNTIL END-OF-FILE
                   READ CLINIC-BATCH-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CBL-APPLY-DATE = WS-REPORT-DATE
                               AND CBL-APPLY-ENTRY
                               ADD 1 TO WS-CLINIC-BATCHES
                               ADD CBL-RECORDS-APPLIED
                                   TO WS-CLINIC-APPLIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLINIC-BATCH-LOG-FILE
           END-IF.

       0130-SCAN-HISTORY.
      * Employees, not rows: a rerun of the date appends a second
      * row for the same employee, and the last one written is the
      * one that stands, as BMIHistoryVerify treats repeated keys.
           SORT HIST-SORT-FILE
               ON ASCENDING KEY HSR-EMP-ID
               INPUT PROCEDURE IS 0132-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 0134-COUNT-EMPLOYEES.

       0132-RELEASE-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BMI-HISTORY-FILE
           IF HIST-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ BMI-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF HIST-RUN-DATE = WS-REPORT-DATE
                               MOVE HIST-EMP-ID TO HSR-EMP-ID
                               RELEASE HIST-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY-FILE
           END-IF.

       0134-COUNT-EMPLOYEES.
           MOVE "N" TO WS-SORT-EOF-FLAG
           MOVE LOW-VALUES TO WS-HIST-LAST-EMP
           PERFORM UNTIL END-OF-SORTED-HISTORY
               RETURN HIST-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-FLAG
                   NOT AT END
                       IF HSR-EMP-ID NOT = WS-HIST-LAST-EMP
                           ADD 1 TO WS-HIST-ROWS
                           MOVE HSR-EMP-ID TO WS-HIST-LAST-EMP
                       END-IF
               END-RETURN
           END-PERFORM.

       0140-SCAN-CATEGORY-CHANGES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CATEGORY-CHANGE-FILE
           IF CATCHG-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ CATEGORY-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF CCH-RUN-DATE = WS-REPORT-DATE
                               IF CCH-NEW-CATEGORY = "OBESE"
                                   OR CCH-NEW-CATEGORY = "UNDERWEIGHT"
                                   ADD 1 TO WS-RISK-MOVES
                               ELSE
                                   ADD 1 TO WS-OTHER-MOVES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-CHANGE-FILE
           END-IF.

       0150-SCAN-OUTREACH-CONTROL.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OUTREACH-CONTROL-FILE
           IF OUTCTL-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ OUTREACH-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF OCT-RUN-DATE = WS-REPORT-DATE
                               MOVE "Y" TO WS-OUTCTL-FOUND-FLAG
                               MOVE OCT-CHG-LETTERS TO WS-OCT-LETTERS
                               MOVE OCT-CHG-SUPPRESSED
                                   TO WS-OCT-SUPPRESSED
                               MOVE OCT-CHG-OPTED-OUT
                                   TO WS-OCT-OPTED-OUT
                               MOVE OCT-CHG-CASE-OPEN
                                   TO WS-OCT-CASE-OPEN
                               MOVE OCT-BAND-ONLY TO WS-OCT-BAND-ONLY
                               MOVE OCT-LETTERS-WRITTEN
                                   TO WS-OCT-ALL-LETTERS
                               MOVE OCT-NOT-EVALUATED
                                   TO WS-OCT-NOT-EVALUATED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTREACH-CONTROL-FILE
           END-IF
           COMPUTE WS-OCT-ACCOUNTED = WS-OCT-LETTERS
               + WS-OCT-SUPPRESSED + WS-OCT-OPTED-OUT
               + WS-OCT-CASE-OPEN + WS-OCT-BAND-ONLY
           IF WS-OCT-NOT-EVALUATED IS NUMERIC
               ADD WS-OCT-NOT-EVAL-COUNT TO WS-OCT-ACCOUNTED
           END-IF.

       0200-CHECK-HR-JOINERS.
           MOVE "STEP003/STEP010 - HR joiners vs nightly joiners"
               TO WS-CHECK-TITLE
           MOVE "HR joiners applied (ROSTAUD HRFEED adds)"
               TO WS-LEFT-LABEL
           MOVE WS-HR-JOINERS TO WS-LEFT-COUNT
           MOVE "Nightly run joiners (RUNCTL.DAT)" TO WS-RIGHT-LABEL
           MOVE "N" TO WS-STEP-MISSING-FLAG
           MOVE 0 TO WS-RIGHT-COUNT
           IF NOT NIGHTLY-RUN-LOGGED
               MOVE "Y" TO WS-STEP-MISSING-FLAG
               MOVE "No nightly run logged for the date."
                   TO WS-MISSING-TEXT
           ELSE
               IF WS-RC-JOINERS IS NOT NUMERIC
                   MOVE "Y" TO WS-STEP-MISSING-FLAG
                   MOVE "Nightly run logged no joiner count."
                       TO WS-MISSING-TEXT
               ELSE
                   MOVE WS-RC-JOINERS TO WS-RIGHT-COUNT
               END-IF
           END-IF
           PERFORM 0700-PRINT-BALANCE
           IF WS-MAINT-ADDS > 0
               MOVE WS-MAINT-ADDS TO WS-COUNT-OUT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  (roster adds keyed in RosterMaint the same "
                   "day: " WS-COUNT-OUT ")"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
           END-IF.

       0210-CHECK-CLINIC-APPLY.
           MOVE "STEP005/STEP006 - clinic records vs roster audit"
               TO WS-CHECK-TITLE
           MOVE "Records applied (CLINBATL.DAT apply entries)"
               TO WS-LEFT-LABEL
           MOVE WS-CLINIC-APPLIED TO WS-LEFT-COUNT
           MOVE "CLINIC change rows on ROSTAUD.DAT"
               TO WS-RIGHT-LABEL
           MOVE WS-CLINIC-ROWS TO WS-RIGHT-COUNT
           MOVE "N" TO WS-STEP-MISSING-FLAG
           PERFORM 0700-PRINT-BALANCE
           MOVE WS-CLINIC-BATCHES TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  (clinic and walk-in batches applied: "
               WS-COUNT-OUT ")"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE.

       0220-CHECK-NIGHTLY-HISTORY.
           MOVE "STEP010 - records processed vs history rows"
               TO WS-CHECK-TITLE
      * Employees not re-measured get no history row; a run
      * logged before that count was kept wrote a row for all.
      * The right side counts employees with a row for the date,
      * so rows repeated by an OVERRIDE rerun or a restart are
      * counted once, matching the latest RUNCTL.DAT record.
           MOVE "Processed less unchanged (RUNCTL.DAT)"
               TO WS-LEFT-LABEL
           MOVE WS-RC-PROCESSED TO WS-LEFT-COUNT
           IF WS-RC-UNCHANGED IS NUMERIC
               SUBTRACT WS-RC-UNCHANGED-COUNT FROM WS-LEFT-COUNT
           END-IF
           MOVE "BMIHIST.DAT employees for the run date"
               TO WS-RIGHT-LABEL
           MOVE WS-HIST-ROWS TO WS-RIGHT-COUNT
           MOVE "N" TO WS-STEP-MISSING-FLAG
           IF NOT NIGHTLY-RUN-LOGGED
               MOVE "Y" TO WS-STEP-MISSING-FLAG
               MOVE "No nightly run logged for the date."
                   TO WS-MISSING-TEXT
           END-IF
           PERFORM 0700-PRINT-BALANCE
           IF NIGHTLY-RUN-LOGGED
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-RC-PROCESSED TO WS-COUNT-OUT
               STRING "  (processed: " WS-COUNT-OUT
                   "  latest run status: " WS-RC-STATUS ")"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
           END-IF.

       0230-CHECK-OUTREACH.
           MOVE "STEP020 - category moves vs outreach dispositions"
               TO WS-CHECK-TITLE
           MOVE "CATCHG.DAT moves into OBESE/UNDERWEIGHT"
               TO WS-LEFT-LABEL
           MOVE WS-RISK-MOVES TO WS-LEFT-COUNT
           MOVE "Letters + suppressed (OUTCTL.DAT)" TO WS-RIGHT-LABEL
           MOVE WS-OCT-ACCOUNTED TO WS-RIGHT-COUNT
           MOVE "N" TO WS-STEP-MISSING-FLAG
           IF NOT OUTREACH-RUN-LOGGED
               MOVE "Y" TO WS-STEP-MISSING-FLAG
               MOVE "No outreach run logged for the date."
                   TO WS-MISSING-TEXT
           END-IF
           PERFORM 0700-PRINT-BALANCE
           IF OUTREACH-RUN-LOGGED
               MOVE WS-OCT-LETTERS TO WS-BAND-OUT-1
               MOVE WS-OCT-SUPPRESSED TO WS-BAND-OUT-2
               MOVE WS-OCT-OPTED-OUT TO WS-BAND-OUT-3
               MOVE WS-OCT-CASE-OPEN TO WS-BAND-OUT-4
               MOVE WS-OCT-BAND-ONLY TO WS-BAND-OUT-5
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  letters" WS-BAND-OUT-1
                   "  inactive" WS-BAND-OUT-2
                   "  opted out" WS-BAND-OUT-3
                   "  case open" WS-BAND-OUT-4
                   "  band only" WS-BAND-OUT-5
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
               MOVE WS-OCT-ALL-LETTERS TO WS-COUNT-OUT
               MOVE WS-OTHER-MOVES TO WS-COUNT-OUT-2
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  (all letters written: " WS-COUNT-OUT
                   "; other moves, no letter due: " WS-COUNT-OUT-2
                   ")" DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
               IF WS-OCT-NOT-EVALUATED IS NUMERIC
                   AND WS-OCT-NOT-EVAL-COUNT > 0
                   MOVE WS-OCT-NOT-EVAL-COUNT TO WS-COUNT-OUT
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "  ** not evaluated (over cap): "
                       WS-COUNT-OUT " - included above"
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 0900-WRITE-LINE
               END-IF
           END-IF.

       0400-AGE-SUSPENSE.
           INITIALIZE WS-AGE-TABLE
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
           MOVE WS-STALE-DAYS TO WS-STALE-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "OPEN SUSPENSE ITEMS - listed when older than "
               WS-STALE-OUT " days"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
           MOVE "Reason  Open  0-7d 8-30d 31-90d  >90d Stale Oldest"
               TO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
      * First pass ages every open item, second lists the stale
      * ones under the table.
           MOVE "A" TO WS-AGE-PASS-FLAG
           PERFORM 0405-READ-SUSPENSE
           PERFORM 0430-PRINT-AGE-LINE
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > 4
           IF WS-UNDATED-COUNT > 0
               MOVE WS-UNDATED-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "Open items with no valid run date: "
                   WS-COUNT-OUT " (counted as stale)"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
           END-IF
           IF WS-STALE-TOTAL > 0
               MOVE SPACES TO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
               MOVE "Stale items to escalate:" TO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
               MOVE "L" TO WS-AGE-PASS-FLAG
               PERFORM 0405-READ-SUSPENSE
           END-IF.

       0405-READ-SUSPENSE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-FILE-OK
               PERFORM UNTIL END-OF-FILE
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SUSP-UNRESOLVED
                               PERFORM 0410-AGE-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       0410-AGE-ONE-ITEM.
      * Items written after the run date being checked were not yet
      * open on it and are left out; an undated item is treated as
      * stale so it cannot hide.
           MOVE 4 TO WS-REASON-IDX
           EVALUATE SUSP-REASON-CODE
               WHEN "HTWT"
                   MOVE 1 TO WS-REASON-IDX
               WHEN "DEPT"
                   MOVE 2 TO WS-REASON-IDX
               WHEN "PLAU"
                   MOVE 3 TO WS-REASON-IDX
           END-EVALUATE
           IF SUSP-RUN-DATE IS NOT NUMERIC
               MOVE 99999 TO WS-ITEM-AGE
               PERFORM 0415-TAKE-ITEM
           ELSE
               IF SUSP-RUN-DATE NOT > WS-REPORT-DATE
                   MOVE SUSP-RUN-DATE TO WS-DATE-NUM
                   COMPUTE WS-ITEM-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
                   COMPUTE WS-ITEM-AGE =
                       WS-REPORT-INTEGER - WS-ITEM-INTEGER
                   PERFORM 0415-TAKE-ITEM
               END-IF
           END-IF.

       0415-TAKE-ITEM.
           IF AGING-PASS
               PERFORM 0420-COUNT-ITEM
           ELSE
               IF WS-ITEM-AGE > WS-STALE-DAYS
                   PERFORM 0425-LIST-STALE-ITEM
               END-IF
           END-IF.

       0420-COUNT-ITEM.
           IF WS-ITEM-AGE = 99999
               ADD 1 TO WS-UNDATED-COUNT
           END-IF
           ADD 1 TO WAG-OPEN (WS-REASON-IDX)
           EVALUATE TRUE
               WHEN WS-ITEM-AGE NOT > 7
                   ADD 1 TO WAG-0-7 (WS-REASON-IDX)
               WHEN WS-ITEM-AGE NOT > 30
                   ADD 1 TO WAG-8-30 (WS-REASON-IDX)
               WHEN WS-ITEM-AGE NOT > 90
                   ADD 1 TO WAG-31-90 (WS-REASON-IDX)
               WHEN OTHER
                   ADD 1 TO WAG-OVER-90 (WS-REASON-IDX)
           END-EVALUATE
           IF WS-ITEM-AGE > WAG-OLDEST (WS-REASON-IDX)
               AND WS-ITEM-AGE NOT = 99999
               MOVE WS-ITEM-AGE TO WAG-OLDEST (WS-REASON-IDX)
           END-IF
           IF WS-ITEM-AGE > WS-STALE-DAYS
               ADD 1 TO WAG-STALE (WS-REASON-IDX)
               ADD 1 TO WS-STALE-TOTAL
           END-IF.

       0425-LIST-STALE-ITEM.
           MOVE SPACES TO WS-RPT-DETAIL
           IF WS-ITEM-AGE = 99999
               STRING "  STALE " SUSP-REASON-CODE " "
                   SUSP-EMP-ID " " SUSP-NAME " "
                   SUSP-DEPT-CODE " no valid run date"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
           ELSE
               MOVE WS-ITEM-AGE TO WS-AGE-OUT
               STRING "  STALE " SUSP-REASON-CODE " "
                   SUSP-EMP-ID " " SUSP-NAME " "
                   SUSP-DEPT-CODE " since " SUSP-RUN-DATE
                   WS-AGE-OUT " days"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-IF
           PERFORM 0900-WRITE-LINE.

       0430-PRINT-AGE-LINE.
           MOVE WAG-OPEN (WS-REASON-IDX) TO WS-BAND-OUT-1
           MOVE WAG-0-7 (WS-REASON-IDX) TO WS-BAND-OUT-2
           MOVE WAG-8-30 (WS-REASON-IDX) TO WS-BAND-OUT-3
           MOVE WAG-31-90 (WS-REASON-IDX) TO WS-BAND-OUT-4
           MOVE WAG-OVER-90 (WS-REASON-IDX) TO WS-BAND-OUT-5
           MOVE WAG-STALE (WS-REASON-IDX) TO WS-BAND-OUT-6
           MOVE WAG-OLDEST (WS-REASON-IDX) TO WS-AGE-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING WS-REASON-CODE (WS-REASON-IDX) "  "
               WS-BAND-OUT-1 " " WS-BAND-OUT-2 " "
               WS-BAND-OUT-3 "  " WS-BAND-OUT-4 " "
               WS-BAND-OUT-5 " " WS-BAND-OUT-6 "  " WS-AGE-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE.

       0600-PRINT-SUMMARY.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
           MOVE WS-STALE-TOTAL TO WS-COUNT-OUT
           IF WS-IMBALANCE-COUNT = 0
               MOVE "All NIGHTLYBMI steps BALANCED." TO WS-RPT-DETAIL
           ELSE
               MOVE SPACES TO WS-RPT-DETAIL
               STRING WS-IMBALANCE-COUNT " check(s) OUT OF BALANCE "
                   "- investigate before releasing the run."
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
           END-IF
           PERFORM 0900-WRITE-LINE
           DISPLAY "===== NIGHTLYBMI Morning Checkout "
               WS-REPORT-DATE " ====="
           DISPLAY WS-RPT-DETAIL
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Stale suspense items to escalate: " WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
           DISPLAY WS-RPT-DETAIL
           DISPLAY "Full checkout in CHECKOUT.RPT.".

       0700-PRINT-BALANCE.
      * Title, the two sides, and the verdict - a step that logged
      * nothing for the date is flagged as well as a mismatch.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
           MOVE WS-CHECK-TITLE TO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
           MOVE WS-LEFT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  " WS-LEFT-LABEL WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0900-WRITE-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           IF STEP-NOT-LOGGED
               STRING "  " WS-RIGHT-LABEL "     ---"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  ** OUT OF BALANCE ** " WS-MISSING-TEXT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               ADD 1 TO WS-IMBALANCE-COUNT
           ELSE
               MOVE WS-RIGHT-COUNT TO WS-COUNT-OUT
               STRING "  " WS-RIGHT-LABEL WS-COUNT-OUT
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0900-WRITE-LINE
               IF WS-LEFT-COUNT = WS-RIGHT-COUNT
                   MOVE "  BALANCED" TO WS-RPT-DETAIL
               ELSE
                   MOVE "  ** OUT OF BALANCE **" TO WS-RPT-DETAIL
                   ADD 1 TO WS-IMBALANCE-COUNT
               END-IF
           END-IF
           PERFORM 0900-WRITE-LINE.

       0900-WRITE-LINE.
           MOVE WS-RPT-DETAIL TO CHECKOUT-REPORT-LINE
           WRITE CHECKOUT-REPORT-LINE.

       END PROGRAM "NightlyCheckout".

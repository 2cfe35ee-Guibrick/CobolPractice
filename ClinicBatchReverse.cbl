       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "ClinicBatchReverse".
       AUTHOR. Guido.

      * Reverses a clinic measurements batch that ClinicTranApply
      * applied, for the day the clinic admits a batch went wrong
      * (wrong scale, readings keyed against the wrong employee
      * IDs) - instead of retyping every employee's old height and
      * weight through RosterMaint. The batch number comes from
      * the command line and must be on CLINBATL.DAT; a batch
      * applied more than once under OVERRIDE is reversed for its
      * latest application only.
      *   - every roster record the batch changed (the CLINIC rows
      *     on ROSTAUD.DAT with operator B + batch number, dated
      *     the day it was applied) goes back to the before-image
      *     of its first change, with a row under its own source,
      *     CLINREV. A record changed again since - a later
      *     ROSTAUD row from any source, or a PATIENTS.IDX record
      *     that no longer matches the batch's after-image - is
      *     left as it is and listed, since putting the old image
      *     back would undo someone else's change;
      *   - PLAU holds the batch raised on SUSPENSE.DAT (they
      *     carry the batch number) are released, resolved or
      *     not, so the next nightly run cannot absorb them;
      *   - the BMIHIST.DAT and BMIHIST.IDX rows the nightly runs
      *     computed from the batch's readings (restored employees,
      *     dated from the apply date on, carrying the batch's
      *     height and weight) are removed, so the trend lines lose
      *     the bad readings too.
      * The reversal is appended to CLINBATL.DAT as an R entry, so
      * ClinicTranApply then accepts a corrected batch under the
      * same number, and the clinic gets a reversal acknowledgment
      * on CLINACK.DAT in the same layout as the apply
      * acknowledgment: a header, one line per reading, counts.
      * A batch whose latest log entry is already a reversal is
      * refused. Driven by the CLINREVERSE JCL member.
      * Walk-in batches (numbers from 900001 up, queued by
      * BMICalculator and applied with the WALKIN parm) reverse the
      * same way; their acknowledgment goes to WALKACK.DAT beside
      * the apply acknowledgment instead of the clinic's file.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT CLINIC-ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT CLINIC-BATCH-LOG-FILE ASSIGN TO "CLINBATL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOG-STATUS.

           SELECT ROSTER-AUDIT-FILE ASSIGN TO "ROSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "BMIREV.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT BMI-HISTX-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

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

       FD  CLINIC-ACK-FILE.
       01  CLINIC-ACK-LINE PIC X(100).

       FD  CLINIC-BATCH-LOG-FILE.
           COPY "CLINBATL.cpy".

       FD  ROSTER-AUDIT-FILE.
           COPY "ROSTAUD.cpy".

       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.cpy".

       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.cpy".

       FD  HISTORY-WORK-FILE.
           COPY "BMIHIST.cpy"
               REPLACING ==BMI-HISTORY-RECORD==
                             BY ==HIST-WORK-RECORD==
                         ==HIST-RUN-DATE==    BY ==HWK-RUN-DATE==
                         ==HIST-EMP-ID==      BY ==HWK-EMP-ID==
                         ==HIST-EMP-NAME==    BY ==HWK-EMP-NAME==
                         ==HIST-HEIGHT-CMS==  BY ==HWK-HEIGHT-CMS==
                         ==HIST-WEIGHT-KG==   BY ==HWK-WEIGHT-KG==
                         ==HIST-BMI==         BY ==HWK-BMI==
                         ==HIST-CATEGORY==    BY ==HWK-CATEGORY==
                         ==HIST-BIRTH-DATE==  BY ==HWK-BIRTH-DATE==
                         ==HIST-SEX==         BY ==HWK-SEX==.

       FD  BMI-HISTX-FILE.
           COPY "BMIHISTX.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-ACK-STATUS PIC XX.

       01 WS-BATCH-LOG-STATUS PIC XX.
           88 BATCH-LOG-OK VALUE "00".
           88 BATCH-LOG-NOT-FOUND VALUE "35".

       01 WS-BATCH-LOG-EOF-FLAG PIC X VALUE "N".
           88 END-OF-BATCH-LOG VALUE "Y".

       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-OK VALUE "00".
           88 AUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-AUDIT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-AUDIT-FILE VALUE "Y".

       01 WS-SUSP-STATUS PIC XX.
           88 SUSP-FILE-OK VALUE "00".

       01 WS-SUSP-EOF-FLAG PIC X VALUE "N".
           88 END-OF-SUSPENSE VALUE "Y".

       01 WS-HIST-STATUS PIC XX.
           88 HIST-FILE-OK VALUE "00".

       01 WS-HIST-EOF-FLAG PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".

       01 WS-WORK-STATUS PIC XX.

       01 WS-WORK-EOF-FLAG PIC X VALUE "N".
           88 END-OF-WORK-FILE VALUE "Y".

       01 WS-HISTX-STATUS PIC XX.
           88 HISTX-FILE-OK VALUE "00".

       01 WS-HISTX-EOF-FLAG PIC X.
           88 END-OF-EMPLOYEE-ROWS VALUE "Y".

       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-PARM PIC X(11) VALUE SPACES.
       01 WS-WALKIN-FIRST-BATCH PIC 9(6) VALUE 900001.
       01 WS-ACK-NAME PIC X(12) VALUE "CLINACK.DAT".
       01 WS-TIME-RAW PIC 9(8).

      * The batch as it stands on CLINBATL.DAT - the latest entry
      * for the number decides whether there is anything to
      * reverse.
       01 WS-BATCH-NUMBER PIC 9(6) VALUE 0.
       01 WS-BATCH-DATE PIC X(8) VALUE SPACES.
       01 WS-APPLY-DATE PIC X(8) VALUE SPACES.
       01 WS-BATCH-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-BATCH-STATE-FLAG PIC X VALUE "N".
           88 BATCH-NOT-LOGGED VALUE "N".
           88 BATCH-APPLIED VALUE "A".
           88 BATCH-ALREADY-REVERSED VALUE "R".

       01 WS-REFUSE-REASON PIC X(70).

      * The audit images decoded back into employee fields for the
      * acknowledgment lines.
           COPY "EMPLOYEE.cpy"
               REPLACING ==EMPLOYEE-RECORD==   BY ==IMAGE-RECORD==
                         ==EMP-ID==            BY ==IMG-ID==
                         ==EMP-DEPT-CODE==     BY ==IMG-DEPT-CODE==
                         ==EMP-NAME==          BY ==IMG-NAME==
                         ==EMP-HEIGHT-CMS==    BY ==IMG-HEIGHT-CMS==
                         ==EMP-WEIGHT-KG==     BY ==IMG-WEIGHT-KG==
                         ==EMP-BMI-CATEGORY==  BY ==IMG-BMI-CATEGORY==
                         ==EMP-BMI==           BY ==IMG-BMI==
                         ==EMP-BIRTH-DATE==    BY ==IMG-BIRTH-DATE==
                         ==EMP-SEX==           BY ==IMG-SEX==
                         ==EMP-STATUS==        BY ==IMG-STATUS==
                         ==EMP-STATUS-DATE==   BY ==IMG-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==IMG-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==IMG-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==IMG-MEASURED-DATE==.

      * One entry per employee the batch changed: the before-image
      * of the batch's first change to the record, the after-image
      * of its last, and whether anything touched the record after
      * the batch did.
       01 WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 1000 TIMES.
               10 WRV-EMP-ID PIC X(6).
               10 WRV-BEFORE-IMAGE PIC X(87).
               10 WRV-AFTER-IMAGE PIC X(87).
               10 WRV-AFTER-HEIGHT PIC 999.
               10 WRV-AFTER-WEIGHT PIC 999.
               10 WRV-CHANGED-FLAG PIC X.
                   88 WRV-CHANGED-SINCE VALUE "Y".
               10 WRV-RESTORED-FLAG PIC X.
                   88 WRV-RESTORED VALUE "Y".
       01 WS-REV-COUNT PIC 9(4) VALUE 0.
       01 WS-REV-IDX PIC 9(4).
       01 WS-REV-FOUND-IDX PIC 9(4).
       01 WS-REV-OVERFLOW-FLAG PIC X VALUE "N".
           88 REVERSAL-TABLE-FULL VALUE "Y".
       01 WS-SEARCH-EMP-ID PIC X(6).
       01 WS-SEARCH-IDX PIC 9(4).
       01 WS-REV-FOUND-FLAG PIC X.
           88 REV-ENTRY-FOUND VALUE "Y".

       01 WS-BEFORE-IMAGE PIC X(87).

      * SUSPENSE.DAT is small and rewritten whole, the way
      * SuspenseRework handles it - holds are left in place if it
      * outgrows the table.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES PIC X(64).
       01 WS-SUSP-COUNT PIC 9(4) VALUE 0.
       01 WS-SUSP-IDX PIC 9(4).
       01 WS-SUSP-TRUNCATED-FLAG PIC X VALUE "N".
           88 SUSPENSE-TRUNCATED VALUE "Y".

       01 WS-RECORDS-RESTORED PIC 9(6) VALUE 0.
       01 WS-RECORDS-KEPT PIC 9(6) VALUE 0.
       01 WS-HOLDS-RELEASED PIC 9(6) VALUE 0.
       01 WS-HISTORY-REMOVED PIC 9(6) VALUE 0.
       01 WS-INDEX-REMOVED PIC 9(6) VALUE 0.

       01 WS-COUNT-OUT PIC ZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF WS-RUN-PARM (1:6) IS NOT NUMERIC
               DISPLAY "Supply the clinic batch number (6 digits) "
                   "to reverse."
           ELSE
               MOVE WS-RUN-PARM (1:6) TO WS-BATCH-NUMBER
               STRING "B" WS-BATCH-NUMBER
                   DELIMITED BY SIZE INTO WS-BATCH-OPERATOR
               IF WS-BATCH-NUMBER NOT < WS-WALKIN-FIRST-BATCH
                   MOVE "WALKACK.DAT" TO WS-ACK-NAME
               END-IF
               PERFORM 0100-FIND-BATCH
               OPEN OUTPUT CLINIC-ACK-FILE
               EVALUATE TRUE
                   WHEN BATCH-NOT-LOGGED
                       STRING "Batch " WS-BATCH-NUMBER " is not on "
                           "CLINBATL.DAT." DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
                       PERFORM 0450-WRITE-REFUSAL-ACK
                   WHEN BATCH-ALREADY-REVERSED
                       STRING "Batch " WS-BATCH-NUMBER " was already "
                           "reversed (see CLINBATL.DAT)."
                           DELIMITED BY SIZE INTO WS-REFUSE-REASON
                       PERFORM 0450-WRITE-REFUSAL-ACK
                   WHEN OTHER
                       PERFORM 0200-LOAD-BATCH-CHANGES
                       IF REVERSAL-TABLE-FULL
                           STRING "Batch changed more than 1000 "
                               "employees - reverse it by hand."
                               DELIMITED BY SIZE INTO WS-REFUSE-REASON
                           PERFORM 0450-WRITE-REFUSAL-ACK
                       ELSE
                           PERFORM 0180-OPEN-ROSTER-AND-REVERSE
                       END-IF
               END-EVALUATE
               CLOSE CLINIC-ACK-FILE
           END-IF
           STOP RUN.

       0100-FIND-BATCH.
      * The log is in run order, so the last entry for the number
      * is its current state: an apply entry (blank or A) leaves
      * it reversible, an R entry means it was reversed already.
           OPEN INPUT CLINIC-BATCH-LOG-FILE
           IF BATCH-LOG-OK
               PERFORM UNTIL END-OF-BATCH-LOG
                   READ CLINIC-BATCH-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-BATCH-LOG-EOF-FLAG
                       NOT AT END
                           IF CBL-BATCH-NUMBER = WS-BATCH-NUMBER
                               IF CBL-REVERSAL-ENTRY
                                   MOVE "R" TO WS-BATCH-STATE-FLAG
                               ELSE
                                   MOVE "A" TO WS-BATCH-STATE-FLAG
                                   MOVE CBL-BATCH-DATE
                                       TO WS-BATCH-DATE
                                   MOVE CBL-APPLY-DATE
                                       TO WS-APPLY-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLINIC-BATCH-LOG-FILE
           END-IF.

       0180-OPEN-ROSTER-AND-REVERSE.
           OPEN I-O PATIENT-FILE
           IF NOT PATIENT-FILE-OK
               MOVE "Roster master not available - nothing reversed."
                   TO WS-REFUSE-REASON
               PERFORM 0450-WRITE-REFUSAL-ACK
           ELSE
               PERFORM 0500-WRITE-ACK-HEADER
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                   PERFORM 0300-RESTORE-ONE-EMPLOYEE
               END-PERFORM
               CLOSE PATIENT-FILE
               PERFORM 0400-RELEASE-HOLDS
               IF WS-RECORDS-RESTORED > 0
                   PERFORM 0600-REMOVE-HISTORY-ROWS
                   PERFORM 0650-REMOVE-INDEX-ROWS
               END-IF
               PERFORM 0520-WRITE-ACK-TRAILER
               PERFORM 0550-LOG-REVERSAL
               PERFORM 0700-DISPLAY-COUNTS
           END-IF.

       0200-LOAD-BATCH-CHANGES.
      * ROSTAUD.DAT is in time order. The batch's own rows are the
      * CLINIC rows for its operator on the day it was applied; a
      * CLINREV row for the same operator means an earlier
      * application the same day was reversed already, so what
      * was collected so far is discarded. Any other row for an
      * employee already collected is a change made after the
      * batch.
           OPEN INPUT ROSTER-AUDIT-FILE
           IF AUDIT-FILE-OK
               PERFORM UNTIL END-OF-AUDIT-FILE
                   READ ROSTER-AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF-FLAG
                       NOT AT END
                           PERFORM 0210-CHECK-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE ROSTER-AUDIT-FILE
           END-IF.

       0210-CHECK-AUDIT-ROW.
           IF RAUD-AFTER-IMAGE = SPACES
               MOVE RAUD-BEFORE-IMAGE (1:6) TO WS-SEARCH-EMP-ID
           ELSE
               MOVE RAUD-AFTER-IMAGE (1:6) TO WS-SEARCH-EMP-ID
           END-IF
           PERFORM 0900-FIND-REV-ENTRY
           EVALUATE TRUE
               WHEN RAUD-SOURCE = "CLINIC"
                   AND RAUD-OPERATOR = WS-BATCH-OPERATOR
                   AND RAUD-CHANGE-DATE = WS-APPLY-DATE
                   PERFORM 0220-NOTE-BATCH-CHANGE
               WHEN RAUD-SOURCE = "CLINREV"
                   AND RAUD-OPERATOR = WS-BATCH-OPERATOR
                   MOVE 0 TO WS-REV-COUNT
               WHEN REV-ENTRY-FOUND
                   MOVE "Y" TO WRV-CHANGED-FLAG (WS-REV-FOUND-IDX)
           END-EVALUATE.

       0220-NOTE-BATCH-CHANGE.
           IF NOT REV-ENTRY-FOUND
               IF WS-REV-COUNT < 1000
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REV-COUNT TO WS-REV-FOUND-IDX
                   MOVE WS-SEARCH-EMP-ID
                       TO WRV-EMP-ID (WS-REV-FOUND-IDX)
                   MOVE RAUD-BEFORE-IMAGE
                       TO WRV-BEFORE-IMAGE (WS-REV-FOUND-IDX)
                   MOVE "N" TO WRV-CHANGED-FLAG (WS-REV-FOUND-IDX)
                   MOVE "N" TO WRV-RESTORED-FLAG (WS-REV-FOUND-IDX)
                   MOVE "Y" TO WS-REV-FOUND-FLAG
               ELSE
                   MOVE "Y" TO WS-REV-OVERFLOW-FLAG
               END-IF
           END-IF
           IF REV-ENTRY-FOUND
               MOVE RAUD-AFTER-IMAGE TO IMAGE-RECORD
               MOVE RAUD-AFTER-IMAGE
                   TO WRV-AFTER-IMAGE (WS-REV-FOUND-IDX)
               MOVE IMG-HEIGHT-CMS
                   TO WRV-AFTER-HEIGHT (WS-REV-FOUND-IDX)
               MOVE IMG-WEIGHT-KG
                   TO WRV-AFTER-WEIGHT (WS-REV-FOUND-IDX)
           END-IF.

       0300-RESTORE-ONE-EMPLOYEE.
      * Only a record still exactly as the batch left it goes back -
      * anything else has been changed by someone since.
           MOVE WRV-EMP-ID (WS-REV-IDX) TO PAT-ID
           READ PATIENT-FILE
               INVALID KEY
                   MOVE "Y" TO WRV-CHANGED-FLAG (WS-REV-IDX)
           END-READ
           IF NOT WRV-CHANGED-SINCE (WS-REV-IDX)
               AND PATIENT-RECORD NOT = WRV-AFTER-IMAGE (WS-REV-IDX)
               MOVE "Y" TO WRV-CHANGED-FLAG (WS-REV-IDX)
           END-IF
           MOVE WRV-BEFORE-IMAGE (WS-REV-IDX) TO IMAGE-RECORD
           MOVE SPACES TO CLINIC-ACK-LINE
           IF WRV-CHANGED-SINCE (WS-REV-IDX)
               ADD 1 TO WS-RECORDS-KEPT
               STRING WRV-EMP-ID (WS-REV-IDX) " " WS-BATCH-DATE " "
                   WRV-AFTER-HEIGHT (WS-REV-IDX) "/"
                   WRV-AFTER-WEIGHT (WS-REV-IDX)
                   " NOT REVERSED - record changed since the "
                   "batch, left as it is"
                   DELIMITED BY SIZE INTO CLINIC-ACK-LINE
           ELSE
               MOVE PATIENT-RECORD TO WS-BEFORE-IMAGE
               MOVE WRV-BEFORE-IMAGE (WS-REV-IDX) TO PATIENT-RECORD
               REWRITE PATIENT-RECORD
               MOVE "Y" TO WRV-RESTORED-FLAG (WS-REV-IDX)
               ADD 1 TO WS-RECORDS-RESTORED
               PERFORM 0560-WRITE-ROSTER-AUDIT
               STRING WRV-EMP-ID (WS-REV-IDX) " " WS-BATCH-DATE " "
                   WRV-AFTER-HEIGHT (WS-REV-IDX) "/"
                   WRV-AFTER-WEIGHT (WS-REV-IDX)
                   " REVERSED - restored to " IMG-HEIGHT-CMS "/"
                   IMG-WEIGHT-KG
                   DELIMITED BY SIZE INTO CLINIC-ACK-LINE
           END-IF
           WRITE CLINIC-ACK-LINE.

       0400-RELEASE-HOLDS.
      * Drop the PLAU holds the batch raised, resolved or not - a
      * resolved one would otherwise be absorbed into the roster by
      * the next nightly run.
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-FILE-OK
               PERFORM UNTIL END-OF-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-SUSP-EOF-FLAG
                       NOT AT END
                           IF WS-SUSP-COUNT < 500
                               ADD 1 TO WS-SUSP-COUNT
                               MOVE SUSPENSE-RECORD
                                   TO WS-SUSP-ENTRY (WS-SUSP-COUNT)
                           ELSE
                               MOVE "Y" TO WS-SUSP-TRUNCATED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               IF SUSPENSE-TRUNCATED
                   DISPLAY "WARNING: SUSPENSE.DAT exceeds 500 "
                       "records - PLAU holds for batch "
                       WS-BATCH-NUMBER " not released; remove them "
                       "in SuspenseRework."
               ELSE
                   PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                       PERFORM 0410-CHECK-ONE-HOLD
                   END-PERFORM
                   IF WS-HOLDS-RELEASED > 0
                       OPEN OUTPUT SUSPENSE-FILE
                       PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                           UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                           IF WS-SUSP-ENTRY (WS-SUSP-IDX)
                               NOT = SPACES
                               MOVE WS-SUSP-ENTRY (WS-SUSP-IDX)
                                   TO SUSPENSE-RECORD
                               WRITE SUSPENSE-RECORD
                           END-IF
                       END-PERFORM
                       CLOSE SUSPENSE-FILE
                   END-IF
               END-IF
           END-IF.

       0410-CHECK-ONE-HOLD.
           MOVE WS-SUSP-ENTRY (WS-SUSP-IDX) TO SUSPENSE-RECORD
           IF SUSP-REASON-CODE = "PLAU"
               AND SUSP-CLINIC-BATCH IS NUMERIC
               AND SUSP-CLINIC-BATCH = WS-BATCH-NUMBER
               AND SUSP-RUN-DATE = WS-APPLY-DATE
               ADD 1 TO WS-HOLDS-RELEASED
               MOVE SPACES TO WS-SUSP-ENTRY (WS-SUSP-IDX)
               MOVE SPACES TO CLINIC-ACK-LINE
               STRING SUSP-EMP-ID " " WS-BATCH-DATE " "
                   SUSP-HEIGHT-CMS "/" SUSP-WEIGHT-KG
                   " HOLD RELEASED - reading withdrawn from review"
                   DELIMITED BY SIZE INTO CLINIC-ACK-LINE
               WRITE CLINIC-ACK-LINE
           END-IF.

       0450-WRITE-REFUSAL-ACK.
           MOVE SPACES TO CLINIC-ACK-LINE
           STRING "BATCH " WS-BATCH-NUMBER " REVERSAL REFUSED - "
               WS-REFUSE-REASON
               DELIMITED BY SIZE INTO CLINIC-ACK-LINE
           WRITE CLINIC-ACK-LINE
           MOVE "No measurements were reversed." TO CLINIC-ACK-LINE
           WRITE CLINIC-ACK-LINE
           DISPLAY "Clinic batch reversal refused: " WS-REFUSE-REASON.

       0500-WRITE-ACK-HEADER.
           MOVE SPACES TO CLINIC-ACK-LINE
           STRING "BATCH " WS-BATCH-NUMBER " OF " WS-BATCH-DATE
               " REVERSED - reversed " WS-RUN-DATE
               DELIMITED BY SIZE INTO CLINIC-ACK-LINE
           WRITE CLINIC-ACK-LINE.

       0520-WRITE-ACK-TRAILER.
           MOVE WS-RECORDS-RESTORED TO WS-COUNT-OUT
           MOVE SPACES TO CLINIC-ACK-LINE
           STRING "REVERSED " WS-COUNT-OUT
               DELIMITED BY SIZE INTO CLINIC-ACK-LINE
           WRITE CLINIC-ACK-LINE
           MOVE WS-RECORDS-KEPT TO WS-COUNT-OUT
           MOVE SPACES TO CLINIC-ACK-LINE
           STRING "NOT REVERSED " WS-COUNT-OUT
               DELIMITED BY SIZE INTO CLINIC-ACK-LINE
           WRITE CLINIC-ACK-LINE
           MOVE WS-HOLDS-RELEASED TO WS-COUNT-OUT
           MOVE SPACES TO CLINIC-ACK-LINE
           STRING "HOLDS RELEASED " WS-COUNT-OUT
               DELIMITED BY SIZE INTO CLINIC-ACK-LINE
           WRITE CLINIC-ACK-LINE.

       0550-LOG-REVERSAL.
      * An R entry under the same number: ClinicTranApply accepts
      * the number again, and this program refuses to reverse it
      * twice.
           MOVE WS-BATCH-NUMBER TO CBL-BATCH-NUMBER
           MOVE WS-BATCH-DATE TO CBL-BATCH-DATE
           MOVE WS-RUN-DATE TO CBL-APPLY-DATE
           MOVE 0 TO CBL-RECORDS-APPLIED
           MOVE 0 TO CBL-RECORDS-REJECTED
           MOVE 0 TO CBL-RECORDS-HELD
           MOVE 0 TO CBL-RECORDS-NOTQ
           MOVE "R" TO CBL-ENTRY-TYPE
           MOVE WS-RECORDS-RESTORED TO CBL-RECORDS-RESTORED
           MOVE WS-RECORDS-KEPT TO CBL-RECORDS-KEPT
           MOVE WS-HOLDS-RELEASED TO CBL-HOLDS-RELEASED
           MOVE WS-HISTORY-REMOVED TO CBL-HISTORY-REMOVED
           OPEN EXTEND CLINIC-BATCH-LOG-FILE
           IF BATCH-LOG-NOT-FOUND
               OPEN OUTPUT CLINIC-BATCH-LOG-FILE
           END-IF
           WRITE CLINIC-BATCH-LOG-RECORD
           CLOSE CLINIC-BATCH-LOG-FILE.

       0560-WRITE-ROSTER-AUDIT.
      * The restore is itself a roster change, traced back to the
      * batch it undid.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE TO RAUD-CHANGE-DATE
           MOVE WS-TIME-RAW (1:6) TO RAUD-CHANGE-TIME
           MOVE "CLINREV" TO RAUD-SOURCE
           MOVE WS-BATCH-OPERATOR TO RAUD-OPERATOR
           MOVE "C" TO RAUD-ACTION
           MOVE WS-BEFORE-IMAGE TO RAUD-BEFORE-IMAGE
           MOVE PATIENT-RECORD TO RAUD-AFTER-IMAGE
           OPEN EXTEND ROSTER-AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT ROSTER-AUDIT-FILE
           END-IF
           WRITE ROSTER-AUDIT-RECORD
           CLOSE ROSTER-AUDIT-FILE.

       0600-REMOVE-HISTORY-ROWS.
      * Copy BMIHIST.DAT through a work file without the rows the
      * nightly runs computed from the batch's readings, then copy
      * it back - the way BMIHistoryArchive drops archived rows.
           OPEN INPUT BMI-HISTORY-FILE
           IF HIST-FILE-OK
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM UNTIL END-OF-HISTORY
                   READ BMI-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF-FLAG
                       NOT AT END
                           PERFORM 0610-CHECK-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY-FILE
               CLOSE HISTORY-WORK-FILE
               IF WS-HISTORY-REMOVED > 0
                   OPEN INPUT HISTORY-WORK-FILE
                   OPEN OUTPUT BMI-HISTORY-FILE
                   PERFORM UNTIL END-OF-WORK-FILE
                       READ HISTORY-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF-FLAG
                           NOT AT END
                               MOVE HIST-WORK-RECORD
                                   TO BMI-HISTORY-RECORD
                               WRITE BMI-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE HISTORY-WORK-FILE
                   CLOSE BMI-HISTORY-FILE
               END-IF
           END-IF.

       0610-CHECK-HISTORY-ROW.
           MOVE HIST-EMP-ID TO WS-SEARCH-EMP-ID
           PERFORM 0900-FIND-REV-ENTRY
           IF REV-ENTRY-FOUND
               AND WRV-RESTORED (WS-REV-FOUND-IDX)
               AND HIST-RUN-DATE NOT < WS-APPLY-DATE
               AND HIST-HEIGHT-CMS
                   = WRV-AFTER-HEIGHT (WS-REV-FOUND-IDX)
               AND HIST-WEIGHT-KG
                   = WRV-AFTER-WEIGHT (WS-REV-FOUND-IDX)
               ADD 1 TO WS-HISTORY-REMOVED
           ELSE
               MOVE BMI-HISTORY-RECORD TO HIST-WORK-RECORD
               WRITE HIST-WORK-RECORD
           END-IF.

       0650-REMOVE-INDEX-ROWS.
      * The same rows come off the keyed copy, one employee at a
      * time from the apply date forward.
           OPEN I-O BMI-HISTX-FILE
           IF HISTX-FILE-OK
               PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                   IF WRV-RESTORED (WS-REV-IDX)
                       PERFORM 0660-REMOVE-EMPLOYEE-ROWS
                   END-IF
               END-PERFORM
               CLOSE BMI-HISTX-FILE
           END-IF.

       0660-REMOVE-EMPLOYEE-ROWS.
           MOVE "N" TO WS-HISTX-EOF-FLAG
           MOVE WRV-EMP-ID (WS-REV-IDX) TO HISTX-EMP-ID
           MOVE WS-APPLY-DATE TO HISTX-RUN-DATE
           START BMI-HISTX-FILE KEY NOT LESS THAN HISTX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTX-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-EMPLOYEE-ROWS
               READ BMI-HISTX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HISTX-EOF-FLAG
                   NOT AT END
                       IF HISTX-EMP-ID NOT = WRV-EMP-ID (WS-REV-IDX)
                           MOVE "Y" TO WS-HISTX-EOF-FLAG
                       ELSE
                           IF HISTX-HEIGHT-CMS
                               = WRV-AFTER-HEIGHT (WS-REV-IDX)
                               AND HISTX-WEIGHT-KG
                               = WRV-AFTER-WEIGHT (WS-REV-IDX)
                               DELETE BMI-HISTX-FILE RECORD
                               ADD 1 TO WS-INDEX-REMOVED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0700-DISPLAY-COUNTS.
           DISPLAY "===== Clinic Batch Reversal ====="
           DISPLAY "Batch number:          " WS-BATCH-NUMBER
           DISPLAY "Applied on:            " WS-APPLY-DATE
           DISPLAY "Records restored:      " WS-RECORDS-RESTORED
           DISPLAY "Changed since - kept:  " WS-RECORDS-KEPT
           DISPLAY "PLAU holds released:   " WS-HOLDS-RELEASED
           DISPLAY "History rows removed:  " WS-HISTORY-REMOVED
           DISPLAY "Index rows removed:    " WS-INDEX-REMOVED
           IF WS-RECORDS-KEPT > 0
               DISPLAY "Records changed since the batch are listed "
                   "on " WS-ACK-NAME " - correct them through "
                   "RosterMaint if the batch reading is still on "
                   "them."
           END-IF
           DISPLAY "Acknowledgment in " WS-ACK-NAME "; reversal logged "
               "to CLINBATL.DAT.".

       0900-FIND-REV-ENTRY.
           MOVE "N" TO WS-REV-FOUND-FLAG
           MOVE 0 TO WS-REV-FOUND-IDX
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-REV-COUNT
               OR REV-ENTRY-FOUND
               IF WRV-EMP-ID (WS-SEARCH-IDX) = WS-SEARCH-EMP-ID
                   MOVE "Y" TO WS-REV-FOUND-FLAG
                   MOVE WS-SEARCH-IDX TO WS-REV-FOUND-IDX
               END-IF
           END-PERFORM.

       END PROGRAM "ClinicBatchReverse".

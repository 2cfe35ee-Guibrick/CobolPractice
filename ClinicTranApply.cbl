      * applied-batch log (the same durable guard RUNCTL.DAT gives
      * the nightly run) refuses the file with no roster change,
      * unless the operator passes OVERRIDE for the duplicate case.
      * A batch ClinicBatchReverse has since reversed is not a
      * duplicate: its latest log entry is the reversal, so the
      * clinic's corrected file under the same number applies.
      * Each transaction is validated through BMIENGINE - the same
      * rules the batch uses - and transactions for unknown or
      * terminated employees or with out-of-range values are written
      * to the CLINIC-ERROR-FILE listing instead of being applied.
      * So are transactions for employees who have withdrawn consent
      * to the wellness program (roster consent N, or E once
      * erased).
      * Each applied measurement is also checked for plausibility
      * against the employee's most recent reading in BMIHIST.IDX:
      * a height or weight that moves past the CLINTOL.CFG
      * reason PLAU and worked in SuspenseRework exactly like an
      * HTWT reject, which is also the override path when the
      * change is genuine. A mis-keyed 35 kg for 85 kg now lands
      * in the review queue instead of the trend line. Each hold
      * carries the batch number, so a reversal can release it.
      * An acknowledgment file CLINACK.DAT goes back to the clinic
      * with the batch number and one disposition line per D record
      * (or the refusal reason), so their staff can see what
      * transaction reads and rewrites the one record it measures,
      * so there is no 500-employee table and no abandoned run when
      * the roster outgrows one.
      * Walk-in readings taken at the BMICalculator screen are no
      * longer written straight to the history files: they queue
      * on WALKIN.DAT as a pending batch in the same H/D/T layout,
      * and the NIGHTLYBMI job runs this program a second time
      * with the WALKIN parm to apply them - the same verification,
      * duplicate guard, roster/consent checks, plausibility holds
      * and ROSTAUD rows as a clinic batch. Walk-in batches are
      * numbered from 900001 up, a range refused on the clinic's
      * file, and get their own rejects listing WALKERR.RPT and
      * acknowledgment WALKACK.DAT. Once a walk-in batch is
      * applied WALKIN.DAT is emptied, so the next reading taken
      * at the screen opens the next batch; an empty WALKIN.DAT is
      * simply nothing to apply. The parm may be given with
      * OVERRIDE, e.g. WALKIN OVERRIDE.
      * Each applied measurement also stamps EMP-MEASURED-DATE on
      * the roster with the clinic's measurement date (the apply
      * date when the clinic sent none), so the nightly run and
      * the recall can tell a fresh reading from a stale one.

       ENVIRONMENT DIVISION.

               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT CLINIC-TRAN-FILE ASSIGN TO DYNAMIC WS-TRAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CLINIC-ERROR-FILE ASSIGN TO DYNAMIC WS-ERR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.

           SELECT CLINIC-ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       FD  CLINIC-TRAN-FILE.
           COPY "CLINTRAN.cpy".

       01 WS-RUN-DATE PIC X(8).

       01 WS-RUN-PARM PIC X(20) VALUE SPACES.
       01 WS-PARM-WORD-1 PIC X(10) VALUE SPACES.
       01 WS-PARM-WORD-2 PIC X(10) VALUE SPACES.
       01 WS-OVERRIDE-FLAG PIC X VALUE "N".
           88 OPERATOR-OVERRIDE VALUE "Y".

      * Which pending batch this run applies - the clinic's file,
      * or the walk-in readings queued by BMICalculator. Batch
      * numbers from WS-WALKIN-FIRST-BATCH up belong to walk-ins.
       01 WS-BATCH-SOURCE-FLAG PIC X VALUE "C".
           88 CLINIC-BATCH VALUE "C".
           88 WALKIN-BATCH VALUE "W".
       01 WS-WALKIN-FIRST-BATCH PIC 9(6) VALUE 900001.
       01 WS-TRAN-NAME PIC X(12) VALUE "CLINTRAN.DAT".
       01 WS-ERR-NAME PIC X(12) VALUE "CLINERR.RPT".
       01 WS-ACK-NAME PIC X(12) VALUE "CLINACK.DAT".
       01 WS-RECORDS-ON-FILE PIC 9(6) VALUE 0.
       01 WS-QUEUE-EMPTY-FLAG PIC X VALUE "N".
           88 WALKIN-QUEUE-EMPTY VALUE "Y".
       01 WS-BATCH-LABEL PIC X(8) VALUE "Clinic".

       01 WS-VALID-FLAG PIC X VALUE "N".
           88 VALID-HEIGHT-WEIGHT VALUE "Y".
       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-BEFORE-IMAGE PIC X(87).
       01 WS-TIME-RAW PIC 9(8).

       01 WS-ERROR-DETAIL PIC X(100).
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           PERFORM 0040-READ-PARM
           PERFORM 0050-LOAD-TOLERANCE
           PERFORM 0100-VERIFY-BATCH
           IF TRAN-FILE-NOT-FOUND OR WALKIN-QUEUE-EMPTY
               DISPLAY WS-TRAN-NAME " not found or empty - no "
                   WS-BATCH-LABEL " measurements to apply."
           ELSE
               IF NOT BATCH-REFUSED
                   PERFORM 0150-CHECK-BATCH-LOG
               OPEN OUTPUT CLINIC-ACK-FILE
               IF BATCH-REFUSED
                   PERFORM 0450-WRITE-REFUSAL-ACK
                   DISPLAY WS-BATCH-LABEL " batch refused: "
                       WS-REFUSE-REASON
               ELSE
                   PERFORM 0180-OPEN-ROSTER-AND-APPLY
               END-IF
           END-IF
           STOP RUN.

       0040-READ-PARM.
      * WALKIN selects the walk-in queue; OVERRIDE reapplies a
      * duplicate batch. Either word may come first.
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-WORD-1 WS-PARM-WORD-2
           END-UNSTRING
           IF WS-PARM-WORD-1 = "OVERRIDE"
               OR WS-PARM-WORD-2 = "OVERRIDE"
               MOVE "Y" TO WS-OVERRIDE-FLAG
           END-IF
           IF WS-PARM-WORD-1 = "WALKIN"
               OR WS-PARM-WORD-2 = "WALKIN"
               MOVE "W" TO WS-BATCH-SOURCE-FLAG
               MOVE "WALKIN.DAT" TO WS-TRAN-NAME
               MOVE "WALKERR.RPT" TO WS-ERR-NAME
               MOVE "WALKACK.DAT" TO WS-ACK-NAME
               MOVE "Walk-in" TO WS-BATCH-LABEL
           END-IF.

       0050-LOAD-TOLERANCE.
           OPEN INPUT TOLERANCE-CONFIG-FILE
           IF TOL-FILE-OK
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RECORDS-ON-FILE
                           PERFORM 0110-VERIFY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CLINIC-TRAN-FILE
               IF WALKIN-BATCH AND WS-RECORDS-ON-FILE = 0
                   MOVE "Y" TO WS-QUEUE-EMPTY-FLAG
               END-IF
               IF NOT BATCH-REFUSED AND NOT HEADER-SEEN
                   MOVE "Y" TO WS-REFUSE-FLAG
                   MOVE "No H header record on file."
                   MOVE "Y" TO WS-HEADER-SEEN-FLAG
                   MOVE TRH-BATCH-NUMBER TO WS-BATCH-NUMBER
                   MOVE TRH-BATCH-DATE TO WS-BATCH-DATE
                   PERFORM 0122-CHECK-NUMBER-RANGE
               END-IF
           END-IF.

       0122-CHECK-NUMBER-RANGE.
      * Keeps the two number series apart on CLINBATL.DAT, so a
      * clinic batch can never be taken for a walk-in batch already
      * applied, or the other way round.
           IF CLINIC-BATCH
               AND WS-BATCH-NUMBER NOT < WS-WALKIN-FIRST-BATCH
               MOVE "Y" TO WS-REFUSE-FLAG
               MOVE "Batch number is in the walk-in range 900001 up."
                   TO WS-REFUSE-REASON
           END-IF
           IF WALKIN-BATCH
               AND WS-BATCH-NUMBER < WS-WALKIN-FIRST-BATCH
               MOVE "Y" TO WS-REFUSE-FLAG
               MOVE "Walk-in batch number is below 900001."
                   TO WS-REFUSE-REASON
           END-IF.

       0125-VERIFY-DETAIL.
           IF NOT HEADER-SEEN
               MOVE "Y" TO WS-REFUSE-FLAG
                           MOVE "Y" TO WS-BATCH-LOG-EOF-FLAG
                       NOT AT END
                           IF CBL-BATCH-NUMBER = WS-BATCH-NUMBER
                               IF CBL-REVERSAL-ENTRY
                                   MOVE "N" TO WS-DUP-BATCH-FLAG
                               ELSE
                                   MOVE "Y" TO WS-DUP-BATCH-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 0200-APPLY-TRANSACTIONS
               CLOSE PATIENT-FILE
               PERFORM 0550-LOG-BATCH
               IF WALKIN-BATCH
                   PERFORM 0570-CLEAR-WALKIN-QUEUE
               END-IF
               PERFORM 0600-DISPLAY-COUNTS
           END-IF.

               MOVE "Employee is terminated - not applied."
                   TO WS-ERROR-DETAIL
               PERFORM 0400-WRITE-REJECT
           ELSE
           IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
      * An employee who has withdrawn consent to the wellness
      * program is not measured into it - the reading is refused
      * and goes back to the clinic on the acknowledgment.
               MOVE "Consent withdrawn - not applied."
                   TO WS-ERROR-DETAIL
               PERFORM 0400-WRITE-REJECT
           ELSE
               MOVE TRX-HEIGHT-CMS TO WS-WORK-HEIGHT
               MOVE TRX-WEIGHT-KG TO WS-WORK-WEIGHT
                       MOVE WS-WORK-WEIGHT TO PAT-WEIGHT-KG
                       MOVE WS-WORK-BMI TO PAT-BMI
                       MOVE WS-WORK-CATEGORY TO PAT-BMI-CATEGORY
      * The clinic's measurement date is when the reading was
      * taken; a blank, malformed or future date falls back to
      * the day it was applied.
                       IF TRX-MEAS-DATE IS NUMERIC
                           AND TRX-MEAS-DATE NOT > WS-RUN-DATE
                           MOVE TRX-MEAS-DATE TO PAT-MEASURED-DATE
                       ELSE
                           MOVE WS-RUN-DATE TO PAT-MEASURED-DATE
                       END-IF
                       REWRITE PATIENT-RECORD
                       ADD 1 TO WS-TRANS-APPLIED
                       PERFORM 0560-WRITE-ROSTER-AUDIT
                   PERFORM 0400-WRITE-REJECT
               END-IF
           END-IF
           END-IF
           END-IF.

       0350-CHECK-PLAUSIBILITY.
               MOVE WS-WORK-WEIGHT TO SUSP-WEIGHT-KG
               MOVE PAT-BIRTH-DATE TO SUSP-BIRTH-DATE
               MOVE PAT-SEX TO SUSP-SEX
               MOVE WS-BATCH-NUMBER TO SUSP-CLINIC-BATCH
               OPEN EXTEND SUSPENSE-FILE
               IF SUSP-FILE-NOT-FOUND
                   OPEN OUTPUT SUSPENSE-FILE
           MOVE WS-TRANS-REJECTED TO CBL-RECORDS-REJECTED
           MOVE WS-TRANS-HELD TO CBL-RECORDS-HELD
           MOVE WS-TRANS-NOT-QUEUED TO CBL-RECORDS-NOTQ
           MOVE "A" TO CBL-ENTRY-TYPE
           MOVE 0 TO CBL-RECORDS-RESTORED
           MOVE 0 TO CBL-RECORDS-KEPT
           MOVE 0 TO CBL-HOLDS-RELEASED
           MOVE 0 TO CBL-HISTORY-REMOVED
           OPEN EXTEND CLINIC-BATCH-LOG-FILE
           IF BATCH-LOG-NOT-FOUND
               OPEN OUTPUT CLINIC-BATCH-LOG-FILE
           WRITE ROSTER-AUDIT-RECORD
           CLOSE ROSTER-AUDIT-FILE.

       0570-CLEAR-WALKIN-QUEUE.
      * The batch is on CLINBATL.DAT now - empty the queue so the
      * next walk-in reading opens a new batch number.
           OPEN OUTPUT CLINIC-TRAN-FILE
           CLOSE CLINIC-TRAN-FILE.

       0600-DISPLAY-COUNTS.
           DISPLAY "===== Clinic Measurement Apply ====="
           DISPLAY "Batch source:          " WS-BATCH-LABEL
           DISPLAY "Batch number:          " WS-BATCH-NUMBER
           DISPLAY "Transactions read:     " WS-TRANS-READ
           DISPLAY "Transactions applied:  " WS-TRANS-APPLIED
           DISPLAY "Transactions rejected: " WS-TRANS-REJECTED
           DISPLAY "Held for review:       " WS-TRANS-HELD
           DISPLAY "Not queued (pending):  " WS-TRANS-NOT-QUEUED
           DISPLAY "Rejects listed in " WS-ERR-NAME "; holds in "
               "SUSPENSE.DAT; acknowledgment in " WS-ACK-NAME.

       0900-FIND-EMPLOYEE.
           MOVE "N" TO WS-FOUND-FLAG

      * Roster mode now reads the indexed roster master PATIENTS.IDX
      * (see RosterConvert) sequentially by key, so it sees every
      * employee however large the roster grows.
      * Interactive (walk-in) readings are no longer written straight
      * to BMIHIST.DAT/BMIHIST.IDX or the CSV export: each one is
      * queued as a D record on the pending walk-in batch WALKIN.DAT
      * (CLINTRAN.cpy H/D/T layout, trailer restated on every
      * reading), which ClinicTranApply applies to the roster in the
      * nightly window with the WALKIN parm - roster and consent
      * checks, plausibility hold, ROSTAUD row and acknowledgment
      * like any clinic batch. Walk-in batch numbers run from 900001
      * up: a new batch takes the next number after the highest
      * walk-in batch on CLINBATL.DAT, and readings join the pending
      * batch until it is applied. The screen says the reading is
      * queued, not recorded.
      * The roster (BATCH) run skips employees who have withdrawn
      * consent to the wellness program (roster consent N, or E
      * once their data has been erased) - no history row, no CSV
      * line - and counts them at the end, as the nightly run does.

       ENVIRONMENT DIVISION.

               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT WALKIN-FILE ASSIGN TO "WALKIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WALKIN-STATUS.

           SELECT WALKIN-WORK-FILE ASSIGN TO "WALKIN.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WALKIN-WORK-STATUS.

           SELECT CLINIC-BATCH-LOG-FILE ASSIGN TO "CLINBATL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       FD  CURRENT-EMPLOYEE-FILE.
           COPY "EMPLOYEE.cpy".
       FD  BMI-HISTX-FILE.
           COPY "BMIHISTX.cpy".

       FD  WALKIN-FILE.
       01  WALKIN-RECORD PIC X(21).

      * The pending batch is rebuilt here and copied back, so the
      * records are laid out in this file's area.
       FD  WALKIN-WORK-FILE.
           COPY "CLINTRAN.cpy".

       FD  CLINIC-BATCH-LOG-FILE.
           COPY "CLINBATL.cpy".

       WORKING-STORAGE SECTION.
       01 WEIGHT PIC 999.
       01 HEIGHT_CMS PIC 999.
       01 WS-CONVERT-OK PIC X VALUE "Y".
           88 CONVERSION-OK VALUE "Y".

       01 WS-WALKIN-STATUS PIC XX.
           88 WALKIN-FILE-OK VALUE "00".
       01 WS-WALKIN-WORK-STATUS PIC XX.
       01 WS-BATCH-LOG-STATUS PIC XX.
           88 BATCH-LOG-OK VALUE "00".

       01 WS-WALKIN-EOF-FLAG PIC X.
           88 END-OF-WALKIN VALUE "Y".
       01 WS-BATCH-LOG-EOF-FLAG PIC X.
           88 END-OF-BATCH-LOG VALUE "Y".

      * The walk-in batch the reading joins. Walk-in numbers start
      * at 900001 so they never meet the clinic's own numbers on
      * CLINBATL.DAT.
       01 WS-LAST-WALKIN-BATCH PIC 9(6) VALUE 900000.
       01 WS-WALKIN-BATCH PIC 9(6) VALUE 0.
       01 WS-WALKIN-BATCH-DATE PIC X(8) VALUE SPACES.
       01 WS-PENDING-FLAG PIC X VALUE "N".
           88 WALKIN-BATCH-PENDING VALUE "Y".
       01 WS-WALKIN-COUNT PIC 9(6) VALUE 0.
       01 WS-WALKIN-HASH PIC 9(8) VALUE 0.

       01 WS-OPTOUT-COUNT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   END-IF
                   DISPLAY "Category: ", BMI-CATEGORY
                   PERFORM 0130-SAVE-CURRENT-EMPLOYEE
                   PERFORM 0360-QUEUE-WALKIN-READING
               END-IF.

       0140-GET-HEIGHT-WEIGHT.
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
                               ADD 1 TO WS-OPTOUT-COUNT
                           ELSE
                               PERFORM 0310-CALC-ROSTER-BMI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-FILE
               DISPLAY "Skipped (consent withdrawn): "
                   WS-OPTOUT-COUNT
           END-IF.

       0310-CALC-ROSTER-BMI.
           WRITE CSV-EXPORT-RECORD
           CLOSE BMI-EXPORT-FILE.

       0360-QUEUE-WALKIN-READING.
      * A walk-in reading is not recorded here - it waits on
      * WALKIN.DAT for the nightly apply, which checks it against
      * the roster and the prior reading before the roster changes.
           IF EMP-ID = SPACES
               DISPLAY "No employee captured - run HelloWorldName "
                   "first. Reading not queued."
           ELSE
               PERFORM 0362-FIND-LAST-WALKIN-BATCH
               PERFORM 0364-READ-PENDING-HEADER
               IF NOT WALKIN-BATCH-PENDING
                   COMPUTE WS-WALKIN-BATCH = WS-LAST-WALKIN-BATCH + 1
                   MOVE WS-RUN-DATE TO WS-WALKIN-BATCH-DATE
               END-IF
               PERFORM 0366-BUILD-WORK-BATCH
               PERFORM 0368-REPLACE-PENDING-BATCH
               DISPLAY "Reading QUEUED, not yet recorded - walk-in "
                   "batch " WS-WALKIN-BATCH " (" WS-WALKIN-COUNT
                   " reading(s) pending)."
               DISPLAY "It is checked and applied to the roster in "
                   "tonight's run."
           END-IF.

       0362-FIND-LAST-WALKIN-BATCH.
           MOVE "N" TO WS-BATCH-LOG-EOF-FLAG
           OPEN INPUT CLINIC-BATCH-LOG-FILE
           IF BATCH-LOG-OK
               PERFORM UNTIL END-OF-BATCH-LOG
                   READ CLINIC-BATCH-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-BATCH-LOG-EOF-FLAG
                       NOT AT END
                           IF CBL-BATCH-NUMBER > WS-LAST-WALKIN-BATCH
                               MOVE CBL-BATCH-NUMBER
                                   TO WS-LAST-WALKIN-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLINIC-BATCH-LOG-FILE
           END-IF.

       0364-READ-PENDING-HEADER.
      * WALKIN.DAT is pending only while its batch number is beyond
      * every walk-in batch already logged - once the nightly run
      * has applied (or reversed) it, the reading opens a new batch.
           MOVE "N" TO WS-PENDING-FLAG
           OPEN INPUT WALKIN-FILE
           IF WALKIN-FILE-OK
               READ WALKIN-FILE
                   NOT AT END
                       IF WALKIN-RECORD (1:1) = "H"
                           AND WALKIN-RECORD (2:6) IS NUMERIC
                           MOVE WALKIN-RECORD (2:6) TO WS-WALKIN-BATCH
                           IF WS-WALKIN-BATCH > WS-LAST-WALKIN-BATCH
                               MOVE "Y" TO WS-PENDING-FLAG
                               MOVE WALKIN-RECORD (8:8)
                                   TO WS-WALKIN-BATCH-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE WALKIN-FILE
           END-IF.

       0366-BUILD-WORK-BATCH.
      * Header, the D records already pending, this reading, then a
      * trailer counting and hashing them all.
           MOVE 0 TO WS-WALKIN-COUNT
           MOVE 0 TO WS-WALKIN-HASH
           OPEN OUTPUT WALKIN-WORK-FILE
           MOVE SPACES TO CLINIC-TRAN-RECORD
           MOVE "H" TO TRX-REC-TYPE
           MOVE WS-WALKIN-BATCH TO TRH-BATCH-NUMBER
           MOVE WS-WALKIN-BATCH-DATE TO TRH-BATCH-DATE
           WRITE CLINIC-TRAN-RECORD
           IF WALKIN-BATCH-PENDING
               MOVE "N" TO WS-WALKIN-EOF-FLAG
               OPEN INPUT WALKIN-FILE
               PERFORM UNTIL END-OF-WALKIN
                   READ WALKIN-FILE
                       AT END
                           MOVE "Y" TO WS-WALKIN-EOF-FLAG
                       NOT AT END
                           MOVE WALKIN-RECORD TO CLINIC-TRAN-RECORD
                           IF TRX-REC-TYPE = "D"
                               WRITE CLINIC-TRAN-RECORD
                               ADD 1 TO WS-WALKIN-COUNT
                               IF TRX-WEIGHT-KG IS NUMERIC
                                   ADD TRX-WEIGHT-KG TO WS-WALKIN-HASH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WALKIN-FILE
           END-IF
           MOVE SPACES TO CLINIC-TRAN-RECORD
           MOVE "D" TO TRX-REC-TYPE
           MOVE EMP-ID TO TRX-EMP-ID
           MOVE WS-RUN-DATE TO TRX-MEAS-DATE
           MOVE HEIGHT_CMS TO TRX-HEIGHT-CMS
           MOVE WEIGHT TO TRX-WEIGHT-KG
           WRITE CLINIC-TRAN-RECORD
           ADD 1 TO WS-WALKIN-COUNT
           ADD WEIGHT TO WS-WALKIN-HASH
           MOVE SPACES TO CLINIC-TRAN-RECORD
           MOVE "T" TO TRX-REC-TYPE
           MOVE WS-WALKIN-COUNT TO TRT-RECORD-COUNT
           MOVE WS-WALKIN-HASH TO TRT-WEIGHT-HASH
           WRITE CLINIC-TRAN-RECORD
           CLOSE WALKIN-WORK-FILE.

       0368-REPLACE-PENDING-BATCH.
           MOVE "N" TO WS-WALKIN-EOF-FLAG
           OPEN INPUT WALKIN-WORK-FILE
           OPEN OUTPUT WALKIN-FILE
           PERFORM UNTIL END-OF-WALKIN
               READ WALKIN-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WALKIN-EOF-FLAG
                   NOT AT END
                       WRITE WALKIN-RECORD FROM CLINIC-TRAN-RECORD
               END-READ
           END-PERFORM
           CLOSE WALKIN-WORK-FILE
           CLOSE WALKIN-FILE.

       END PROGRAM "BMICalculator".

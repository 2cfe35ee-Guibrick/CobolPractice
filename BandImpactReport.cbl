       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "BandImpactReport".
       AUTHOR. Guido.

      * What-if for a staged band set, run before BandTableMaint is
      * allowed to apply it. Every active employee's latest reading
      * on the roster master (PATIENTS.IDX - on-leave and terminated
      * records are left out, as the nightly run leaves them out) is
      * classified twice: through BMIENGINE with the band set in
      * force today, and against the staged set on BMIBANDS.NEW for
      * the effective date given on the command line (YYYYMMDD -
      * defaults to the earliest set on BMIBANDS.NEW). Both use the
      * employee's age today, so the only difference between the two
      * categories is the cutoffs.
      * BANDIMP.RPT then shows, one section per department (the
      * roster is sorted by department the way BMINightlyBatch
      * sorts it), each employee who would change category with the
      * direction of the move - UP toward OBESE, DOWN toward
      * UNDERWEIGHT - and the department's totals; then each staged
      * age/sex band with its cutoffs and how many employees in it
      * move up or down; then the company's current-to-staged
      * category matrix; and last the sign-off block for the wellness
      * provider and HR.
      * Each run appends an impact-run row to BANDSIGN.DAT (see
      * BANDSIGN.cpy). The provider's and HR's sign-offs are keyed
      * against it through BandTableMaint, which refuses to apply
      * the set until both are on file after the latest impact run.
      * Driven by the BANDIMPACT JCL member.
      * Employees who have withdrawn consent to the wellness program
      * are left out as well, for the same reason - the nightly run
      * no longer classifies them.
      * The impact-run row also records the staged set's row count
      * and cutoff hash total, so BandTableMaint can tell whether
      * the set on BMIBANDS.NEW is still the one simulated here.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".

           SELECT SORTED-ROSTER-FILE ASSIGN TO "BANDIMP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STAGED-BAND-FILE ASSIGN TO "BMIBANDS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.

           SELECT DEPT-REFERENCE-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT BAND-SIGNOFF-FILE ASSIGN TO "BANDSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.

           SELECT IMPACT-REPORT-FILE ASSIGN TO "BANDIMP.RPT"
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

       SD  SORT-WORK-FILE.
           COPY "EMPLOYEE.cpy"
               REPLACING ==EMPLOYEE-RECORD==   BY ==SORT-RECORD==
                         ==EMP-ID==            BY ==SRT-ID==
                         ==EMP-DEPT-CODE==     BY ==SRT-DEPT-CODE==
                         ==EMP-NAME==          BY ==SRT-NAME==
                         ==EMP-HEIGHT-CMS==    BY ==SRT-HEIGHT-CMS==
                         ==EMP-WEIGHT-KG==     BY ==SRT-WEIGHT-KG==
                         ==EMP-BMI-CATEGORY==  BY ==SRT-BMI-CATEGORY==
                         ==EMP-BMI==           BY ==SRT-BMI==
                         ==EMP-BIRTH-DATE==    BY ==SRT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==SRT-SEX==
                         ==EMP-STATUS==        BY ==SRT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==SRT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==SRT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==SRT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==SRT-MEASURED-DATE==.

       FD  SORTED-ROSTER-FILE.
           COPY "EMPLOYEE.cpy"
               REPLACING ==EMPLOYEE-RECORD==   BY ==SORTED-RECORD==
                         ==EMP-ID==            BY ==SRD-ID==
                         ==EMP-DEPT-CODE==     BY ==SRD-DEPT-CODE==
                         ==EMP-NAME==          BY ==SRD-NAME==
                         ==EMP-HEIGHT-CMS==    BY ==SRD-HEIGHT-CMS==
                         ==EMP-WEIGHT-KG==     BY ==SRD-WEIGHT-KG==
                         ==EMP-BMI-CATEGORY==  BY ==SRD-BMI-CATEGORY==
                         ==EMP-BMI==           BY ==SRD-BMI==
                         ==EMP-BIRTH-DATE==    BY ==SRD-BIRTH-DATE==
                         ==EMP-SEX==           BY ==SRD-SEX==
                         ==EMP-STATUS==        BY ==SRD-STATUS==
                         ==EMP-STATUS-DATE==   BY ==SRD-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==SRD-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==SRD-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==SRD-MEASURED-DATE==.

       FD  STAGED-BAND-FILE.
           COPY "BMIBAND.cpy"
               REPLACING ==BMI-BAND-RECORD==  BY ==STAGED-RECORD==
                         ==BND-EFFECTIVE-DATE==
                             BY ==STG-EFFECTIVE-DATE==
                         ==BND-SEX==          BY ==STG-SEX==
                         ==BND-AGE-LOW==      BY ==STG-AGE-LOW==
                         ==BND-AGE-HIGH==     BY ==STG-AGE-HIGH==
                         ==BND-UNDER-LIMIT==  BY ==STG-UNDER-LIMIT==
                         ==BND-NRML-LIMIT==   BY ==STG-NRML-LIMIT==
                         ==BND-OVER-LIMIT==   BY ==STG-OVER-LIMIT==.

       FD  DEPT-REFERENCE-FILE.
           COPY "DEPTREF.cpy".

       FD  BAND-SIGNOFF-FILE.
           COPY "BANDSIGN.cpy".

       FD  IMPACT-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-STAGED-STATUS PIC XX.
           88 STAGED-FILE-OK VALUE "00".

       01 WS-DEPT-STATUS PIC XX.
           88 DEPT-FILE-OK VALUE "00".

       01 WS-SIGN-STATUS PIC XX.
           88 SIGN-FILE-NOT-FOUND VALUE "35".

       01 WS-REPORT-STATUS PIC XX.

       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ROSTER VALUE "Y".
       01 WS-STAGED-EOF-FLAG PIC X VALUE "N".
           88 END-OF-STAGED-FILE VALUE "Y".
       01 WS-DEPT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-DEPT-REFERENCE VALUE "Y".

       01 WS-RUN-DATE PIC X(8).
       01 WS-TIME-RAW PIC 9(8).
       01 WS-SET-PARM PIC X(8) VALUE SPACES.
       01 WS-SET-DATE PIC X(8) VALUE SPACES.

      * Staged rows for every set on BMIBANDS.NEW; only the rows of
      * the set under review are searched and counted.
       01 WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 200 TIMES.
               10 WSB-EFFECTIVE-DATE PIC X(8).
               10 WSB-SEX PIC X.
               10 WSB-AGE-LOW PIC 9(3).
               10 WSB-AGE-HIGH PIC 9(3).
               10 WSB-UNDER-LIMIT PIC 99V99.
               10 WSB-NRML-LIMIT PIC 99V99.
               10 WSB-OVER-LIMIT PIC 99V99.
               10 WSB-MEASURED PIC 9(5).
               10 WSB-UP PIC 9(5).
               10 WSB-DOWN PIC 9(5).
       01 WS-BAND-COUNT PIC 9(3) VALUE 0.
       01 WS-SET-ROWS PIC 9(3) VALUE 0.
       01 WS-SET-HASH PIC 9(9) VALUE 0.
       01 WS-BAND-CAP-WARNED PIC X VALUE "N".
           88 BAND-CAP-WARNING-SHOWN VALUE "Y".
       01 WS-BAND-IDX PIC 9(3).
       01 WS-HIT-IDX PIC 9(3).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WSD-DEPT-CODE PIC X(4).
               10 WSD-DEPT-NAME PIC X(30).
       01 WS-DEPT-REF-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX PIC 9(3).
       01 WS-DEPT-NAME-OUT PIC X(30).

      * Current category (rows) against staged category (columns),
      * both in the order UNDERWEIGHT, NORMAL, OVERWEIGHT, OBESE.
       01 WS-MATRIX-TABLE.
           05 WS-MATRIX-ROW OCCURS 4 TIMES.
               10 WS-MATRIX-CELL OCCURS 4 TIMES PIC 9(5).
       01 WS-ROW-IDX PIC 9.
       01 WS-COL-IDX PIC 9.
       01 WS-CELL-OUT PIC ZZZZ9.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(12) VALUE "UNDERWEIGHT".
           05 FILLER PIC X(12) VALUE "NORMAL".
           05 FILLER PIC X(12) VALUE "OVERWEIGHT".
           05 FILLER PIC X(12) VALUE "OBESE".
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME OCCURS 4 TIMES PIC X(12).

       01 WS-CUR-BMI PIC 99V99.
       01 WS-CUR-CATEGORY PIC X(12).
       01 WS-NEW-CATEGORY PIC X(12).
       01 WS-VALID-FLAG PIC X.
           88 VALID-READING VALUE "Y".
       01 WS-ERROR-MSG PIC X(60).
       01 WS-CUR-RANK PIC 9.
       01 WS-NEW-RANK PIC 9.
       01 WS-RANK-CATEGORY PIC X(12).
       01 WS-RANK PIC 9.
       01 WS-DIRECTION PIC X(7).

       01 WS-WORK-SEX PIC X.
       01 WS-BIRTH-NUM PIC 9(8).
       01 WS-RUN-NUM PIC 9(8).
       01 WS-AGE PIC 9(3).
       01 WS-BMI-OUT PIC Z9.99.
       01 WS-LIMIT-OUT-1 PIC Z9.99.
       01 WS-LIMIT-OUT-2 PIC Z9.99.
       01 WS-LIMIT-OUT-3 PIC Z9.99.

       01 WS-PREV-DEPT PIC X(4) VALUE SPACES.
       01 WS-FIRST-RECORD-FLAG PIC X VALUE "Y".
           88 FIRST-RECORD VALUE "Y".

       01 WS-DEPT-COUNTS.
           05 WS-DEPT-MEASURED PIC 9(5).
           05 WS-DEPT-UNCHANGED PIC 9(5).
           05 WS-DEPT-UP PIC 9(5).
           05 WS-DEPT-DOWN PIC 9(5).
           05 WS-DEPT-NOT-CLASSED PIC 9(5).
       01 WS-TOTAL-COUNTS.
           05 WS-TOTAL-MEASURED PIC 9(5) VALUE 0.
           05 WS-TOTAL-UNCHANGED PIC 9(5) VALUE 0.
           05 WS-TOTAL-UP PIC 9(5) VALUE 0.
           05 WS-TOTAL-DOWN PIC 9(5) VALUE 0.
           05 WS-TOTAL-NOT-CLASSED PIC 9(5) VALUE 0.
           05 WS-TOTAL-NO-BAND PIC 9(5) VALUE 0.

       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-PAGE-OUT PIC ZZZ9.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 55.
       01 WS-RPT-DETAIL PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SET-PARM FROM COMMAND-LINE
           PERFORM 0100-LOAD-STAGED-BANDS
           IF WS-BAND-COUNT = 0
               DISPLAY "BMIBANDS.NEW not found or empty - stage the "
                   "provider's new band set there first."
           ELSE
               PERFORM 0110-CHOOSE-SET
               IF WS-SET-ROWS = 0
                   DISPLAY "No rows for set " WS-SET-DATE
                       " on BMIBANDS.NEW - nothing to simulate."
               ELSE
                   PERFORM 0120-LOAD-DEPT-REFERENCE
                   INITIALIZE WS-MATRIX-TABLE
                   OPEN OUTPUT IMPACT-REPORT-FILE
                   PERFORM 0082-PAGE-HEADING

                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SRT-DEPT-CODE SRT-ID
                       INPUT PROCEDURE IS 0040-RELEASE-ACTIVE
                       GIVING SORTED-ROSTER-FILE

                   OPEN INPUT SORTED-ROSTER-FILE
                   PERFORM UNTIL END-OF-ROSTER
                       READ SORTED-ROSTER-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               PERFORM 0200-PROCESS-EMPLOYEE
                       END-READ
                   END-PERFORM
                   CLOSE SORTED-ROSTER-FILE
                   IF NOT FIRST-RECORD
                       PERFORM 0400-WRITE-DEPT-TOTALS
                   END-IF

                   PERFORM 0500-WRITE-BAND-SUMMARY
                   PERFORM 0600-WRITE-MATRIX
                   PERFORM 0700-WRITE-SIGNOFF-BLOCK
                   CLOSE IMPACT-REPORT-FILE
                   PERFORM 0800-LOG-IMPACT-RUN
                   DISPLAY "Band set " WS-SET-DATE " impact: "
                       WS-TOTAL-MEASURED " classified, "
                       WS-TOTAL-UP " up, " WS-TOTAL-DOWN " down "
                       "(BANDIMP.RPT)"
                   DISPLAY "Obtain provider and HR sign-off before "
                       "BandTableMaint applies the set."
               END-IF
           END-IF
           STOP RUN.

       0040-RELEASE-ACTIVE.
      * Only employees the nightly run would classify - on-leave
      * and terminated records, and employees who have withdrawn
      * consent to the program, are left out of the simulation.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PATIENT-FILE
           IF PATIENT-FILE-OK
               PERFORM UNTIL END-OF-ROSTER
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF PAT-STATUS NOT = "L"
                               AND PAT-STATUS NOT = "T"
                               AND PAT-CONSENT NOT = "N"
                               AND PAT-CONSENT NOT = "E"
                               MOVE PATIENT-RECORD TO SORT-RECORD
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PATIENT-FILE
           ELSE
               DISPLAY "WARNING: PATIENTS.IDX not available - "
                   "no employees to classify."
           END-IF
           MOVE "N" TO WS-EOF-FLAG.

       0082-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "BAND SET IMPACT  STAGED " WS-SET-DATE
               "  RUN " WS-RUN-DATE
               "                  PAGE "
               WS-PAGE-OUT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 2 TO WS-LINE-COUNT.

       0084-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 0082-PAGE-HEADING
           END-IF
           MOVE WS-RPT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

       0100-LOAD-STAGED-BANDS.
           OPEN INPUT STAGED-BAND-FILE
           IF STAGED-FILE-OK
               PERFORM UNTIL END-OF-STAGED-FILE
                   READ STAGED-BAND-FILE
                       AT END
                           MOVE "Y" TO WS-STAGED-EOF-FLAG
                       NOT AT END
                           IF WS-BAND-COUNT < 200
                               ADD 1 TO WS-BAND-COUNT
                               MOVE STAGED-RECORD (1:27) TO
                                   WS-BAND-ENTRY (WS-BAND-COUNT)
                                       (1:27)
                               MOVE 0 TO WSB-MEASURED (WS-BAND-COUNT)
                               MOVE 0 TO WSB-UP (WS-BAND-COUNT)
                               MOVE 0 TO WSB-DOWN (WS-BAND-COUNT)
                           ELSE
                               IF NOT BAND-CAP-WARNING-SHOWN
                                   DISPLAY "WARNING: BMIBANDS.NEW "
                                       "exceeds 200 rows - the "
                                       "remainder is not simulated."
                                   MOVE "Y" TO WS-BAND-CAP-WARNED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAGED-BAND-FILE
           END-IF.

       0110-CHOOSE-SET.
      * The set named on the command line, otherwise the earliest
      * set staged - the next one due to take effect.
           IF WS-SET-PARM IS NUMERIC
               MOVE WS-SET-PARM TO WS-SET-DATE
           ELSE
               MOVE HIGH-VALUES TO WS-SET-DATE
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-BAND-COUNT
                   IF WSB-EFFECTIVE-DATE (WS-BAND-IDX) < WS-SET-DATE
                       MOVE WSB-EFFECTIVE-DATE (WS-BAND-IDX)
                           TO WS-SET-DATE
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-SET-ROWS
           MOVE 0 TO WS-SET-HASH
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
               IF WSB-EFFECTIVE-DATE (WS-BAND-IDX) = WS-SET-DATE
                   ADD 1 TO WS-SET-ROWS
                   COMPUTE WS-SET-HASH = WS-SET-HASH
                       + WSB-AGE-LOW (WS-BAND-IDX)
                       + WSB-AGE-HIGH (WS-BAND-IDX)
                       + (WSB-UNDER-LIMIT (WS-BAND-IDX)
                          + WSB-NRML-LIMIT (WS-BAND-IDX)
                          + WSB-OVER-LIMIT (WS-BAND-IDX)) * 100
               END-IF
           END-PERFORM.

       0120-LOAD-DEPT-REFERENCE.
           OPEN INPUT DEPT-REFERENCE-FILE
           IF DEPT-FILE-OK
               PERFORM UNTIL END-OF-DEPT-REFERENCE
                   READ DEPT-REFERENCE-FILE
                       AT END
                           MOVE "Y" TO WS-DEPT-EOF-FLAG
                       NOT AT END
                           IF WS-DEPT-REF-COUNT < 100
                               ADD 1 TO WS-DEPT-REF-COUNT
                               MOVE DEPT-CODE TO
                                   WSD-DEPT-CODE (WS-DEPT-REF-COUNT)
                               MOVE DEPT-NAME TO
                                   WSD-DEPT-NAME (WS-DEPT-REF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REFERENCE-FILE
           ELSE
               DISPLAY "WARNING: DEPTREF.DAT not available - "
                   "department names will not print."
           END-IF.

       0200-PROCESS-EMPLOYEE.
           IF FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-FLAG
               PERFORM 0300-START-DEPT
           ELSE
               IF SRD-DEPT-CODE NOT = WS-PREV-DEPT
                   PERFORM 0400-WRITE-DEPT-TOTALS
                   PERFORM 0300-START-DEPT
               END-IF
           END-IF

           CALL "BMIENGINE" USING SRD-HEIGHT-CMS SRD-WEIGHT-KG
               SRD-BIRTH-DATE SRD-SEX WS-RUN-DATE
               WS-CUR-BMI WS-CUR-CATEGORY WS-VALID-FLAG WS-ERROR-MSG
           IF NOT VALID-READING
               ADD 1 TO WS-DEPT-NOT-CLASSED
               ADD 1 TO WS-TOTAL-NOT-CLASSED
           ELSE
               ADD 1 TO WS-DEPT-MEASURED
               ADD 1 TO WS-TOTAL-MEASURED
               PERFORM 0210-CLASSIFY-STAGED
               IF WS-NEW-CATEGORY = WS-CUR-CATEGORY
                   ADD 1 TO WS-DEPT-UNCHANGED
                   ADD 1 TO WS-TOTAL-UNCHANGED
               ELSE
                   PERFORM 0230-WRITE-CHANGE-LINE
               END-IF
           END-IF.

       0210-CLASSIFY-STAGED.
      * Age and sex are settled the same way BMIENGINE settles them,
      * so the staged category differs only by the cutoffs.
           MOVE SRD-SEX TO WS-WORK-SEX
           IF WS-WORK-SEX NOT = "M" AND WS-WORK-SEX NOT = "F"
               MOVE "M" TO WS-WORK-SEX
           END-IF
           IF SRD-BIRTH-DATE IS NUMERIC
               AND SRD-BIRTH-DATE NOT = "00000000"
               AND SRD-BIRTH-DATE NOT > WS-RUN-DATE
               MOVE SRD-BIRTH-DATE TO WS-BIRTH-NUM
               MOVE WS-RUN-DATE TO WS-RUN-NUM
               COMPUTE WS-AGE =
                   (WS-RUN-NUM - WS-BIRTH-NUM) / 10000
           ELSE
               MOVE 030 TO WS-AGE
           END-IF

           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
               IF WSB-EFFECTIVE-DATE (WS-BAND-IDX) = WS-SET-DATE
                   AND WSB-SEX (WS-BAND-IDX) = WS-WORK-SEX
                   AND WSB-AGE-LOW (WS-BAND-IDX) NOT > WS-AGE
                   AND WSB-AGE-HIGH (WS-BAND-IDX) NOT < WS-AGE
                   AND WS-HIT-IDX = 0
                   MOVE WS-BAND-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM

           IF WS-HIT-IDX = 0
               MOVE "NO BAND" TO WS-NEW-CATEGORY
           ELSE
               ADD 1 TO WSB-MEASURED (WS-HIT-IDX)
               EVALUATE TRUE
                   WHEN WS-CUR-BMI < WSB-UNDER-LIMIT (WS-HIT-IDX)
                       MOVE "UNDERWEIGHT" TO WS-NEW-CATEGORY
                   WHEN WS-CUR-BMI < WSB-NRML-LIMIT (WS-HIT-IDX)
                       MOVE "NORMAL" TO WS-NEW-CATEGORY
                   WHEN WS-CUR-BMI < WSB-OVER-LIMIT (WS-HIT-IDX)
                       MOVE "OVERWEIGHT" TO WS-NEW-CATEGORY
                   WHEN OTHER
                       MOVE "OBESE" TO WS-NEW-CATEGORY
               END-EVALUATE
           END-IF

           MOVE WS-CUR-CATEGORY TO WS-RANK-CATEGORY
           PERFORM 0220-RANK-CATEGORY
           MOVE WS-RANK TO WS-CUR-RANK
           MOVE WS-NEW-CATEGORY TO WS-RANK-CATEGORY
           PERFORM 0220-RANK-CATEGORY
           MOVE WS-RANK TO WS-NEW-RANK
           IF WS-CUR-RANK > 0 AND WS-NEW-RANK > 0
               ADD 1 TO WS-MATRIX-CELL (WS-CUR-RANK, WS-NEW-RANK)
           END-IF.

       0220-RANK-CATEGORY.
           EVALUATE WS-RANK-CATEGORY
               WHEN "UNDERWEIGHT"
                   MOVE 1 TO WS-RANK
               WHEN "NORMAL"
                   MOVE 2 TO WS-RANK
               WHEN "OVERWEIGHT"
                   MOVE 3 TO WS-RANK
               WHEN "OBESE"
                   MOVE 4 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.

       0230-WRITE-CHANGE-LINE.
      * An employee no staged band covers cannot be classified
      * under the new set at all - listed, but counted apart from
      * the up and down moves.
           EVALUATE TRUE
               WHEN WS-HIT-IDX = 0 OR WS-CUR-RANK = 0
                   MOVE "NO BAND" TO WS-DIRECTION
                   ADD 1 TO WS-TOTAL-NO-BAND
               WHEN WS-NEW-RANK > WS-CUR-RANK
                   MOVE "UP" TO WS-DIRECTION
                   ADD 1 TO WS-DEPT-UP
                   ADD 1 TO WS-TOTAL-UP
                   ADD 1 TO WSB-UP (WS-HIT-IDX)
               WHEN OTHER
                   MOVE "DOWN" TO WS-DIRECTION
                   ADD 1 TO WS-DEPT-DOWN
                   ADD 1 TO WS-TOTAL-DOWN
                   ADD 1 TO WSB-DOWN (WS-HIT-IDX)
           END-EVALUATE
           MOVE WS-CUR-BMI TO WS-BMI-OUT
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  " SRD-ID " " SRD-NAME " " WS-WORK-SEX " "
               WS-AGE " " WS-BMI-OUT " " WS-CUR-CATEGORY
               "-> " WS-NEW-CATEGORY " " WS-DIRECTION
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       0300-START-DEPT.
           MOVE SRD-DEPT-CODE TO WS-PREV-DEPT
           INITIALIZE WS-DEPT-COUNTS
           MOVE SPACES TO WS-DEPT-NAME-OUT
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
               IF WSD-DEPT-CODE (WS-DEPT-IDX) = SRD-DEPT-CODE
                   MOVE WSD-DEPT-NAME (WS-DEPT-IDX)
                       TO WS-DEPT-NAME-OUT
               END-IF
           END-PERFORM
      *    Keep the department heading and its first lines together.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
               PERFORM 0082-PAGE-HEADING
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "DEPARTMENT " SRD-DEPT-CODE " " WS-DEPT-NAME-OUT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE "  ID     Name                 S Age BMI   Current"
               TO WS-RPT-DETAIL
           MOVE "   Staged       Move" TO WS-RPT-DETAIL (55:20)
           PERFORM 0084-WRITE-REPORT-LINE.

       0400-WRITE-DEPT-TOTALS.
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Classified " WS-DEPT-MEASURED
               "  Unchanged " WS-DEPT-UNCHANGED
               "  Up " WS-DEPT-UP
               "  Down " WS-DEPT-DOWN
               "  Invalid " WS-DEPT-NOT-CLASSED
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       0500-WRITE-BAND-SUMMARY.
           PERFORM 0082-PAGE-HEADING
           MOVE "IMPACT BY STAGED AGE/SEX BAND" TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE "  Sex Ages     Under Normal  Over   Classified"
               TO WS-RPT-DETAIL
           MOVE "   Up   Down" TO WS-RPT-DETAIL (46:12)
           PERFORM 0084-WRITE-REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > WS-BAND-COUNT
               IF WSB-EFFECTIVE-DATE (WS-BAND-IDX) = WS-SET-DATE
                   MOVE WSB-UNDER-LIMIT (WS-BAND-IDX)
                       TO WS-LIMIT-OUT-1
                   MOVE WSB-NRML-LIMIT (WS-BAND-IDX)
                       TO WS-LIMIT-OUT-2
                   MOVE WSB-OVER-LIMIT (WS-BAND-IDX)
                       TO WS-LIMIT-OUT-3
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "  " WSB-SEX (WS-BAND-IDX) "   "
                       WSB-AGE-LOW (WS-BAND-IDX) "-"
                       WSB-AGE-HIGH (WS-BAND-IDX) "  "
                       WS-LIMIT-OUT-1 " " WS-LIMIT-OUT-2 " "
                       WS-LIMIT-OUT-3 "      "
                       WSB-MEASURED (WS-BAND-IDX) "  "
                       WSB-UP (WS-BAND-IDX) "  "
                       WSB-DOWN (WS-BAND-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 0084-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.

       0600-WRITE-MATRIX.
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE "COMPANY TOTALS - CURRENT (ROWS) BY STAGED (COLUMNS)"
               TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE "UNDERWEIGHT" TO WS-RPT-DETAIL (17:11)
           MOVE "NORMAL" TO WS-RPT-DETAIL (34:6)
           MOVE "OVERWEIGHT" TO WS-RPT-DETAIL (42:10)
           MOVE "OBESE" TO WS-RPT-DETAIL (59:5)
           PERFORM 0084-WRITE-REPORT-LINE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > 4
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-CATEGORY-NAME (WS-ROW-IDX)
                   TO WS-RPT-DETAIL (3:12)
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > 4
                   MOVE WS-MATRIX-CELL (WS-ROW-IDX, WS-COL-IDX)
                       TO WS-CELL-OUT
                   MOVE WS-CELL-OUT TO
                       WS-RPT-DETAIL (11 + (WS-COL-IDX * 12) : 5)
               END-PERFORM
               PERFORM 0084-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Classified " WS-TOTAL-MEASURED
               "  Unchanged " WS-TOTAL-UNCHANGED
               "  Up " WS-TOTAL-UP "  Down " WS-TOTAL-DOWN
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "Invalid reading (not classified) "
               WS-TOTAL-NOT-CLASSED
               "  No staged band covers " WS-TOTAL-NO-BAND
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       0700-WRITE-SIGNOFF-BLOCK.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 9
               PERFORM 0082-PAGE-HEADING
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "SIGN-OFF - band set " WS-SET-DATE
               " may be applied by BandTableMaint once both"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE "sign-offs below are keyed against this run."
               TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Wellness provider: ______________________"
               "  Date: __________"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  HR:                ______________________"
               "  Date: __________"
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       0800-LOG-IMPACT-RUN.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-SET-DATE TO BSG-EFFECTIVE-DATE
           MOVE "I" TO BSG-ENTRY-TYPE
           MOVE WS-RUN-DATE TO BSG-ENTRY-DATE
           MOVE WS-TIME-RAW (1:6) TO BSG-ENTRY-TIME
           MOVE "BANDIMP" TO BSG-OPERATOR
           MOVE WS-TOTAL-MEASURED TO BSG-EMPLOYEES
           COMPUTE BSG-CHANGED =
               WS-TOTAL-UP + WS-TOTAL-DOWN + WS-TOTAL-NO-BAND
           MOVE WS-SET-ROWS TO BSG-SET-ROWS
           MOVE WS-SET-HASH TO BSG-CUTOFF-HASH
           OPEN EXTEND BAND-SIGNOFF-FILE
           IF SIGN-FILE-NOT-FOUND
               OPEN OUTPUT BAND-SIGNOFF-FILE
           END-IF
           WRITE BAND-SIGNOFF-RECORD
           CLOSE BAND-SIGNOFF-FILE.

       END PROGRAM "BandImpactReport".

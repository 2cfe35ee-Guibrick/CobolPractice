      * defaults to the newest month on BMIMONTH.DAT. Employees no
      * longer on the roster land under department "????" so the
      * headcount still balances to the rollup file.
      * Each row's department is carried forward through the
      * DEPTXWLK.DAT reorganization crosswalk (the rows in force
      * today - see DeptReorg), so the prior-month and last-year
      * columns are restated under the current department structure
      * instead of splitting a merged department between its old
      * and new codes; a department section notes the retired codes
      * folded into it.
      * Rollup rows for an employee who has withdrawn consent to
      * the wellness program (roster consent N, or E once erased)
      * are left out of every figure; the company summary counts
      * them on their own line so the rollup file still balances.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT DEPT-CROSSWALK-FILE ASSIGN TO "DEPTXWLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWK-STATUS.

           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  DEPT-REFERENCE-FILE.
           COPY "DEPTREF.cpy".

       FD  DEPT-CROSSWALK-FILE.
           COPY "DEPTXWLK.cpy".

       FD  PATIENT-FILE.
           COPY "EMPLOYEE.cpy"
               REPLACING ==EMPLOYEE-RECORD==   BY ==PATIENT-RECORD==
                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       FD  SCORECARD-FILE.
       01  SCORECARD-LINE PIC X(80).
       01 WS-DEPT-STATUS PIC XX.
           88 DEPT-FILE-OK VALUE "00".

       01 WS-XWK-STATUS PIC XX.
           88 XWK-FILE-OK VALUE "00".

       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-DEPT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-DEPT-REFERENCE VALUE "Y".

       01 WS-XWK-EOF-FLAG PIC X VALUE "N".
           88 END-OF-CROSSWALK VALUE "Y".

       01 WS-ROSTER-OPEN-FLAG PIC X VALUE "N".
           88 ROSTER-FILE-OPEN VALUE "Y".

           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WSD-DEPT-CODE PIC X(4).
               10 WSD-DEPT-NAME PIC X(30).
               10 WSD-DEPT-STATUS PIC X.
               10 WSD-SUCCESSOR-CODE PIC X(4).
       01 WS-DEPT-REF-COUNT PIC 9(3) VALUE 0.

      * Reorganization crosswalk rows in force today.
       01 WS-XWK-TABLE.
           05 WS-XWK-ENTRY OCCURS 200 TIMES.
               10 WSX-OLD-DEPT-CODE PIC X(4).
               10 WSX-NEW-DEPT-CODE PIC X(4).
               10 WSX-EMP-ID PIC X(6).
       01 WS-XWK-COUNT PIC 9(3) VALUE 0.
       01 WS-XWK-IDX PIC 9(3).
       01 WS-XWK-EMP-IDX PIC 9(3).
       01 WS-XWK-ALL-IDX PIC 9(3).
       01 WS-XWK-FOUND-IDX PIC 9(3).
       01 WS-XWK-FOUND-FLAG PIC X.
           88 CROSSWALK-ROW-FOUND VALUE "Y".
       01 WS-HOP-COUNT PIC 99.
       01 WS-RUN-DATE PIC X(8).
       01 WS-RETIRED-LIST PIC X(40).
       01 WS-RETIRED-PTR PIC 99.

      * One row per department seen in any of the three months
      * compared; departments off DEPTREF print with the code only,
      * off-roster employees land under "????".
           05 WS-MW-MONTH PIC 9(2).

       01 WS-ROW-DEPT PIC X(4).
       01 WS-ROW-OPTOUT-FLAG PIC X.
           88 ROW-OPTED-OUT VALUE "Y".
       01 WS-ROWS-OPTED-OUT PIC 9(5) VALUE 0.

       01 WS-CUR-AVG PIC 99V99.
       01 WS-CMP-AVG PIC 99V99.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-TARGET-MONTH FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0100-LOAD-DEPT-REFERENCE
           PERFORM 0120-LOAD-CROSSWALK
           IF WS-TARGET-MONTH = SPACES
               OR WS-TARGET-MONTH IS NOT NUMERIC
               PERFORM 0150-FIND-LATEST-MONTH
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
               CLOSE DEPT-REFERENCE-FILE
           END-IF.

       0120-LOAD-CROSSWALK.
           OPEN INPUT DEPT-CROSSWALK-FILE
           IF XWK-FILE-OK
               PERFORM UNTIL END-OF-CROSSWALK
                   READ DEPT-CROSSWALK-FILE
                       AT END
                           MOVE "Y" TO WS-XWK-EOF-FLAG
                       NOT AT END
                           IF XWK-EFFECTIVE-DATE IS NUMERIC
                               AND XWK-EFFECTIVE-DATE
                                   NOT > WS-RUN-DATE
                               AND WS-XWK-COUNT < 200
                               ADD 1 TO WS-XWK-COUNT
                               MOVE XWK-OLD-DEPT-CODE
                                   TO WSX-OLD-DEPT-CODE (WS-XWK-COUNT)
                               MOVE XWK-NEW-DEPT-CODE
                                   TO WSX-NEW-DEPT-CODE (WS-XWK-COUNT)
                               MOVE XWK-EMP-ID
                                   TO WSX-EMP-ID (WS-XWK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-CROSSWALK-FILE
           END-IF.

       0150-FIND-LATEST-MONTH.
           MOVE SPACES TO WS-TARGET-MONTH
           MOVE "N" TO WS-MONTH-EOF-FLAG

       0310-ACCUMULATE-ONE-ROW.
           PERFORM 0320-FIND-EMPLOYEE-DEPT
           IF ROW-OPTED-OUT
               ADD 1 TO WS-ROWS-OPTED-OUT
           ELSE
               PERFORM 0330-FIND-STAT-ENTRY
               IF WS-STAT-IDX = 0
                   CONTINUE
               ELSE
                   PERFORM 0315-ADD-TO-STAT-ENTRY
               END-IF
           END-IF.

       0315-ADD-TO-STAT-ENTRY.

       0320-FIND-EMPLOYEE-DEPT.
           MOVE "????" TO WS-ROW-DEPT
           MOVE "N" TO WS-ROW-OPTOUT-FLAG
           IF ROSTER-FILE-OPEN
               MOVE ROLL-EMP-ID TO PAT-ID
               READ PATIENT-FILE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAT-DEPT-CODE TO WS-ROW-DEPT
                       PERFORM 0325-RESTATE-DEPT
                       IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
                           MOVE "Y" TO WS-ROW-OPTOUT-FLAG
                       END-IF
               END-READ
           END-IF.

       0325-RESTATE-DEPT.
      * Same rules as DeptReorg: a row naming the employee wins over
      * the blanket row for the code, and the crosswalk is followed
      * until no row applies (at most ten moves, so a circular
      * crosswalk cannot loop). Catches a roster record DeptReorg
      * has not reached yet as well as earlier months' rows.
           MOVE 0 TO WS-HOP-COUNT
           MOVE "Y" TO WS-XWK-FOUND-FLAG
           PERFORM UNTIL NOT CROSSWALK-ROW-FOUND
               OR WS-HOP-COUNT >= 10
               MOVE 0 TO WS-XWK-EMP-IDX
               MOVE 0 TO WS-XWK-ALL-IDX
               PERFORM VARYING WS-XWK-IDX FROM 1 BY 1
                   UNTIL WS-XWK-IDX > WS-XWK-COUNT
                   IF WSX-OLD-DEPT-CODE (WS-XWK-IDX) = WS-ROW-DEPT
                       IF WSX-EMP-ID (WS-XWK-IDX) = SPACES
                           MOVE WS-XWK-IDX TO WS-XWK-ALL-IDX
                       ELSE
                           IF WSX-EMP-ID (WS-XWK-IDX) = ROLL-EMP-ID
                               MOVE WS-XWK-IDX TO WS-XWK-EMP-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-XWK-FOUND-FLAG
               EVALUATE TRUE
                   WHEN WS-XWK-EMP-IDX > 0
                       MOVE WS-XWK-EMP-IDX TO WS-XWK-FOUND-IDX
                   WHEN WS-XWK-ALL-IDX > 0
                       MOVE WS-XWK-ALL-IDX TO WS-XWK-FOUND-IDX
                   WHEN OTHER
                       MOVE "N" TO WS-XWK-FOUND-FLAG
               END-EVALUATE
               IF CROSSWALK-ROW-FOUND
                   MOVE WSX-NEW-DEPT-CODE (WS-XWK-FOUND-IDX)
                       TO WS-ROW-DEPT
                   ADD 1 TO WS-HOP-COUNT
               END-IF
           END-PERFORM.

       0330-FIND-STAT-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           PERFORM 0515-WRITE-RETIRED-CODES
           MOVE ALL "-" TO SCORECARD-LINE
           WRITE SCORECARD-LINE

           PERFORM 0530-WRITE-AVG-VS-LASTYEAR
           PERFORM 0540-WRITE-CATEGORY-MIX.

       0515-WRITE-RETIRED-CODES.
      * Names the retired codes whose people now report here, so a
      * reader comparing with last year's scorecard can see why the
      * department's history covers more than one code.
           MOVE SPACES TO WS-RETIRED-LIST
           MOVE 1 TO WS-RETIRED-PTR
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DEPT-REF-COUNT
               IF WSD-DEPT-STATUS (WS-IDX) = "R"
                   AND WSD-SUCCESSOR-CODE (WS-IDX)
                       = WST-DEPT-CODE (WS-STAT-IDX)
                   AND WS-RETIRED-PTR < 36
                   STRING WSD-DEPT-CODE (WS-IDX) " "
                       DELIMITED BY SIZE INTO WS-RETIRED-LIST
                       WITH POINTER WS-RETIRED-PTR
               END-IF
           END-PERFORM
           IF WS-RETIRED-LIST NOT = SPACES
               MOVE SPACES TO WS-LINE-WORK
               STRING "Restated to include retired: "
                   WS-RETIRED-LIST
                   DELIMITED BY SIZE INTO WS-LINE-WORK
               MOVE WS-LINE-WORK TO SCORECARD-LINE
               WRITE SCORECARD-LINE
           END-IF.

       0520-WRITE-AVG-VS-PRIOR.
           IF WST-CUR-COUNT (WS-STAT-IDX) > 0
               COMPUTE WS-CUR-AVG ROUNDED =
           STRING "  Obese       " WS-CNT-OUT " (" WS-SHIFT-OUT
               ")" DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE WS-ROWS-OPTED-OUT TO WS-CNT-OUT
           MOVE SPACES TO WS-LINE-WORK
           STRING "Rollup rows left out (consent withdrawn): "
               WS-CNT-OUT
               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO SCORECARD-LINE
           WRITE SCORECARD-LINE.

       END PROGRAM "WellnessScorecard".

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "DeptReorg".
       AUTHOR. Guido.

      * Department reorganization run. Applies the moves keyed on
      * the DEPTXWLK.DAT crosswalk (old code, new code, effective
      * date - see DEPTXWLK.cpy) whose effective date has arrived,
      * so a merge or split no longer means hand-fixing every
      * EMP-DEPT-CODE through RosterMaint:
      *   - every roster record on PATIENTS.IDX in a moved code is
      *     rewritten to its new code, with a before/after row on
      *     ROSTAUD.DAT under its own source, REORG;
      *   - records waiting on SUSPENSE.DAT are remapped the same
      *     way, so an absorb or a DEPT correction does not put the
      *     old code back on the roster;
      *   - the old code is kept on DEPTREF.DAT but marked retired,
      *     with the effective date and its successor, instead of
      *     being deleted - history still prints its name and the
      *     nightly run sends any record still carrying it to
      *     suspense naming where it went.
      * A row whose new code is not on DEPTREF.DAT is refused - the
      * new department is added to the reference file first. Only a
      * blanket row (no employee ID) retires the old code; split
      * rows for named employees leave it open until the blanket
      * row for the remainder takes effect. Rerunning is harmless:
      * nothing is left in a moved code, so nothing is rewritten
      * twice. The run date comes from the command line (YYYYMMDD)
      * and defaults to today. Driven by the DEPTREORG JCL member.
      * A row whose new code had already been retired when the row
      * took effect is refused as well, naming the successor to key
      * instead - otherwise employees would be moved onto a code the
      * nightly run sends straight to suspense. A row that took
      * effect before its new code was retired is kept: it is
      * history, and the crosswalk row that retired the code carries
      * its employees on to the successor.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-CROSSWALK-FILE ASSIGN TO "DEPTXWLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWK-STATUS.

           SELECT DEPT-REFERENCE-FILE ASSIGN TO "DEPTREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT ROSTER-AUDIT-FILE ASSIGN TO "ROSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DEPT-CROSSWALK-FILE.
           COPY "DEPTXWLK.cpy".

       FD  DEPT-REFERENCE-FILE.
           COPY "DEPTREF.cpy".

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

       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.cpy".

       FD  ROSTER-AUDIT-FILE.
           COPY "ROSTAUD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-XWK-STATUS PIC XX.
           88 XWK-FILE-OK VALUE "00".

       01 WS-DEPT-STATUS PIC XX.
           88 DEPT-FILE-OK VALUE "00".

       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-SUSP-STATUS PIC XX.
           88 SUSP-FILE-OK VALUE "00".

       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-XWK-EOF-FLAG PIC X VALUE "N".
           88 END-OF-CROSSWALK VALUE "Y".
       01 WS-DEPT-EOF-FLAG PIC X VALUE "N".
           88 END-OF-DEPT-REFERENCE VALUE "Y".
       01 WS-ROSTER-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ROSTER VALUE "Y".
       01 WS-SUSP-EOF-FLAG PIC X VALUE "N".
           88 END-OF-SUSPENSE VALUE "Y".

       01 WS-RUN-DATE PIC X(8) VALUE SPACES.
       01 WS-TIME-RAW PIC 9(8).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
               10 WSD-DEPT-CODE PIC X(4).
               10 WSD-DEPT-NAME PIC X(30).
               10 WSD-DEPT-STATUS PIC X.
               10 WSD-RETIRED-DATE PIC X(8).
               10 WSD-SUCCESSOR-CODE PIC X(4).
       01 WS-DEPT-REF-COUNT PIC 9(3) VALUE 0.
       01 WS-DEPT-IDX PIC 9(3).
       01 WS-DEPT-FOUND-IDX PIC 9(3).
       01 WS-DEPT-FOUND-FLAG PIC X.
           88 DEPT-CODE-FOUND VALUE "Y".
      * DEPTREF.DAT is rewritten from the table, so a file larger
      * than the table is never rewritten - the overflow would be
      * lost.
       01 WS-DEPT-TRUNCATED-FLAG PIC X VALUE "N".
           88 DEPT-TABLE-TRUNCATED VALUE "Y".
       01 WS-SEARCH-DEPT PIC X(4).

      * Crosswalk rows in force on the run date.
       01 WS-XWK-TABLE.
           05 WS-XWK-ENTRY OCCURS 200 TIMES.
               10 WSX-OLD-DEPT-CODE PIC X(4).
               10 WSX-NEW-DEPT-CODE PIC X(4).
               10 WSX-EFFECTIVE-DATE PIC X(8).
               10 WSX-EMP-ID PIC X(6).
       01 WS-XWK-COUNT PIC 9(3) VALUE 0.
       01 WS-XWK-IDX PIC 9(3).
       01 WS-XWK-EMP-IDX PIC 9(3).
       01 WS-XWK-ALL-IDX PIC 9(3).
       01 WS-XWK-FOUND-IDX PIC 9(3).
       01 WS-XWK-FOUND-FLAG PIC X.
           88 CROSSWALK-ROW-FOUND VALUE "Y".

       01 WS-MAP-EMP-ID PIC X(6).
       01 WS-MAP-DEPT PIC X(4).
       01 WS-HOP-COUNT PIC 99.

      * SUSPENSE.DAT is small and rewritten whole, the way
      * SuspenseRework handles it - refused if it outgrows the
      * table.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES PIC X(64).
       01 WS-SUSP-COUNT PIC 9(4) VALUE 0.
       01 WS-SUSP-IDX PIC 9(4).
       01 WS-SUSP-TRUNCATED-FLAG PIC X VALUE "N".
           88 SUSPENSE-TRUNCATED VALUE "Y".

       01 WS-BEFORE-IMAGE PIC X(87).

       01 WS-ROWS-READ PIC 9(5) VALUE 0.
       01 WS-ROWS-PENDING PIC 9(5) VALUE 0.
       01 WS-ROWS-REFUSED PIC 9(5) VALUE 0.
       01 WS-ROSTER-MOVED PIC 9(5) VALUE 0.
       01 WS-SUSP-REMAPPED PIC 9(5) VALUE 0.
       01 WS-CODES-RETIRED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM COMMAND-LINE
           IF WS-RUN-DATE = SPACES
               OR WS-RUN-DATE IS NOT NUMERIC
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           DISPLAY "===== Department Reorganization " WS-RUN-DATE
               " ====="
           PERFORM 0100-LOAD-DEPT-REFERENCE
           IF NOT DEPT-FILE-OK OR DEPT-TABLE-TRUNCATED
               DISPLAY "DEPTREF.DAT missing or over 100 departments "
                   "- reorganization not run."
           ELSE
               PERFORM 0150-LOAD-CROSSWALK
               IF WS-XWK-COUNT = 0
                   DISPLAY "No crosswalk rows in force on "
                       WS-RUN-DATE " - nothing to reorganize."
               ELSE
                   PERFORM 0200-REMAP-ROSTER
                   PERFORM 0300-REMAP-SUSPENSE
                   PERFORM 0400-RETIRE-OLD-CODES
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "Crosswalk rows read:           " WS-ROWS-READ
           DISPLAY "  not yet effective:           " WS-ROWS-PENDING
           DISPLAY "  refused:                     " WS-ROWS-REFUSED
           DISPLAY "Roster records moved:          " WS-ROSTER-MOVED
           DISPLAY "Suspense records remapped:     " WS-SUSP-REMAPPED
           DISPLAY "Department codes retired:      " WS-CODES-RETIRED
           STOP RUN.

       0100-LOAD-DEPT-REFERENCE.
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
                               MOVE DEPT-STATUS TO
                                   WSD-DEPT-STATUS (WS-DEPT-REF-COUNT)
                               MOVE DEPT-RETIRED-DATE TO
                                   WSD-RETIRED-DATE (WS-DEPT-REF-COUNT)
                               MOVE DEPT-SUCCESSOR-CODE TO
                                   WSD-SUCCESSOR-CODE
                                       (WS-DEPT-REF-COUNT)
                           ELSE
                               MOVE "Y" TO WS-DEPT-TRUNCATED-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-REFERENCE-FILE
           END-IF.

       0150-LOAD-CROSSWALK.
           OPEN INPUT DEPT-CROSSWALK-FILE
           IF NOT XWK-FILE-OK
               DISPLAY "DEPTXWLK.DAT not found - no crosswalk to "
                   "apply."
           ELSE
               PERFORM UNTIL END-OF-CROSSWALK
                   READ DEPT-CROSSWALK-FILE
                       AT END
                           MOVE "Y" TO WS-XWK-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM 0160-CHECK-CROSSWALK-ROW
                   END-READ
               END-PERFORM
               CLOSE DEPT-CROSSWALK-FILE
           END-IF.

       0160-CHECK-CROSSWALK-ROW.
           MOVE XWK-NEW-DEPT-CODE TO WS-SEARCH-DEPT
           PERFORM 0900-FIND-DEPT
           EVALUATE TRUE
               WHEN XWK-EFFECTIVE-DATE IS NOT NUMERIC
                   OR XWK-OLD-DEPT-CODE = SPACES
                   OR XWK-OLD-DEPT-CODE = XWK-NEW-DEPT-CODE
                   ADD 1 TO WS-ROWS-REFUSED
                   DISPLAY "Refused: crosswalk row " XWK-OLD-DEPT-CODE
                       " -> " XWK-NEW-DEPT-CODE " "
                       XWK-EFFECTIVE-DATE " is incomplete."
               WHEN XWK-EFFECTIVE-DATE > WS-RUN-DATE
                   ADD 1 TO WS-ROWS-PENDING
               WHEN NOT DEPT-CODE-FOUND
                   ADD 1 TO WS-ROWS-REFUSED
                   DISPLAY "Refused: " XWK-OLD-DEPT-CODE " -> "
                       XWK-NEW-DEPT-CODE " - new code is not on "
                       "DEPTREF.DAT; add it first."
               WHEN DEPT-CODE-FOUND
                   AND WSD-DEPT-STATUS (WS-DEPT-FOUND-IDX) = "R"
                   AND XWK-EFFECTIVE-DATE
                       > WSD-RETIRED-DATE (WS-DEPT-FOUND-IDX)
                   ADD 1 TO WS-ROWS-REFUSED
                   DISPLAY "Refused: " XWK-OLD-DEPT-CODE " -> "
                       XWK-NEW-DEPT-CODE " - new code is retired "
                       "(successor "
                       WSD-SUCCESSOR-CODE (WS-DEPT-FOUND-IDX)
                       "); key the row to the successor."
               WHEN WS-XWK-COUNT >= 200
                   ADD 1 TO WS-ROWS-REFUSED
                   DISPLAY "Refused: " XWK-OLD-DEPT-CODE " -> "
                       XWK-NEW-DEPT-CODE " - more than 200 rows in "
                       "force."
               WHEN OTHER
                   ADD 1 TO WS-XWK-COUNT
                   MOVE XWK-OLD-DEPT-CODE
                       TO WSX-OLD-DEPT-CODE (WS-XWK-COUNT)
                   MOVE XWK-NEW-DEPT-CODE
                       TO WSX-NEW-DEPT-CODE (WS-XWK-COUNT)
                   MOVE XWK-EFFECTIVE-DATE
                       TO WSX-EFFECTIVE-DATE (WS-XWK-COUNT)
                   MOVE XWK-EMP-ID TO WSX-EMP-ID (WS-XWK-COUNT)
           END-EVALUATE.

       0200-REMAP-ROSTER.
      * One pass over the indexed master; only records whose code
      * actually moves are rewritten and audited.
           OPEN I-O PATIENT-FILE
           IF NOT PATIENT-FILE-OK
               DISPLAY "PATIENTS.IDX not available - roster not "
                   "remapped."
           ELSE
               PERFORM UNTIL END-OF-ROSTER
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ROSTER-EOF-FLAG
                       NOT AT END
                           PERFORM 0210-REMAP-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF.

       0210-REMAP-ONE-EMPLOYEE.
           MOVE PAT-ID TO WS-MAP-EMP-ID
           MOVE PAT-DEPT-CODE TO WS-MAP-DEPT
           PERFORM 0800-MAP-DEPT
           IF WS-MAP-DEPT NOT = PAT-DEPT-CODE
               MOVE PATIENT-RECORD TO WS-BEFORE-IMAGE
               DISPLAY "Roster " PAT-ID " " PAT-NAME " "
                   PAT-DEPT-CODE " -> " WS-MAP-DEPT
               MOVE WS-MAP-DEPT TO PAT-DEPT-CODE
               REWRITE PATIENT-RECORD
               ADD 1 TO WS-ROSTER-MOVED
               PERFORM 0260-WRITE-ROSTER-AUDIT
           END-IF.

       0260-WRITE-ROSTER-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE TO RAUD-CHANGE-DATE
           MOVE WS-TIME-RAW (1:6) TO RAUD-CHANGE-TIME
           MOVE "REORG" TO RAUD-SOURCE
           MOVE "REORG" TO RAUD-OPERATOR
           MOVE "C" TO RAUD-ACTION
           MOVE WS-BEFORE-IMAGE TO RAUD-BEFORE-IMAGE
           MOVE PATIENT-RECORD TO RAUD-AFTER-IMAGE
           OPEN EXTEND ROSTER-AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT ROSTER-AUDIT-FILE
           END-IF
           WRITE ROSTER-AUDIT-RECORD
           CLOSE ROSTER-AUDIT-FILE.

       0300-REMAP-SUSPENSE.
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
                       "records - suspense not remapped; rework "
                       "the old codes by hand."
               ELSE
                   PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                       PERFORM 0310-REMAP-ONE-SUSPENSE
                   END-PERFORM
                   IF WS-SUSP-REMAPPED > 0
                       OPEN OUTPUT SUSPENSE-FILE
                       PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                           UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                           MOVE WS-SUSP-ENTRY (WS-SUSP-IDX)
                               TO SUSPENSE-RECORD
                           WRITE SUSPENSE-RECORD
                       END-PERFORM
                       CLOSE SUSPENSE-FILE
                   END-IF
               END-IF
           END-IF.

       0310-REMAP-ONE-SUSPENSE.
           MOVE WS-SUSP-ENTRY (WS-SUSP-IDX) TO SUSPENSE-RECORD
           MOVE SUSP-EMP-ID TO WS-MAP-EMP-ID
           MOVE SUSP-DEPT-CODE TO WS-MAP-DEPT
           PERFORM 0800-MAP-DEPT
           IF WS-MAP-DEPT NOT = SUSP-DEPT-CODE
               DISPLAY "Suspense " SUSP-EMP-ID " " SUSP-REASON-CODE
                   " " SUSP-DEPT-CODE " -> " WS-MAP-DEPT
               MOVE WS-MAP-DEPT TO SUSP-DEPT-CODE
               MOVE SUSPENSE-RECORD TO WS-SUSP-ENTRY (WS-SUSP-IDX)
               ADD 1 TO WS-SUSP-REMAPPED
           END-IF.

       0400-RETIRE-OLD-CODES.
      * Only blanket rows retire a code - see the header. The
      * successor recorded is the code the blanket row finally
      * leads to.
           PERFORM VARYING WS-XWK-IDX FROM 1 BY 1
               UNTIL WS-XWK-IDX > WS-XWK-COUNT
               IF WSX-EMP-ID (WS-XWK-IDX) = SPACES
                   MOVE WSX-OLD-DEPT-CODE (WS-XWK-IDX)
                       TO WS-SEARCH-DEPT
                   PERFORM 0900-FIND-DEPT
                   IF DEPT-CODE-FOUND
                       AND WSD-DEPT-STATUS (WS-DEPT-FOUND-IDX)
                           NOT = "R"
                       MOVE SPACES TO WS-MAP-EMP-ID
                       MOVE WSX-OLD-DEPT-CODE (WS-XWK-IDX)
                           TO WS-MAP-DEPT
                       PERFORM 0800-MAP-DEPT
                       MOVE "R" TO WSD-DEPT-STATUS (WS-DEPT-FOUND-IDX)
                       MOVE WSX-EFFECTIVE-DATE (WS-XWK-IDX)
                           TO WSD-RETIRED-DATE (WS-DEPT-FOUND-IDX)
                       MOVE WS-MAP-DEPT
                           TO WSD-SUCCESSOR-CODE (WS-DEPT-FOUND-IDX)
                       ADD 1 TO WS-CODES-RETIRED
                       DISPLAY "Retired " WS-SEARCH-DEPT " "
                           WSD-DEPT-NAME (WS-DEPT-FOUND-IDX)
                           " - successor " WS-MAP-DEPT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CODES-RETIRED > 0
               PERFORM 0450-REWRITE-DEPT-REFERENCE
           END-IF.

       0450-REWRITE-DEPT-REFERENCE.
           OPEN OUTPUT DEPT-REFERENCE-FILE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
               MOVE WSD-DEPT-CODE (WS-DEPT-IDX) TO DEPT-CODE
               MOVE WSD-DEPT-NAME (WS-DEPT-IDX) TO DEPT-NAME
               MOVE WSD-DEPT-STATUS (WS-DEPT-IDX) TO DEPT-STATUS
               MOVE WSD-RETIRED-DATE (WS-DEPT-IDX)
                   TO DEPT-RETIRED-DATE
               MOVE WSD-SUCCESSOR-CODE (WS-DEPT-IDX)
                   TO DEPT-SUCCESSOR-CODE
               WRITE DEPT-REF-RECORD
           END-PERFORM
           CLOSE DEPT-REFERENCE-FILE.

       0800-MAP-DEPT.
      * Follows the crosswalk from WS-MAP-DEPT for employee
      * WS-MAP-EMP-ID until no row applies, so a code moved twice
      * lands where it finally ended up. The hop limit stops a
      * crosswalk keyed in a circle from looping.
           MOVE 0 TO WS-HOP-COUNT
           MOVE "Y" TO WS-XWK-FOUND-FLAG
           PERFORM UNTIL NOT CROSSWALK-ROW-FOUND
               OR WS-HOP-COUNT >= 10
               PERFORM 0810-FIND-CROSSWALK-ROW
               IF CROSSWALK-ROW-FOUND
                   MOVE WSX-NEW-DEPT-CODE (WS-XWK-FOUND-IDX)
                       TO WS-MAP-DEPT
                   ADD 1 TO WS-HOP-COUNT
               END-IF
           END-PERFORM.

       0810-FIND-CROSSWALK-ROW.
      * A row naming the employee wins over the blanket row for
      * the same code; among several, the last one on the file.
           MOVE 0 TO WS-XWK-EMP-IDX
           MOVE 0 TO WS-XWK-ALL-IDX
           PERFORM VARYING WS-XWK-IDX FROM 1 BY 1
               UNTIL WS-XWK-IDX > WS-XWK-COUNT
               IF WSX-OLD-DEPT-CODE (WS-XWK-IDX) = WS-MAP-DEPT
                   IF WSX-EMP-ID (WS-XWK-IDX) = SPACES
                       MOVE WS-XWK-IDX TO WS-XWK-ALL-IDX
                   ELSE
                       IF WSX-EMP-ID (WS-XWK-IDX) = WS-MAP-EMP-ID
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
           END-EVALUATE.

       0900-FIND-DEPT.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           MOVE 0 TO WS-DEPT-FOUND-IDX
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
               IF WSD-DEPT-CODE (WS-DEPT-IDX) = WS-SEARCH-DEPT
                   MOVE "Y" TO WS-DEPT-FOUND-FLAG
                   MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
               END-IF
           END-PERFORM.

       END PROGRAM "DeptReorg".

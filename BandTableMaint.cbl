      * set. Run with the CHECK parameter it validates the live
      * BMIBANDS.DAT instead and applies nothing, for auditing the
      * file in place.
      * A clean staged set is no longer applied on validation alone:
      * BandImpactReport must have been run for it, and the wellness
      * provider and HR must both have signed off that impact run.
      * The sign-offs are keyed here - run with PROVIDER or HR
      * followed by the approver's ID (e.g. PROVIDER JSMITH) and a
      * sign-off row is appended to BANDSIGN.DAT for every set on
      * BMIBANDS.NEW that has an impact run on file. The apply then
      * refuses any staged set without an impact run, or without
      * both sign-offs dated at or after its latest impact run.
      * The latest impact run must also have been for the set as it
      * now stands: its row count and cutoff hash total are
      * recomputed from BMIBANDS.NEW, and any difference refuses the
      * apply until BandImpactReport is rerun and signed off again.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGED-STATUS.

           SELECT BAND-SIGNOFF-FILE ASSIGN TO "BANDSIGN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGN-STATUS.

       DATA DIVISION.

       FILE SECTION.
                         ==BND-NRML-LIMIT==   BY ==STG-NRML-LIMIT==
                         ==BND-OVER-LIMIT==   BY ==STG-OVER-LIMIT==.

       FD  BAND-SIGNOFF-FILE.
           COPY "BANDSIGN.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BAND-FILE-STATUS PIC XX.
           88 BAND-FILE-OK VALUE "00".
           88 STAGED-FILE-OK VALUE "00".
           88 STAGED-FILE-NOT-FOUND VALUE "35".

       01 WS-SIGN-STATUS PIC XX.
           88 SIGN-FILE-OK VALUE "00".
           88 SIGN-FILE-NOT-FOUND VALUE "35".

       01 WS-SIGN-EOF-FLAG PIC X VALUE "N".
           88 END-OF-SIGN-FILE VALUE "Y".

       01 WS-BAND-EOF-FLAG PIC X VALUE "N".
           88 END-OF-BAND-FILE VALUE "Y".

           05 WS-SET-ENTRY OCCURS 20 TIMES PIC X(8).
       01 WS-SET-COUNT PIC 9(3) VALUE 0.

      * Approval state of each staged set from BANDSIGN.DAT: the
      * latest impact run and the latest provider and HR sign-offs
      * (date and time run together so they compare in order).
       01 WS-APPROVAL-TABLE.
           05 WS-APPROVAL-ENTRY OCCURS 20 TIMES.
               10 WSA-IMPACT-STAMP PIC X(14).
               10 WSA-PROVIDER-STAMP PIC X(14).
               10 WSA-HR-STAMP PIC X(14).
               10 WSA-IMPACT-ROWS PIC X(4).
               10 WSA-IMPACT-HASH PIC X(9).
       01 WS-SIGN-STAMP PIC X(14).
      * The staged set's row count and hash total as it stands now,
      * computed the way BandImpactReport logs them.
       01 WS-STAGED-ROWS PIC 9(4).
       01 WS-STAGED-HASH PIC 9(9).
       01 WS-SIGNOFF-COUNT PIC 9(3) VALUE 0.
       01 WS-TODAY PIC X(8).
       01 WS-TIME-RAW PIC 9(8).

       01 WS-IDX PIC 9(3).
       01 WS-IDX2 PIC 9(3).
       01 WS-SET-IDX PIC 9(3).
       01 WS-ERROR-COUNT PIC 9(3) VALUE 0.
       01 WS-ROWS-APPLIED PIC 9(3) VALUE 0.

       01 WS-RUN-PARM PIC X(30) VALUE SPACES.
       01 WS-PARM-MODE PIC X(8) VALUE SPACES.
           88 CHECK-MODE VALUE "CHECK".
           88 PROVIDER-SIGNOFF-MODE VALUE "PROVIDER".
           88 HR-SIGNOFF-MODE VALUE "HR".
       01 WS-PARM-OPERATOR PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-OPERATOR
           END-UNSTRING
           IF PROVIDER-SIGNOFF-MODE OR HR-SIGNOFF-MODE
               PERFORM 0500-RECORD-SIGNOFF
               STOP RUN
           END-IF
           IF CHECK-MODE
               PERFORM 0150-LOAD-LIVE-AS-CANDIDATE
               IF BAND-FILE-NOT-FOUND
                   PERFORM 0200-LOAD-LIVE-DATES
                   PERFORM 0300-VALIDATE-CANDIDATES
                   PERFORM 0350-CHECK-DATE-COLLISIONS
                   PERFORM 0360-CHECK-SIGNOFFS
                   IF CANDIDATE-OVERFLOW
                       DISPLAY "BMIBANDS.NEW exceeds 200 rows - "
                           "apply refused."
               END-PERFORM
           END-PERFORM.

       0360-CHECK-SIGNOFFS.
      * Cutoffs change who gets an outreach letter, so no set goes
      * live until its impact has been simulated and both the
      * provider and HR have signed off that simulation.
           PERFORM 0370-LOAD-APPROVALS
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               IF WSA-IMPACT-STAMP (WS-SET-IDX) = SPACES
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "Set " WS-SET-ENTRY (WS-SET-IDX)
                       " has no impact run - run BandImpactReport "
                       "and obtain sign-off first."
               ELSE
                   IF WSA-PROVIDER-STAMP (WS-SET-IDX)
                       < WSA-IMPACT-STAMP (WS-SET-IDX)
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "Set " WS-SET-ENTRY (WS-SET-IDX)
                           " has no provider sign-off since its "
                           "latest impact run."
                   END-IF
                   IF WSA-HR-STAMP (WS-SET-IDX)
                       < WSA-IMPACT-STAMP (WS-SET-IDX)
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "Set " WS-SET-ENTRY (WS-SET-IDX)
                           " has no HR sign-off since its latest "
                           "impact run."
                   END-IF
                   PERFORM 0365-CHECK-IMPACT-TOTALS
               END-IF
           END-PERFORM.

       0365-CHECK-IMPACT-TOTALS.
           MOVE 0 TO WS-STAGED-ROWS
           MOVE 0 TO WS-STAGED-HASH
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAND-COUNT
               IF WCB-EFFECTIVE-DATE (WS-IDX)
                   = WS-SET-ENTRY (WS-SET-IDX)
                   ADD 1 TO WS-STAGED-ROWS
                   COMPUTE WS-STAGED-HASH = WS-STAGED-HASH
                       + WCB-AGE-LOW (WS-IDX)
                       + WCB-AGE-HIGH (WS-IDX)
                       + (WCB-UNDER-LIMIT (WS-IDX)
                          + WCB-NRML-LIMIT (WS-IDX)
                          + WCB-OVER-LIMIT (WS-IDX)) * 100
               END-IF
           END-PERFORM
           IF WSA-IMPACT-ROWS (WS-SET-IDX) NOT = WS-STAGED-ROWS
               OR WSA-IMPACT-HASH (WS-SET-IDX) NOT = WS-STAGED-HASH
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Set " WS-SET-ENTRY (WS-SET-IDX)
                   " differs from its latest impact run (rows/"
                   "hash total) - rerun BandImpactReport and "
                   "obtain sign-off again."
           END-IF.

       0370-LOAD-APPROVALS.
           MOVE SPACES TO WS-APPROVAL-TABLE
           MOVE "N" TO WS-SIGN-EOF-FLAG
           OPEN INPUT BAND-SIGNOFF-FILE
           IF SIGN-FILE-OK
               PERFORM UNTIL END-OF-SIGN-FILE
                   READ BAND-SIGNOFF-FILE
                       AT END
                           MOVE "Y" TO WS-SIGN-EOF-FLAG
                       NOT AT END
                           PERFORM 0380-NOTE-APPROVAL
                   END-READ
               END-PERFORM
               CLOSE BAND-SIGNOFF-FILE
           END-IF.

       0380-NOTE-APPROVAL.
           MOVE BSG-ENTRY-DATE TO WS-SIGN-STAMP (1:8)
           MOVE BSG-ENTRY-TIME TO WS-SIGN-STAMP (9:6)
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               IF WS-SET-ENTRY (WS-SET-IDX) = BSG-EFFECTIVE-DATE
                   EVALUATE TRUE
                       WHEN BSG-IMPACT-RUN
                           AND WS-SIGN-STAMP
                               > WSA-IMPACT-STAMP (WS-SET-IDX)
                           MOVE WS-SIGN-STAMP
                               TO WSA-IMPACT-STAMP (WS-SET-IDX)
                           MOVE BSG-SET-ROWS
                               TO WSA-IMPACT-ROWS (WS-SET-IDX)
                           MOVE BSG-CUTOFF-HASH
                               TO WSA-IMPACT-HASH (WS-SET-IDX)
                       WHEN BSG-PROVIDER-SIGNOFF
                           AND WS-SIGN-STAMP
                               > WSA-PROVIDER-STAMP (WS-SET-IDX)
                           MOVE WS-SIGN-STAMP
                               TO WSA-PROVIDER-STAMP (WS-SET-IDX)
                       WHEN BSG-HR-SIGNOFF
                           AND WS-SIGN-STAMP
                               > WSA-HR-STAMP (WS-SET-IDX)
                           MOVE WS-SIGN-STAMP
                               TO WSA-HR-STAMP (WS-SET-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0400-APPLY-STAGED.
           OPEN EXTEND BMI-BAND-FILE
           IF BAND-FILE-NOT-FOUND
           END-PERFORM
           CLOSE BMI-BAND-FILE.

       0500-RECORD-SIGNOFF.
      * One sign-off row per staged set that has been through the
      * impact report - signing a set nobody has simulated is
      * refused, so the approver is always signing a real report.
           IF WS-PARM-OPERATOR = SPACES
               DISPLAY "Sign-off needs the approver's ID after "
                   WS-PARM-MODE " - nothing recorded."
           ELSE
               PERFORM 0100-LOAD-STAGED
               IF WS-CAND-COUNT = 0
                   DISPLAY "BMIBANDS.NEW not found or empty - no "
                       "staged set to sign off."
               ELSE
                   PERFORM 0320-COLLECT-SET-DATES
                   PERFORM 0370-LOAD-APPROVALS
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   ACCEPT WS-TIME-RAW FROM TIME
                   PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                       IF WSA-IMPACT-STAMP (WS-SET-IDX) = SPACES
                           DISPLAY "Set " WS-SET-ENTRY (WS-SET-IDX)
                               " has no impact run - run "
                               "BandImpactReport before sign-off."
                       ELSE
                           PERFORM 0510-WRITE-SIGNOFF
                       END-IF
                   END-PERFORM
                   DISPLAY WS-PARM-MODE " sign-off by "
                       WS-PARM-OPERATOR " recorded for "
                       WS-SIGNOFF-COUNT " staged set(s)."
               END-IF
           END-IF.

       0510-WRITE-SIGNOFF.
           MOVE WS-SET-ENTRY (WS-SET-IDX) TO BSG-EFFECTIVE-DATE
           IF PROVIDER-SIGNOFF-MODE
               MOVE "P" TO BSG-ENTRY-TYPE
           ELSE
               MOVE "H" TO BSG-ENTRY-TYPE
           END-IF
           MOVE WS-TODAY TO BSG-ENTRY-DATE
           MOVE WS-TIME-RAW (1:6) TO BSG-ENTRY-TIME
           MOVE WS-PARM-OPERATOR TO BSG-OPERATOR
           MOVE 0 TO BSG-EMPLOYEES
           MOVE 0 TO BSG-CHANGED
           MOVE 0 TO BSG-SET-ROWS
           MOVE 0 TO BSG-CUTOFF-HASH
           OPEN EXTEND BAND-SIGNOFF-FILE
           IF SIGN-FILE-NOT-FOUND
               OPEN OUTPUT BAND-SIGNOFF-FILE
           END-IF
           WRITE BAND-SIGNOFF-RECORD
           CLOSE BAND-SIGNOFF-FILE
           ADD 1 TO WS-SIGNOFF-COUNT.

       END PROGRAM "BandTableMaint".

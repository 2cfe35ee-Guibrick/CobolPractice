      * Every add/change/delete writes a before/after audit record
      * to ROSTAUD.DAT stamped with the operator ID keyed at start
      * of session - see ROSTAUD.cpy and RosterAuditReport.
      * The (P)articipation consent option records an employee's
      * consent to the wellness program - Y given or N withdrawn -
      * with the date it was given or withdrawn (blank = today),
      * audited like any other change. Withdrawn consent keeps the
      * employee out of every report, letter and extract about a
      * person; E (withdrawn and erased) is set only by
      * WellnessErasure and cannot be keyed back to N here. New
      * employees start with no consent recorded (space), which
      * the programs treat as participating.
      * A height or weight keyed on add or change is a measurement
      * taken today: it stamps EMP-MEASURED-DATE with the run date,
      * the same as a clinic reading applied by ClinicTranApply.

       ENVIRONMENT DIVISION.

                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       FD  ROSTER-AUDIT-FILE.
           COPY "ROSTAUD.cpy".
           88 CHOICE-CHANGE VALUE "C".
           88 CHOICE-DELETE VALUE "D".
           88 CHOICE-INQUIRE VALUE "I".
           88 CHOICE-CONSENT VALUE "P".
           88 CHOICE-QUIT VALUE "Q".

       01 WS-SEARCH-ID PIC X(6).
       01 WS-INPUT-WEIGHT PIC 999.
       01 WS-INPUT-BIRTH-DATE PIC X(8).
       01 WS-INPUT-SEX PIC X.
       01 WS-INPUT-CONSENT PIC X.
           88 VALID-CONSENT-ENTRY VALUE "Y" "N".
       01 WS-INPUT-CONSENT-DATE PIC X(8).

       01 WS-WORK-HEIGHT PIC 999.
       01 WS-WORK-WEIGHT PIC 999.

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-AUDIT-ACTION PIC X.
       01 WS-BEFORE-IMAGE PIC X(87).
       01 WS-AFTER-IMAGE PIC X(87).
       01 WS-TIME-RAW PIC 9(8).

       01 WS-INPUT-EOF PIC X VALUE "N".
                       PERFORM 0500-DELETE-EMPLOYEE
                   WHEN CHOICE-INQUIRE
                       PERFORM 0600-INQUIRE-EMPLOYEE
                   WHEN CHOICE-CONSENT
                       PERFORM 0700-RECORD-CONSENT
                   WHEN CHOICE-QUIT
                       CONTINUE
                   WHEN STDIN-EXHAUSTED
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown option - use A, C, D, I, P "
                           "or Q."
               END-EVALUATE
           END-PERFORM
           CLOSE PATIENT-FILE
       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "Roster maintenance - (A)dd (C)hange (D)elete "
               "(I)nquire"
           DISPLAY "    (P)articipation consent (Q)uit:"
           ACCEPT WS-MENU-CHOICE
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
      * only through HR's feed via HRTranApply.
                           MOVE "A" TO PAT-STATUS
                           MOVE WS-RUN-DATE TO PAT-STATUS-DATE
                           MOVE SPACE TO PAT-CONSENT
                           MOVE SPACES TO PAT-CONSENT-DATE
                           MOVE WS-RUN-DATE TO PAT-MEASURED-DATE
                           WRITE PATIENT-RECORD
                               INVALID KEY
                                   DISPLAY "Employee " WS-SEARCH-ID
           MOVE WS-WORK-CATEGORY TO PAT-BMI-CATEGORY
           MOVE WS-WORK-BIRTH-DATE TO PAT-BIRTH-DATE
           MOVE WS-WORK-SEX TO PAT-SEX
      * Only a height or weight actually keyed is a new measurement;
      * a name or department change leaves the date alone.
           IF WS-INPUT-HEIGHT NOT = ZERO
               OR WS-INPUT-WEIGHT NOT = ZERO
               MOVE WS-RUN-DATE TO PAT-MEASURED-DATE
           END-IF
           REWRITE PATIENT-RECORD
           ADD 1 TO WS-UPDATE-COUNT
           MOVE PATIENT-RECORD TO WS-AFTER-IMAGE
           DISPLAY "Born: " PAT-BIRTH-DATE
               "  Sex: " PAT-SEX
               "  Status: " PAT-STATUS
               " since " PAT-STATUS-DATE
           DISPLAY "Consent: " PAT-CONSENT
               " since " PAT-CONSENT-DATE
               "  Last measured: " PAT-MEASURED-DATE.

       0700-RECORD-CONSENT.
           DISPLAY "Enter employee ID for consent:"
           ACCEPT WS-SEARCH-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF STDIN-EXHAUSTED
               CONTINUE
           ELSE
               PERFORM 0900-FIND-EMPLOYEE
               IF NOT EMPLOYEE-FOUND
                   DISPLAY "Employee " WS-SEARCH-ID " not on roster "
                       "- consent not recorded."
               ELSE
                   MOVE PATIENT-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 0610-DISPLAY-ENTRY
                   PERFORM 0710-ACCEPT-CONSENT-FIELDS
                   IF NOT STDIN-EXHAUSTED
                       PERFORM 0720-APPLY-CONSENT
                   END-IF
               END-IF
           END-IF.

       0710-ACCEPT-CONSENT-FIELDS.
           DISPLAY "Consent (Y = given, N = withdrawn):"
           ACCEPT WS-INPUT-CONSENT
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               DISPLAY "Date given or withdrawn YYYYMMDD (blank = "
                   "today):"
               ACCEPT WS-INPUT-CONSENT-DATE
                   ON EXCEPTION
                       MOVE "Y" TO WS-INPUT-EOF
               END-ACCEPT
           END-IF
           IF NOT STDIN-EXHAUSTED
               IF WS-INPUT-CONSENT-DATE = SPACES
                   MOVE WS-RUN-DATE TO WS-INPUT-CONSENT-DATE
               END-IF
           END-IF.

       0720-APPLY-CONSENT.
      * An erased employee's history is gone; consent can be given
      * again (readings start fresh) but not set back to plain N.
           IF NOT VALID-CONSENT-ENTRY
               DISPLAY "Consent must be Y or N - not recorded."
           ELSE
               IF WS-INPUT-CONSENT-DATE IS NOT NUMERIC
                   OR WS-INPUT-CONSENT-DATE > WS-RUN-DATE
                   DISPLAY "Consent date must be YYYYMMDD and not "
                       "in the future - not recorded."
               ELSE
                   IF PAT-CONSENT = "E" AND WS-INPUT-CONSENT = "N"
                       DISPLAY "Employee " WS-SEARCH-ID " is "
                           "already withdrawn and erased - "
                           "nothing changed."
                   ELSE
                       MOVE WS-INPUT-CONSENT TO PAT-CONSENT
                       MOVE WS-INPUT-CONSENT-DATE
                           TO PAT-CONSENT-DATE
                       REWRITE PATIENT-RECORD
                       ADD 1 TO WS-UPDATE-COUNT
                       MOVE PATIENT-RECORD TO WS-AFTER-IMAGE
                       MOVE "C" TO WS-AUDIT-ACTION
                       PERFORM 0960-WRITE-ROSTER-AUDIT
                       DISPLAY "Consent for " WS-SEARCH-ID " set to "
                           PAT-CONSENT " as of " PAT-CONSENT-DATE
                   END-IF
               END-IF
           END-IF.

       0900-FIND-EMPLOYEE.
           MOVE "N" TO WS-FOUND-FLAG

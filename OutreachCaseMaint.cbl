       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "OutreachCaseMaint".
       AUTHOR. Guido.

      * Online maintenance for the outreach cases WellnessOutreach
      * opens on OUTCASE.IDX, one per letter (see OUTCASE.cpy).
      * HR keys the employee's enrollment response here - enrolled
      * or declined - with an optional new follow-up due date when
      * the employee has agreed a clinic appointment, lists the
      * open cases, inquires on one employee's cases, and closes a
      * case by hand when it needs no more chasing. Every response
      * and close is stamped with the operator ID keyed at the
      * start of the session, the way RosterMaint stamps its
      * audit records.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTREACH-CASE-FILE ASSIGN TO "OUTCASE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  OUTREACH-CASE-FILE.
           COPY "OUTCASE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS PIC XX.
           88 CASE-FILE-OK VALUE "00".
           88 CASE-FILE-NOT-FOUND VALUE "35".

       01 WS-CASE-EOF-FLAG PIC X.
           88 END-OF-CASES VALUE "Y".

       01 WS-FOUND-FLAG PIC X.
           88 OPEN-CASE-FOUND VALUE "Y".

       01 WS-MENU-CHOICE PIC X VALUE SPACE.
           88 CHOICE-LIST VALUE "L".
           88 CHOICE-RESPONSE VALUE "R".
           88 CHOICE-CLOSE VALUE "C".
           88 CHOICE-INQUIRE VALUE "I".
           88 CHOICE-QUIT VALUE "Q".

       01 WS-SEARCH-ID PIC X(6).
       01 WS-INPUT-RESPONSE PIC X.
           88 VALID-RESPONSE VALUE "E" "D".
       01 WS-INPUT-DATE PIC X(8).

       01 WS-RUN-DATE PIC X(8).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

       01 WS-CASE-COUNT PIC 9(5).
       01 WS-UPDATE-COUNT PIC 9(4) VALUE 0.

       01 WS-RESPONSE-OUT PIC X(8).
       01 WS-STATUS-OUT PIC X(6).

       01 WS-INPUT-EOF PIC X VALUE "N".
           88 STDIN-EXHAUSTED VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY "Enter operator ID:"
           ACCEPT WS-OPERATOR-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           OPEN I-O OUTREACH-CASE-FILE
           IF CASE-FILE-NOT-FOUND
               DISPLAY "OUTCASE.IDX not found - no outreach letters "
                   "have opened a case yet."
           ELSE
               PERFORM UNTIL CHOICE-QUIT OR STDIN-EXHAUSTED
                   PERFORM 0200-SHOW-MENU
                   EVALUATE TRUE
                       WHEN CHOICE-LIST
                           PERFORM 0300-LIST-OPEN-CASES
                       WHEN CHOICE-RESPONSE
                           PERFORM 0400-RECORD-RESPONSE
                       WHEN CHOICE-CLOSE
                           PERFORM 0500-CLOSE-CASE
                       WHEN CHOICE-INQUIRE
                           PERFORM 0600-INQUIRE-EMPLOYEE
                       WHEN CHOICE-QUIT
                           CONTINUE
                       WHEN STDIN-EXHAUSTED
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown option - use L, R, C, I "
                               "or Q."
                   END-EVALUATE
               END-PERFORM
               CLOSE OUTREACH-CASE-FILE
               IF WS-UPDATE-COUNT > 0
                   DISPLAY "Outreach cases updated: " WS-UPDATE-COUNT
               ELSE
                   DISPLAY "No changes made."
               END-IF
           END-IF
           STOP RUN.

       0200-SHOW-MENU.
           DISPLAY " "
           DISPLAY "Outreach cases - (L)ist open (R)esponse (C)lose "
               "(I)nquire (Q)uit:"
           ACCEPT WS-MENU-CHOICE
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT.

       0300-LIST-OPEN-CASES.
           MOVE 0 TO WS-CASE-COUNT
           MOVE "N" TO WS-CASE-EOF-FLAG
           MOVE LOW-VALUES TO OCS-KEY
           START OUTREACH-CASE-FILE KEY NOT LESS THAN OCS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CASE-EOF-FLAG
           END-START
           DISPLAY "Open outreach cases:"
           DISPLAY "ID     Name                 Letter   Due      "
               "Response"
           PERFORM UNTIL END-OF-CASES
               READ OUTREACH-CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CASE-EOF-FLAG
                   NOT AT END
                       IF OCS-CASE-OPEN
                           ADD 1 TO WS-CASE-COUNT
                           PERFORM 0910-SET-RESPONSE-TEXT
                           DISPLAY OCS-EMP-ID " " OCS-EMP-NAME " "
                               OCS-LETTER-DATE " "
                               OCS-FOLLOWUP-DATE " "
                               WS-RESPONSE-OUT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Open cases: " WS-CASE-COUNT.

       0400-RECORD-RESPONSE.
           DISPLAY "Enter employee ID:"
           ACCEPT WS-SEARCH-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               PERFORM 0900-FIND-OPEN-CASE
               IF NOT OPEN-CASE-FOUND
                   DISPLAY "No open outreach case for "
                       WS-SEARCH-ID "."
               ELSE
                   PERFORM 0610-DISPLAY-CASE
                   PERFORM 0410-ACCEPT-RESPONSE
               END-IF
           END-IF.

       0410-ACCEPT-RESPONSE.
           DISPLAY "Enter response - (E)nrolled (D)eclined:"
           ACCEPT WS-INPUT-RESPONSE
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               DISPLAY "Enter new follow-up date YYYYMMDD (blank = "
                   "keep):"
               ACCEPT WS-INPUT-DATE
                   ON EXCEPTION
                       MOVE "Y" TO WS-INPUT-EOF
               END-ACCEPT
           END-IF
           IF NOT STDIN-EXHAUSTED
               EVALUATE TRUE
                   WHEN NOT VALID-RESPONSE
                       DISPLAY "Response must be E or D - case not "
                           "changed."
                   WHEN WS-INPUT-DATE NOT = SPACES
                       AND (WS-INPUT-DATE IS NOT NUMERIC
                           OR WS-INPUT-DATE < OCS-LETTER-DATE)
                       DISPLAY "Follow-up date must be YYYYMMDD on "
                           "or after the letter date - case not "
                           "changed."
                   WHEN OTHER
                       MOVE WS-INPUT-RESPONSE TO OCS-RESPONSE
                       MOVE WS-RUN-DATE TO OCS-RESPONSE-DATE
                       MOVE WS-OPERATOR-ID TO OCS-RESPONSE-OPERATOR
                       IF WS-INPUT-DATE NOT = SPACES
                           MOVE WS-INPUT-DATE TO OCS-FOLLOWUP-DATE
                       END-IF
                       REWRITE OUTREACH-CASE-RECORD
                       ADD 1 TO WS-UPDATE-COUNT
                       PERFORM 0910-SET-RESPONSE-TEXT
                       DISPLAY "Recorded " WS-RESPONSE-OUT " for "
                           WS-SEARCH-ID " - follow-up due "
                           OCS-FOLLOWUP-DATE
               END-EVALUATE
           END-IF.

       0500-CLOSE-CASE.
           DISPLAY "Enter employee ID to close:"
           ACCEPT WS-SEARCH-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               PERFORM 0900-FIND-OPEN-CASE
               IF NOT OPEN-CASE-FOUND
                   DISPLAY "No open outreach case for "
                       WS-SEARCH-ID "."
               ELSE
                   MOVE "C" TO OCS-STATUS
                   MOVE WS-RUN-DATE TO OCS-CLOSE-DATE
                   MOVE "HR" TO OCS-CLOSE-REASON
                   MOVE WS-OPERATOR-ID TO OCS-RESPONSE-OPERATOR
                   REWRITE OUTREACH-CASE-RECORD
                   ADD 1 TO WS-UPDATE-COUNT
                   DISPLAY "Closed the " OCS-LETTER-DATE
                       " case for " WS-SEARCH-ID "."
               END-IF
           END-IF.

       0600-INQUIRE-EMPLOYEE.
           DISPLAY "Enter employee ID to inquire:"
           ACCEPT WS-SEARCH-ID
               ON EXCEPTION
                   MOVE "Y" TO WS-INPUT-EOF
           END-ACCEPT
           IF NOT STDIN-EXHAUSTED
               MOVE 0 TO WS-CASE-COUNT
               MOVE "N" TO WS-CASE-EOF-FLAG
               MOVE WS-SEARCH-ID TO OCS-EMP-ID
               MOVE LOW-VALUES TO OCS-LETTER-DATE
               START OUTREACH-CASE-FILE KEY NOT LESS THAN OCS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CASE-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-CASES
                   READ OUTREACH-CASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CASE-EOF-FLAG
                       NOT AT END
                           IF OCS-EMP-ID NOT = WS-SEARCH-ID
                               MOVE "Y" TO WS-CASE-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-CASE-COUNT
                               PERFORM 0610-DISPLAY-CASE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CASE-COUNT = 0
                   DISPLAY "No outreach cases for " WS-SEARCH-ID "."
               END-IF
           END-IF.

       0610-DISPLAY-CASE.
           PERFORM 0910-SET-RESPONSE-TEXT
           IF OCS-CASE-OPEN
               MOVE "OPEN" TO WS-STATUS-OUT
           ELSE
               MOVE "CLOSED" TO WS-STATUS-OUT
           END-IF
           DISPLAY "ID: " OCS-EMP-ID "  Name: " OCS-EMP-NAME
               "  Dept: " OCS-DEPT-CODE
           DISPLAY "Letter: " OCS-LETTER-DATE
               "  BMI " OCS-LETTER-BMI " " OCS-LETTER-CATEGORY
               "  Follow-up due: " OCS-FOLLOWUP-DATE
           DISPLAY "Response: " WS-RESPONSE-OUT
               " " OCS-RESPONSE-DATE " " OCS-RESPONSE-OPERATOR
               "  Case: " WS-STATUS-OUT " " OCS-CLOSE-DATE
               " " OCS-CLOSE-REASON.

       0900-FIND-OPEN-CASE.
      * WellnessOutreach keeps at most one open case per employee;
      * the walk stops at the first one.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE "N" TO WS-CASE-EOF-FLAG
           MOVE WS-SEARCH-ID TO OCS-EMP-ID
           MOVE LOW-VALUES TO OCS-LETTER-DATE
           START OUTREACH-CASE-FILE KEY NOT LESS THAN OCS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CASE-EOF-FLAG
           END-START
           PERFORM UNTIL END-OF-CASES OR OPEN-CASE-FOUND
               READ OUTREACH-CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CASE-EOF-FLAG
                   NOT AT END
                       IF OCS-EMP-ID NOT = WS-SEARCH-ID
                           MOVE "Y" TO WS-CASE-EOF-FLAG
                       ELSE
                           IF OCS-CASE-OPEN
                               MOVE "Y" TO WS-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0910-SET-RESPONSE-TEXT.
           EVALUATE TRUE
               WHEN OCS-ENROLLED
                   MOVE "ENROLLED" TO WS-RESPONSE-OUT
               WHEN OCS-DECLINED
                   MOVE "DECLINED" TO WS-RESPONSE-OUT
               WHEN OTHER
                   MOVE "NONE" TO WS-RESPONSE-OUT
           END-EVALUATE.

       END PROGRAM "OutreachCaseMaint".

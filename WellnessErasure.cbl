       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "WellnessErasure".
       AUTHOR. Guido.

      * Controlled erasure of one employee's wellness data, for the
      * employee who has withdrawn consent to the program and asked
      * for their readings to be removed. Takes the employee ID on
      * the command line, followed by the privacy office's
      * reference (up to 8 characters, printed on the certificate
      * and stamped as the operator on the audit row):
      * "000123 PRV00042". The employee must have withdrawn consent
      * first - roster consent N, keyed through RosterMaint - so a
      * mistyped ID cannot wipe a participant's history; an
      * employee already erased (E) can be rerun to confirm nothing
      * is left, and one no longer on the roster at all (deleted
      * after leaving) can be erased on the privacy office's word.
      * The employee's rows are removed from:
      *   - BMIHIST.DAT, copied through BMIERASE.TMP and back the
      *     way BMIHistoryArchive drops archived rows;
      *   - BMIHIST.IDX, deleted by key;
      *   - every dated BMIARCH archive on ARCHCAT.DAT, each copied
      *     through BMIERASE.TMP and back, with the archive's
      *     catalog row count and date range restated so
      *     BMIHistoryVerify still balances the catalog;
      *   - BMIMONTH.DAT, CATCHG.DAT and SUSPENSE.DAT;
      *   - PSEUDNYM.DAT, where the employee ID is blanked but the
      *     pseudonym row is kept, so WellnessExtract never issues
      *     that pseudonym to anyone else.
      * The roster record's consent is then set to E (withdrawn and
      * erased) with tonight's date, audited on ROSTAUD.DAT under
      * source ERASURE. The roster record itself and the ROSTAUD.DAT
      * audit trail are HR's records and are kept.
      * ERASCERT.RPT is the certificate for the privacy office: the
      * rows removed from each file, the pseudonym retired, and the
      * total. A file that could not be erased (an archive that will
      * not open, a suspense or catalog file too big for its table)
      * is named on the certificate, which is then marked
      * INCOMPLETE and the consent is left at N so the run can be
      * repeated once the file is fixed. Driven by the ERASURE JCL
      * member; never run while NIGHTLYBMI is active.
      * The employee's wellness goal on GOALS.IDX (set in GoalMaint),
      * which carries the reading the goal started from, is deleted
      * by key with the rest and counted on the certificate.
      * So is the employee's measurement recall tracking record on
      * RECALLS.IDX (kept by MeasureRecall).
      * The employee's outreach cases on OUTCASE.IDX (opened by
      * WellnessOutreach) carry the reading each letter was written
      * about, and are deleted with the rest as well. An OUTCASE.IDX
      * that exists but will not open is named NOT ERASED on the
      * certificate.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATIENT-FILE ASSIGN TO "PATIENTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAT-ID
               FILE STATUS IS WS-PATIENT-STATUS.

           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HISTORY-WORK-FILE ASSIGN TO "BMIERASE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT BMI-HISTX-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT MONTHLY-SUMMARY-FILE ASSIGN TO "BMIMONTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-STATUS.

           SELECT ROLLUP-WORK-FILE ASSIGN TO "ROLLERAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CATEGORY-CHANGE-FILE ASSIGN TO "CATCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATCHG-STATUS.

           SELECT CATCHG-WORK-FILE ASSIGN TO "CATERASE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT GOAL-FILE ASSIGN TO "GOALS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOAL-EMP-ID
               FILE STATUS IS WS-GOAL-STATUS.

           SELECT RECALL-TRACK-FILE ASSIGN TO "RECALLS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTK-EMP-ID
               FILE STATUS IS WS-TRACK-STATUS.

           SELECT OUTREACH-CASE-FILE ASSIGN TO "OUTCASE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCS-KEY
               FILE STATUS IS WS-CASE-STATUS.

           SELECT PSEUDONYM-FILE ASSIGN TO "PSEUDNYM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSEUD-STATUS.

           SELECT PSEUDONYM-WORK-FILE ASSIGN TO "PSEUERAS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ROSTER-AUDIT-FILE ASSIGN TO "ROSTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.

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

       FD  ARCHIVE-CATALOG-FILE.
           COPY "ARCHCAT.cpy".

       FD  ARCHIVE-FILE.
           COPY "BMIHIST.cpy"
               REPLACING ==BMI-HISTORY-RECORD==
                             BY ==ARCHIVE-RECORD==
                         ==HIST-RUN-DATE==    BY ==ARCH-RUN-DATE==
                         ==HIST-EMP-ID==      BY ==ARCH-EMP-ID==
                         ==HIST-EMP-NAME==    BY ==ARCH-EMP-NAME==
                         ==HIST-HEIGHT-CMS==  BY ==ARCH-HEIGHT-CMS==
                         ==HIST-WEIGHT-KG==   BY ==ARCH-WEIGHT-KG==
                         ==HIST-BMI==         BY ==ARCH-BMI==
                         ==HIST-CATEGORY==    BY ==ARCH-CATEGORY==
                         ==HIST-BIRTH-DATE==  BY ==ARCH-BIRTH-DATE==
                         ==HIST-SEX==         BY ==ARCH-SEX==.

       FD  MONTHLY-SUMMARY-FILE.
           COPY "BMIROLL.cpy".

       FD  ROLLUP-WORK-FILE.
           COPY "BMIROLL.cpy"
               REPLACING ==BMI-ROLLUP-RECORD==
                             BY ==ROLLUP-WORK-RECORD==
                         ==ROLL-EMP-ID==         BY ==RWK-EMP-ID==
                         ==ROLL-YEAR-MONTH==     BY ==RWK-YEAR-MONTH==
                         ==ROLL-READING-COUNT==
                             BY ==RWK-READING-COUNT==
                         ==ROLL-MIN-BMI==        BY ==RWK-MIN-BMI==
                         ==ROLL-MAX-BMI==        BY ==RWK-MAX-BMI==
                         ==ROLL-AVG-BMI==        BY ==RWK-AVG-BMI==
                         ==ROLL-LAST-CATEGORY==
                             BY ==RWK-LAST-CATEGORY==.

       FD  CATEGORY-CHANGE-FILE.
           COPY "CATCHG.cpy".

       FD  CATCHG-WORK-FILE.
           COPY "CATCHG.cpy"
               REPLACING ==CATEGORY-CHANGE-RECORD==
                             BY ==CATCHG-WORK-RECORD==
                         ==CCH-RUN-DATE==        BY ==CWK-RUN-DATE==
                         ==CCH-EMP-ID==          BY ==CWK-EMP-ID==
                         ==CCH-EMP-NAME==        BY ==CWK-EMP-NAME==
                         ==CCH-DEPT-CODE==       BY ==CWK-DEPT-CODE==
                         ==CCH-OLD-CATEGORY==
                             BY ==CWK-OLD-CATEGORY==
                         ==CCH-NEW-CATEGORY==
                             BY ==CWK-NEW-CATEGORY==
                         ==CCH-CHANGE-CAUSE==
                             BY ==CWK-CHANGE-CAUSE==
                         ==CCH-READING-CHANGE==
                             BY ==CWK-READING-CHANGE==
                         ==CCH-BAND-CHANGE==
                             BY ==CWK-BAND-CHANGE==.

       FD  SUSPENSE-FILE.
           COPY "SUSPENSE.cpy".

       FD  GOAL-FILE.
           COPY "GOALS.cpy".

       FD  RECALL-TRACK-FILE.
           COPY "RCLTRACK.cpy".

       FD  OUTREACH-CASE-FILE.
           COPY "OUTCASE.cpy".

       FD  PSEUDONYM-FILE.
       01  PSEUDONYM-RECORD.
           05  PSE-EMP-ID              PIC X(6).
           05  PSE-PSEUDONYM           PIC X(6).

       FD  PSEUDONYM-WORK-FILE.
       01  PSEUDONYM-WORK-RECORD.
           05  PWK-EMP-ID              PIC X(6).
           05  PWK-PSEUDONYM           PIC X(6).

       FD  ROSTER-AUDIT-FILE.
           COPY "ROSTAUD.cpy".

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PATIENT-STATUS PIC XX.
           88 PATIENT-FILE-OK VALUE "00".

       01 WS-HIST-STATUS PIC XX.
           88 HIST-FILE-OK VALUE "00".

       01 WS-WORK-STATUS PIC XX.

       01 WS-HISTX-STATUS PIC XX.
           88 HISTX-FILE-OK VALUE "00".

       01 WS-CATALOG-STATUS PIC XX.
           88 CATALOG-FILE-OK VALUE "00".

       01 WS-ARCH-STATUS PIC XX.
           88 ARCH-FILE-OK VALUE "00".

       01 WS-MONTH-STATUS PIC XX.
           88 MONTH-FILE-OK VALUE "00".

       01 WS-CATCHG-STATUS PIC XX.
           88 CATCHG-FILE-OK VALUE "00".

       01 WS-SUSP-STATUS PIC XX.
           88 SUSP-FILE-OK VALUE "00".

       01 WS-GOAL-STATUS PIC XX.
           88 GOAL-FILE-OK VALUE "00".

       01 WS-TRACK-STATUS PIC XX.
           88 TRACK-FILE-OK VALUE "00".

       01 WS-CASE-STATUS PIC XX.
           88 CASE-FILE-OK VALUE "00".
           88 CASE-FILE-NOT-FOUND VALUE "35".
       01 WS-CASE-EOF-FLAG PIC X.
           88 END-OF-EMPLOYEE-CASES VALUE "Y".

       01 WS-PSEUD-STATUS PIC XX.
           88 PSEUD-FILE-OK VALUE "00".

       01 WS-AUDIT-STATUS PIC XX.
           88 AUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-CERT-STATUS PIC XX.

       01 WS-INPUT-EOF-FLAG PIC X.
           88 END-OF-INPUT VALUE "Y".
       01 WS-WORK-EOF-FLAG PIC X.
           88 END-OF-WORK-FILE VALUE "Y".
       01 WS-HISTX-EOF-FLAG PIC X.
           88 END-OF-EMPLOYEE-ROWS VALUE "Y".

       01 WS-RUN-DATE PIC X(8).
       01 WS-RUN-PARM PIC X(15) VALUE SPACES.
       01 WS-TARGET-ID PIC X(6) VALUE SPACES.
       01 WS-REFERENCE PIC X(8) VALUE SPACES.
       01 WS-TIME-RAW PIC 9(8).

      * Where the employee stands on the roster decides whether the
      * erasure may go ahead.
       01 WS-ROSTER-STATE-FLAG PIC X VALUE "U".
           88 ROSTER-UNAVAILABLE VALUE "U".
           88 NOT-ON-ROSTER VALUE "X".
           88 CONSENT-NOT-WITHDRAWN VALUE "P".
           88 CONSENT-WITHDRAWN VALUE "N".
           88 ALREADY-ERASED VALUE "E".
       01 WS-EMP-NAME PIC X(20) VALUE SPACES.
       01 WS-WITHDRAWN-DATE PIC X(8) VALUE SPACES.
       01 WS-BEFORE-IMAGE PIC X(87).

       01 WS-INCOMPLETE-FLAG PIC X VALUE "N".
           88 ERASURE-INCOMPLETE VALUE "Y".

      * ARCHCAT.DAT is read whole so each archive's row count and
      * date range can be restated after its rows come out, then
      * written back.
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS 600 TIMES.
               10 WAC-ARCHIVE-NAME PIC X(30).
               10 WAC-FROM-DATE PIC X(8).
               10 WAC-TO-DATE PIC X(8).
               10 WAC-ROW-COUNT PIC 9(6).
       01 WS-CATALOG-COUNT PIC 9(4) VALUE 0.
       01 WS-CATALOG-IDX PIC 9(4).
       01 WS-CATALOG-OVERFLOW-FLAG PIC X VALUE "N".
           88 CATALOG-TABLE-FULL VALUE "Y".
       01 WS-CATALOG-CHANGED-FLAG PIC X VALUE "N".
           88 CATALOG-CHANGED VALUE "Y".

       01 WS-ARCHIVE-NAME PIC X(30).
       01 WS-ARCH-KEPT PIC 9(6).
       01 WS-ARCH-MIN-DATE PIC X(8).
       01 WS-ARCH-MAX-DATE PIC X(8).

      * SUSPENSE.DAT is small and rewritten whole, the way
      * SuspenseRework handles it.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 500 TIMES PIC X(64).
       01 WS-SUSP-COUNT PIC 9(4) VALUE 0.
       01 WS-SUSP-IDX PIC 9(4).
       01 WS-SUSP-TRUNCATED-FLAG PIC X VALUE "N".
           88 SUSPENSE-TRUNCATED VALUE "Y".

       01 WS-RETIRED-PSEUDONYM PIC X(6) VALUE SPACES.

      * Rows removed, per file, for the certificate.
       01 WS-FILE-REMOVED PIC 9(6).
       01 WS-HISTORY-REMOVED PIC 9(6) VALUE 0.
       01 WS-INDEX-REMOVED PIC 9(6) VALUE 0.
       01 WS-ARCHIVE-REMOVED PIC 9(6) VALUE 0.
       01 WS-ROLLUP-REMOVED PIC 9(6) VALUE 0.
       01 WS-CATCHG-REMOVED PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-REMOVED PIC 9(6) VALUE 0.
       01 WS-GOAL-REMOVED PIC 9(6) VALUE 0.
       01 WS-RECALL-REMOVED PIC 9(6) VALUE 0.
       01 WS-CASE-REMOVED PIC 9(6) VALUE 0.
       01 WS-PSEUDONYM-REMOVED PIC 9(6) VALUE 0.
       01 WS-TOTAL-REMOVED PIC 9(7) VALUE 0.

       01 WS-FILE-NAME-OUT PIC X(30).
       01 WS-FILE-NOTE PIC X(40).
       01 WS-COUNT-OUT PIC ZZZZZ9.
       01 WS-TOTAL-OUT PIC ZZZZZZ9.
       01 WS-LINE-WORK PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE WS-RUN-PARM (1:6) TO WS-TARGET-ID
           MOVE WS-RUN-PARM (8:8) TO WS-REFERENCE
           IF WS-REFERENCE = SPACES
               MOVE "PRIVACY" TO WS-REFERENCE
           END-IF
           IF WS-TARGET-ID = SPACES
               DISPLAY "Supply the employee ID to erase, then the "
                   "privacy office reference."
           ELSE
               PERFORM 0100-CHECK-ROSTER
               EVALUATE TRUE
                   WHEN ROSTER-UNAVAILABLE
                       DISPLAY "PATIENTS.IDX not available - "
                           "nothing erased."
                   WHEN CONSENT-NOT-WITHDRAWN
                       DISPLAY "Employee " WS-TARGET-ID " has not "
                           "withdrawn consent - record the "
                           "withdrawal in RosterMaint first. "
                           "Nothing erased."
                   WHEN OTHER
                       PERFORM 0150-ERASE-EMPLOYEE
               END-EVALUATE
               IF NOT ROSTER-UNAVAILABLE
                   CLOSE PATIENT-FILE
               END-IF
           END-IF
           STOP RUN.

       0100-CHECK-ROSTER.
           OPEN I-O PATIENT-FILE
           IF PATIENT-FILE-OK
               MOVE WS-TARGET-ID TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       MOVE "X" TO WS-ROSTER-STATE-FLAG
                   NOT INVALID KEY
                       MOVE PAT-NAME TO WS-EMP-NAME
                       MOVE PAT-CONSENT-DATE TO WS-WITHDRAWN-DATE
                       EVALUATE PAT-CONSENT
                           WHEN "N"
                               MOVE "N" TO WS-ROSTER-STATE-FLAG
                           WHEN "E"
                               MOVE "E" TO WS-ROSTER-STATE-FLAG
                           WHEN OTHER
                               MOVE "P" TO WS-ROSTER-STATE-FLAG
                       END-EVALUATE
               END-READ
           END-IF.

       0150-ERASE-EMPLOYEE.
           OPEN OUTPUT CERTIFICATE-FILE
           PERFORM 0500-WRITE-CERT-HEADER
           PERFORM 0200-ERASE-HISTORY
           PERFORM 0250-ERASE-HISTORY-INDEX
           PERFORM 0300-ERASE-ARCHIVES
           PERFORM 0400-ERASE-ROLLUPS
           PERFORM 0420-ERASE-CATEGORY-CHANGES
           PERFORM 0440-ERASE-SUSPENSE
           PERFORM 0450-ERASE-GOAL
           PERFORM 0455-ERASE-RECALL-TRACKING
           PERFORM 0457-ERASE-OUTREACH-CASES
           PERFORM 0460-RETIRE-PSEUDONYM
           IF CONSENT-WITHDRAWN AND NOT ERASURE-INCOMPLETE
               PERFORM 0480-MARK-ROSTER-ERASED
           END-IF
           PERFORM 0550-WRITE-CERT-TRAILER
           CLOSE CERTIFICATE-FILE
           PERFORM 0700-DISPLAY-COUNTS.

       0200-ERASE-HISTORY.
      * Copy BMIHIST.DAT through the work file without the
      * employee's rows, then copy it back.
           MOVE 0 TO WS-FILE-REMOVED
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT BMI-HISTORY-FILE
           IF HIST-FILE-OK
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM UNTIL END-OF-INPUT
                   READ BMI-HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF-FLAG
                       NOT AT END
                           IF HIST-EMP-ID = WS-TARGET-ID
                               ADD 1 TO WS-FILE-REMOVED
                           ELSE
                               MOVE BMI-HISTORY-RECORD
                                   TO HIST-WORK-RECORD
                               WRITE HIST-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTORY-FILE
               CLOSE HISTORY-WORK-FILE
               IF WS-FILE-REMOVED > 0
                   MOVE "N" TO WS-WORK-EOF-FLAG
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
               MOVE SPACES TO WS-FILE-NOTE
           ELSE
               MOVE "not present" TO WS-FILE-NOTE
           END-IF
           MOVE WS-FILE-REMOVED TO WS-HISTORY-REMOVED
           MOVE "BMIHIST.DAT" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0250-ERASE-HISTORY-INDEX.
      * The index is keyed employee + run date, so the employee's
      * rows are one run of keys from the first date on.
           MOVE 0 TO WS-FILE-REMOVED
           OPEN I-O BMI-HISTX-FILE
           IF HISTX-FILE-OK
               MOVE "N" TO WS-HISTX-EOF-FLAG
               MOVE WS-TARGET-ID TO HISTX-EMP-ID
               MOVE LOW-VALUES TO HISTX-RUN-DATE
               START BMI-HISTX-FILE KEY NOT LESS THAN HISTX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HISTX-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-EMPLOYEE-ROWS
                   READ BMI-HISTX-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HISTX-EOF-FLAG
                       NOT AT END
                           IF HISTX-EMP-ID NOT = WS-TARGET-ID
                               MOVE "Y" TO WS-HISTX-EOF-FLAG
                           ELSE
                               DELETE BMI-HISTX-FILE RECORD
                               ADD 1 TO WS-FILE-REMOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BMI-HISTX-FILE
               MOVE SPACES TO WS-FILE-NOTE
           ELSE
               MOVE "not present" TO WS-FILE-NOTE
           END-IF
           MOVE WS-FILE-REMOVED TO WS-INDEX-REMOVED
           MOVE "BMIHIST.IDX" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0300-ERASE-ARCHIVES.
           PERFORM 0310-LOAD-CATALOG
           IF CATALOG-TABLE-FULL
               MOVE "Y" TO WS-INCOMPLETE-FLAG
               MOVE "ARCHCAT.DAT" TO WS-FILE-NAME-OUT
               MOVE 0 TO WS-FILE-REMOVED
               MOVE "NOT ERASED - over 600 archives"
                   TO WS-FILE-NOTE
               PERFORM 0510-WRITE-CERT-LINE
           ELSE
               PERFORM 0320-ERASE-ONE-ARCHIVE
                   VARYING WS-CATALOG-IDX FROM 1 BY 1
                   UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT
               IF CATALOG-CHANGED
                   PERFORM 0340-REWRITE-CATALOG
               END-IF
           END-IF.

       0310-LOAD-CATALOG.
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF CATALOG-FILE-OK
               PERFORM UNTIL END-OF-INPUT
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF-FLAG
                       NOT AT END
                           IF WS-CATALOG-COUNT < 600
                               ADD 1 TO WS-CATALOG-COUNT
                               MOVE ARCHIVE-CATALOG-RECORD
                                   TO WS-CATALOG-ENTRY
                                       (WS-CATALOG-COUNT)
                           ELSE
                               MOVE "Y" TO WS-CATALOG-OVERFLOW-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       0320-ERASE-ONE-ARCHIVE.
      * The archive is copied through the work file, counting the
      * rows kept and their date range; when any of the employee's
      * rows came out it is copied back and its catalog entry
      * restated to match, as BMIHistoryArchive would have written
      * it. An emptied archive keeps its (now zero-row) entry with
      * a blank date range, the way BMIHistoryVerify reads one.
           MOVE 0 TO WS-FILE-REMOVED
           MOVE 0 TO WS-ARCH-KEPT
           MOVE HIGH-VALUES TO WS-ARCH-MIN-DATE
           MOVE LOW-VALUES TO WS-ARCH-MAX-DATE
           MOVE WAC-ARCHIVE-NAME (WS-CATALOG-IDX) TO WS-ARCHIVE-NAME
           MOVE WS-ARCHIVE-NAME TO WS-FILE-NAME-OUT
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCH-FILE-OK
               MOVE "Y" TO WS-INCOMPLETE-FLAG
               MOVE "NOT ERASED - archive will not open"
                   TO WS-FILE-NOTE
           ELSE
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM UNTIL END-OF-INPUT
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF-FLAG
                       NOT AT END
                           PERFORM 0330-CHECK-ARCHIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE HISTORY-WORK-FILE
               IF WS-FILE-REMOVED > 0
                   PERFORM 0335-COPY-BACK-ARCHIVE
               END-IF
               MOVE SPACES TO WS-FILE-NOTE
           END-IF
           ADD WS-FILE-REMOVED TO WS-ARCHIVE-REMOVED
           PERFORM 0510-WRITE-CERT-LINE.

       0330-CHECK-ARCHIVE-ROW.
           IF ARCH-EMP-ID = WS-TARGET-ID
               ADD 1 TO WS-FILE-REMOVED
           ELSE
               ADD 1 TO WS-ARCH-KEPT
               IF ARCH-RUN-DATE < WS-ARCH-MIN-DATE
                   MOVE ARCH-RUN-DATE TO WS-ARCH-MIN-DATE
               END-IF
               IF ARCH-RUN-DATE > WS-ARCH-MAX-DATE
                   MOVE ARCH-RUN-DATE TO WS-ARCH-MAX-DATE
               END-IF
               MOVE ARCHIVE-RECORD TO HIST-WORK-RECORD
               WRITE HIST-WORK-RECORD
           END-IF.

       0335-COPY-BACK-ARCHIVE.
           MOVE "N" TO WS-WORK-EOF-FLAG
           OPEN INPUT HISTORY-WORK-FILE
           OPEN OUTPUT ARCHIVE-FILE
           PERFORM UNTIL END-OF-WORK-FILE
               READ HISTORY-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-WORK-EOF-FLAG
                   NOT AT END
                       MOVE HIST-WORK-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-WORK-FILE
           CLOSE ARCHIVE-FILE
           IF WS-ARCH-KEPT = 0
               MOVE SPACES TO WS-ARCH-MIN-DATE
               MOVE SPACES TO WS-ARCH-MAX-DATE
           END-IF
           MOVE WS-ARCH-KEPT TO WAC-ROW-COUNT (WS-CATALOG-IDX)
           MOVE WS-ARCH-MIN-DATE TO WAC-FROM-DATE (WS-CATALOG-IDX)
           MOVE WS-ARCH-MAX-DATE TO WAC-TO-DATE (WS-CATALOG-IDX)
           MOVE "Y" TO WS-CATALOG-CHANGED-FLAG.

       0340-REWRITE-CATALOG.
           OPEN OUTPUT ARCHIVE-CATALOG-FILE
           PERFORM VARYING WS-CATALOG-IDX FROM 1 BY 1
               UNTIL WS-CATALOG-IDX > WS-CATALOG-COUNT
               MOVE WS-CATALOG-ENTRY (WS-CATALOG-IDX)
                   TO ARCHIVE-CATALOG-RECORD
               WRITE ARCHIVE-CATALOG-RECORD
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE.

       0400-ERASE-ROLLUPS.
           MOVE 0 TO WS-FILE-REMOVED
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT MONTHLY-SUMMARY-FILE
           IF MONTH-FILE-OK
               OPEN OUTPUT ROLLUP-WORK-FILE
               PERFORM UNTIL END-OF-INPUT
                   READ MONTHLY-SUMMARY-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF-FLAG
                       NOT AT END
                           IF ROLL-EMP-ID = WS-TARGET-ID
                               ADD 1 TO WS-FILE-REMOVED
                           ELSE
                               MOVE BMI-ROLLUP-RECORD
                                   TO ROLLUP-WORK-RECORD
                               WRITE ROLLUP-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-SUMMARY-FILE
               CLOSE ROLLUP-WORK-FILE
               IF WS-FILE-REMOVED > 0
                   MOVE "N" TO WS-WORK-EOF-FLAG
                   OPEN INPUT ROLLUP-WORK-FILE
                   OPEN OUTPUT MONTHLY-SUMMARY-FILE
                   PERFORM UNTIL END-OF-WORK-FILE
                       READ ROLLUP-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF-FLAG
                           NOT AT END
                               MOVE ROLLUP-WORK-RECORD
                                   TO BMI-ROLLUP-RECORD
                               WRITE BMI-ROLLUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ROLLUP-WORK-FILE
                   CLOSE MONTHLY-SUMMARY-FILE
               END-IF
               MOVE SPACES TO WS-FILE-NOTE
           ELSE
               MOVE "not present" TO WS-FILE-NOTE
           END-IF
           MOVE WS-FILE-REMOVED TO WS-ROLLUP-REMOVED
           MOVE "BMIMONTH.DAT" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0420-ERASE-CATEGORY-CHANGES.
           MOVE 0 TO WS-FILE-REMOVED
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT CATEGORY-CHANGE-FILE
           IF CATCHG-FILE-OK
               OPEN OUTPUT CATCHG-WORK-FILE
               PERFORM UNTIL END-OF-INPUT
                   READ CATEGORY-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF-FLAG
                       NOT AT END
                           IF CCH-EMP-ID = WS-TARGET-ID
                               ADD 1 TO WS-FILE-REMOVED
                           ELSE
                               MOVE CATEGORY-CHANGE-RECORD
                                   TO CATCHG-WORK-RECORD
                               WRITE CATCHG-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-CHANGE-FILE
               CLOSE CATCHG-WORK-FILE
               IF WS-FILE-REMOVED > 0
                   MOVE "N" TO WS-WORK-EOF-FLAG
                   OPEN INPUT CATCHG-WORK-FILE
                   OPEN OUTPUT CATEGORY-CHANGE-FILE
                   PERFORM UNTIL END-OF-WORK-FILE
                       READ CATCHG-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF-FLAG
                           NOT AT END
                               MOVE CATCHG-WORK-RECORD
                                   TO CATEGORY-CHANGE-RECORD
                               WRITE CATEGORY-CHANGE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CATCHG-WORK-FILE
                   CLOSE CATEGORY-CHANGE-FILE
               END-IF
               MOVE SPACES TO WS-FILE-NOTE
           ELSE
               MOVE "not present" TO WS-FILE-NOTE
           END-IF
           MOVE WS-FILE-REMOVED TO WS-CATCHG-REMOVED
           MOVE "CATCHG.DAT" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0440-ERASE-SUSPENSE.
      * Resolved or not, every suspense record for the employee
      * goes - a resolved one would otherwise be absorbed back
      * into the roster by the next nightly run.
           MOVE 0 TO WS-FILE-REMOVED
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-FILE-OK
               PERFORM UNTIL END-OF-INPUT
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF-FLAG
                       NOT AT END
                           IF SUSP-EMP-ID = WS-TARGET-ID
                               ADD 1 TO WS-FILE-REMOVED
                           ELSE
                               IF WS-SUSP-COUNT < 500
                                   ADD 1 TO WS-SUSP-COUNT
                                   MOVE SUSPENSE-RECORD
                                       TO WS-SUSP-ENTRY
                                           (WS-SUSP-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-SUSP-TRUNCATED-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               IF SUSPENSE-TRUNCATED
                   MOVE "Y" TO WS-INCOMPLETE-FLAG
                   MOVE 0 TO WS-FILE-REMOVED
                   MOVE "NOT ERASED - over 500 records"
                       TO WS-FILE-NOTE
               ELSE
                   IF WS-FILE-REMOVED > 0
                       OPEN OUTPUT SUSPENSE-FILE
                       PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                           UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                           MOVE WS-SUSP-ENTRY (WS-SUSP-IDX)
                               TO SUSPENSE-RECORD
                           WRITE SUSPENSE-RECORD
                       END-PERFORM
                       CLOSE SUSPENSE-FILE
                   END-IF
                   MOVE SPACES TO WS-FILE-NOTE
               END-IF
           ELSE
               MOVE "not present" TO WS-FILE-NOTE
           END-IF
           MOVE WS-FILE-REMOVED TO WS-SUSPENSE-REMOVED
           MOVE "SUSPENSE.DAT" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0450-ERASE-GOAL.
      * One goal per employee, keyed by employee ID.
           MOVE 0 TO WS-FILE-REMOVED
           OPEN I-O GOAL-FILE
           IF GOAL-FILE-OK
               MOVE WS-TARGET-ID TO GOAL-EMP-ID
               READ GOAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE GOAL-FILE RECORD
                       ADD 1 TO WS-FILE-REMOVED
               END-READ
               CLOSE GOAL-FILE
               MOVE SPACES TO WS-FILE-NOTE
           ELSE
               MOVE "not present" TO WS-FILE-NOTE
           END-IF
           MOVE WS-FILE-REMOVED TO WS-GOAL-REMOVED
           MOVE "GOALS.IDX" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0455-ERASE-RECALL-TRACKING.
      * One tracking record per employee, keyed by employee ID.
           MOVE 0 TO WS-FILE-REMOVED
           OPEN I-O RECALL-TRACK-FILE
           IF TRACK-FILE-OK
               MOVE WS-TARGET-ID TO RTK-EMP-ID
               READ RECALL-TRACK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE RECALL-TRACK-FILE RECORD
                       ADD 1 TO WS-FILE-REMOVED
               END-READ
               CLOSE RECALL-TRACK-FILE
               MOVE SPACES TO WS-FILE-NOTE
           ELSE
               MOVE "not present" TO WS-FILE-NOTE
           END-IF
           MOVE WS-FILE-REMOVED TO WS-RECALL-REMOVED
           MOVE "RECALLS.IDX" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0457-ERASE-OUTREACH-CASES.
      * Cases are keyed employee + letter date, so the employee's
      * cases are one run of keys from the first date on.
           MOVE 0 TO WS-FILE-REMOVED
           OPEN I-O OUTREACH-CASE-FILE
           IF CASE-FILE-OK
               MOVE "N" TO WS-CASE-EOF-FLAG
               MOVE WS-TARGET-ID TO OCS-EMP-ID
               MOVE LOW-VALUES TO OCS-LETTER-DATE
               START OUTREACH-CASE-FILE KEY NOT LESS THAN OCS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CASE-EOF-FLAG
               END-START
               PERFORM UNTIL END-OF-EMPLOYEE-CASES
                   READ OUTREACH-CASE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CASE-EOF-FLAG
                       NOT AT END
                           IF OCS-EMP-ID NOT = WS-TARGET-ID
                               MOVE "Y" TO WS-CASE-EOF-FLAG
                           ELSE
                               DELETE OUTREACH-CASE-FILE RECORD
                               ADD 1 TO WS-FILE-REMOVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTREACH-CASE-FILE
               MOVE SPACES TO WS-FILE-NOTE
           ELSE
               IF CASE-FILE-NOT-FOUND
                   MOVE "not present" TO WS-FILE-NOTE
               ELSE
                   MOVE "Y" TO WS-INCOMPLETE-FLAG
                   MOVE "NOT ERASED - file will not open"
                       TO WS-FILE-NOTE
               END-IF
           END-IF
           MOVE WS-FILE-REMOVED TO WS-CASE-REMOVED
           MOVE "OUTCASE.IDX" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0460-RETIRE-PSEUDONYM.
      * The map row loses the employee ID but keeps its pseudonym,
      * so the number is never handed to anyone else and the
      * provider's earlier extracts stay unambiguous.
           MOVE 0 TO WS-FILE-REMOVED
           MOVE "N" TO WS-INPUT-EOF-FLAG
           OPEN INPUT PSEUDONYM-FILE
           IF PSEUD-FILE-OK
               OPEN OUTPUT PSEUDONYM-WORK-FILE
               PERFORM UNTIL END-OF-INPUT
                   READ PSEUDONYM-FILE
                       AT END
                           MOVE "Y" TO WS-INPUT-EOF-FLAG
                       NOT AT END
                           MOVE PSEUDONYM-RECORD
                               TO PSEUDONYM-WORK-RECORD
                           IF PSE-EMP-ID = WS-TARGET-ID
                               ADD 1 TO WS-FILE-REMOVED
                               MOVE PSE-PSEUDONYM
                                   TO WS-RETIRED-PSEUDONYM
                               MOVE SPACES TO PWK-EMP-ID
                           END-IF
                           WRITE PSEUDONYM-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE PSEUDONYM-FILE
               CLOSE PSEUDONYM-WORK-FILE
               IF WS-FILE-REMOVED > 0
                   MOVE "N" TO WS-WORK-EOF-FLAG
                   OPEN INPUT PSEUDONYM-WORK-FILE
                   OPEN OUTPUT PSEUDONYM-FILE
                   PERFORM UNTIL END-OF-WORK-FILE
                       READ PSEUDONYM-WORK-FILE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF-FLAG
                           NOT AT END
                               MOVE PSEUDONYM-WORK-RECORD
                                   TO PSEUDONYM-RECORD
                               WRITE PSEUDONYM-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PSEUDONYM-WORK-FILE
                   CLOSE PSEUDONYM-FILE
                   MOVE SPACES TO WS-FILE-NOTE
                   STRING "pseudonym " WS-RETIRED-PSEUDONYM
                       " retired" DELIMITED BY SIZE
                       INTO WS-FILE-NOTE
               ELSE
                   MOVE SPACES TO WS-FILE-NOTE
               END-IF
           ELSE
               MOVE "not present" TO WS-FILE-NOTE
           END-IF
           MOVE WS-FILE-REMOVED TO WS-PSEUDONYM-REMOVED
           MOVE "PSEUDNYM.DAT" TO WS-FILE-NAME-OUT
           PERFORM 0510-WRITE-CERT-LINE.

       0480-MARK-ROSTER-ERASED.
           MOVE PATIENT-RECORD TO WS-BEFORE-IMAGE
           MOVE "E" TO PAT-CONSENT
           MOVE WS-RUN-DATE TO PAT-CONSENT-DATE
           REWRITE PATIENT-RECORD
           PERFORM 0560-WRITE-ROSTER-AUDIT.

       0500-WRITE-CERT-HEADER.
           MOVE "WELLNESS DATA ERASURE CERTIFICATE"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO WS-LINE-WORK
           STRING "Employee:   " WS-TARGET-ID "  " WS-EMP-NAME
               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO WS-LINE-WORK
           STRING "Reference:  " WS-REFERENCE
               "        Run date: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO WS-LINE-WORK
           EVALUATE TRUE
               WHEN NOT-ON-ROSTER
                   MOVE "Consent:    employee not on the roster"
                       TO WS-LINE-WORK
               WHEN ALREADY-ERASED
                   STRING "Consent:    already erased "
                       WS-WITHDRAWN-DATE " - rerun"
                       DELIMITED BY SIZE INTO WS-LINE-WORK
               WHEN OTHER
                   STRING "Consent:    withdrawn " WS-WITHDRAWN-DATE
                       DELIMITED BY SIZE INTO WS-LINE-WORK
           END-EVALUATE
           MOVE WS-LINE-WORK TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "File                            Rows removed"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE ALL "-" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       0510-WRITE-CERT-LINE.
           ADD WS-FILE-REMOVED TO WS-TOTAL-REMOVED
           MOVE WS-FILE-REMOVED TO WS-COUNT-OUT
           MOVE SPACES TO WS-LINE-WORK
           STRING WS-FILE-NAME-OUT "    " WS-COUNT-OUT "  "
               WS-FILE-NOTE
               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       0550-WRITE-CERT-TRAILER.
           MOVE ALL "-" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE WS-TOTAL-REMOVED TO WS-TOTAL-OUT
           MOVE SPACES TO WS-LINE-WORK
           STRING "TOTAL                          " WS-TOTAL-OUT
               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           IF ERASURE-INCOMPLETE
               MOVE "ERASURE INCOMPLETE - the files marked NOT ERASED "
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE "still hold the employee's data. Rerun once they "
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE "are fixed; roster consent is left at N."
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           ELSE
               MOVE "ERASURE COMPLETE - no wellness reading for the "
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE "employee remains in the files listed above."
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               IF CONSENT-WITHDRAWN
                   MOVE SPACES TO WS-LINE-WORK
                   STRING "Roster consent set to E (erased) on "
                       WS-RUN-DATE "."
                       DELIMITED BY SIZE INTO WS-LINE-WORK
                   MOVE WS-LINE-WORK TO CERTIFICATE-LINE
                   WRITE CERTIFICATE-LINE
               END-IF
           END-IF
           MOVE "The roster record and the ROSTAUD.DAT audit trail "
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "are HR records and are kept."
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       0560-WRITE-ROSTER-AUDIT.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-RUN-DATE TO RAUD-CHANGE-DATE
           MOVE WS-TIME-RAW (1:6) TO RAUD-CHANGE-TIME
           MOVE "ERASURE" TO RAUD-SOURCE
           MOVE WS-REFERENCE TO RAUD-OPERATOR
           MOVE "C" TO RAUD-ACTION
           MOVE WS-BEFORE-IMAGE TO RAUD-BEFORE-IMAGE
           MOVE PATIENT-RECORD TO RAUD-AFTER-IMAGE
           OPEN EXTEND ROSTER-AUDIT-FILE
           IF AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT ROSTER-AUDIT-FILE
           END-IF
           WRITE ROSTER-AUDIT-RECORD
           CLOSE ROSTER-AUDIT-FILE.

       0700-DISPLAY-COUNTS.
           DISPLAY "===== Wellness Data Erasure ====="
           DISPLAY "Employee:              " WS-TARGET-ID
           DISPLAY "BMIHIST.DAT removed:   " WS-HISTORY-REMOVED
           DISPLAY "BMIHIST.IDX removed:   " WS-INDEX-REMOVED
           DISPLAY "Archive rows removed:  " WS-ARCHIVE-REMOVED
           DISPLAY "BMIMONTH.DAT removed:  " WS-ROLLUP-REMOVED
           DISPLAY "CATCHG.DAT removed:    " WS-CATCHG-REMOVED
           DISPLAY "SUSPENSE.DAT removed:  " WS-SUSPENSE-REMOVED
           DISPLAY "GOALS.IDX removed:     " WS-GOAL-REMOVED
           DISPLAY "RECALLS.IDX removed:   " WS-RECALL-REMOVED
           DISPLAY "OUTCASE.IDX removed:   " WS-CASE-REMOVED
           DISPLAY "Pseudonyms retired:    " WS-PSEUDONYM-REMOVED
           IF ERASURE-INCOMPLETE
               DISPLAY "ERASURE INCOMPLETE - see ERASCERT.RPT."
           ELSE
               DISPLAY "Certificate for the privacy office in "
                   "ERASCERT.RPT."
           END-IF.

       END PROGRAM "WellnessErasure".

      * A control report EXTCTL.RPT lists rows read and written
      * per source file and pseudonyms newly assigned, so the
      * extract can be balanced before it leaves the building.
      * Readings for an employee who has withdrawn consent to the
      * wellness program (roster consent N, or E once erased) are
      * withheld before a pseudonym is looked up or assigned, so an
      * opted-out employee never gets a new pseudonym; the withheld
      * rows are counted per source file on the control report.

       ENVIRONMENT DIVISION.

                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       FD  PSEUDONYM-FILE.
       01  PSEUDONYM-RECORD.
       01 WS-ROWS-UNMAPPED PIC 9(6) VALUE 0.
       01 WS-PSEUD-NUMBER PIC 9(5).
       01 WS-ROW-PSEUDONYM PIC X(6).
       01 WS-ROW-DEPT-CODE PIC X(4).
       01 WS-CONSENT-FLAG PIC X.
           88 CONSENT-WITHDRAWN VALUE "Y".

      * Sized to match BandTableMaint's 200-row cap on the live
      * file, the same as BMIENGINE's copy of this table.

       01 WS-ROWS-READ PIC 9(6).
       01 WS-ROWS-WRITTEN PIC 9(6).
       01 WS-ROWS-WITHHELD PIC 9(6).
       01 WS-TOTAL-READ PIC 9(6) VALUE 0.
       01 WS-TOTAL-WRITTEN PIC 9(6) VALUE 0.
       01 WS-TOTAL-WITHHELD PIC 9(6) VALUE 0.
       01 WS-SOURCE-NAME PIC X(30).
       01 WS-LINE-WORK PIC X(80).

               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE "Source file                    Read   Written Withheld"
               TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE.

       0300-EXTRACT-LIVE-HISTORY.
           MOVE 0 TO WS-ROWS-READ
           MOVE 0 TO WS-ROWS-WRITTEN
           MOVE 0 TO WS-ROWS-WITHHELD
           MOVE "N" TO WS-HIST-EOF-FLAG
           OPEN INPUT BMI-HISTORY-FILE
           IF HIST-FILE-OK
       0250-WRITE-SOURCE-LINE.
           MOVE SPACES TO WS-LINE-WORK
           STRING WS-SOURCE-NAME " " WS-ROWS-READ
               " " WS-ROWS-WRITTEN "   " WS-ROWS-WITHHELD
               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           ADD WS-ROWS-READ TO WS-TOTAL-READ
           ADD WS-ROWS-WRITTEN TO WS-TOTAL-WRITTEN
           ADD WS-ROWS-WITHHELD TO WS-TOTAL-WITHHELD.

       0400-EXTRACT-ARCHIVES.
           OPEN INPUT ARCHIVE-CATALOG-FILE
       0450-EXTRACT-ONE-ARCHIVE.
           MOVE 0 TO WS-ROWS-READ
           MOVE 0 TO WS-ROWS-WRITTEN
           MOVE 0 TO WS-ROWS-WITHHELD
           MOVE "N" TO WS-HIST-EOF-FLAG
           MOVE CAT-ARCHIVE-NAME TO WS-ARCHIVE-NAME
           OPEN INPUT ARCHIVE-FILE
           PERFORM 0250-WRITE-SOURCE-LINE.

       0500-WRITE-EXTRACT-ROW.
           PERFORM 0505-CHECK-ROSTER
           IF CONSENT-WITHDRAWN
               ADD 1 TO WS-ROWS-WITHHELD
           ELSE
               PERFORM 0510-ASSIGN-PSEUDONYM
               IF WS-ROW-PSEUDONYM = SPACES
      * No pseudonym could be assigned (map table full) - never
      * let a reading leave without one; it is counted on the
      * control report instead.
                   ADD 1 TO WS-ROWS-UNMAPPED
               ELSE
                   PERFORM 0550-BUILD-AND-WRITE-ROW
               END-IF
           END-IF.

       0505-CHECK-ROSTER.
      * One roster read per reading gives both the department for
      * the row and the employee's consent; an employee no longer
      * on the roster keeps "????" and is not withheld.
           MOVE "????" TO WS-ROW-DEPT-CODE
           MOVE "N" TO WS-CONSENT-FLAG
           IF ROSTER-FILE-OPEN
               MOVE HIST-EMP-ID TO PAT-ID
               READ PATIENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAT-DEPT-CODE TO WS-ROW-DEPT-CODE
                       IF PAT-CONSENT = "N" OR PAT-CONSENT = "E"
                           MOVE "Y" TO WS-CONSENT-FLAG
                       END-IF
               END-READ
           END-IF.

       0550-BUILD-AND-WRITE-ROW.
           PERFORM 0520-DERIVE-AGE-BAND
           MOVE WS-ROW-PSEUDONYM TO EXT-PSEUDONYM
           MOVE HIST-RUN-DATE TO EXT-RUN-DATE
           MOVE WS-ROW-DEPT-CODE TO EXT-DEPT-CODE
           MOVE WS-AGE-BAND TO EXT-AGE-BAND
           MOVE HIST-SEX TO EXT-SEX
           MOVE HIST-BMI TO EXT-BMI
       0600-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO WS-LINE-WORK
           STRING "TOTAL " WS-TOTAL-READ " read, "
               WS-TOTAL-WRITTEN " written, " WS-TOTAL-WITHHELD
               " withheld - consent withdrawn"
               DELIMITED BY SIZE INTO WS-LINE-WORK
           MOVE WS-LINE-WORK TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

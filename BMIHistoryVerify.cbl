       IDENTIFICATION DIVISION.
       PROGRAM-ID.  "BMIHistoryVerify".
       AUTHOR. Guido.

      * Cross-file integrity check for the BMI history. The same
      * readings live in several files written by separate WRITEs -
      * BMIHIST.DAT and BMIHIST.IDX side by side in BMICalculator
      * and BMINightlyBatch, and BMIARCH.<cutoff>.DAT, ARCHCAT.DAT
      * and BMIMONTH.DAT in BMIHistoryArchive - so a crash between
      * two of them leaves the files out of step without anyone
      * noticing until BMIEmployeeInquiry and WellnessExtract give
      * different answers for the same person. This run checks:
      *   - BMIHIST.DAT against BMIHIST.IDX key by key (employee
      *     plus run date): a row on one and not the other, or a
      *     keyed row whose reading differs. A key written twice on
      *     the sequential file (a calculator reading and the
      *     nightly run on the same day) is not a discrepancy - the
      *     index holds the later row, exactly as the writers
      *     REWRITE it - and is only counted;
      *   - every ARCHCAT.DAT entry against its archive file: the
      *     file must exist and hold the cataloged row count and
      *     date range;
      *   - BMIMONTH.DAT reading counts against the archived detail,
      *     per employee per month (summed over archive runs, since
      *     a mid-month cutoff splits a month across two archives).
      *     A missing archive file also shows its months here.
      * Every discrepancy is listed on HISTCHK.RPT with totals by
      * kind. Run with the REBUILD parameter it first regenerates
      * BMIHIST.IDX from BMIHIST.DAT - for an index that is damaged
      * or behind - and then verifies, so the report shows the
      * rebuilt state. The rebuild is refused if BMIHIST.DAT itself
      * cannot be read, so a missing sequential file never empties
      * the index. Driven by the HISTVERIFY JCL member.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BMI-HISTORY-FILE ASSIGN TO "BMIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BMI-HISTX-FILE ASSIGN TO "BMIHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTX-KEY
               FILE STATUS IS WS-HISTX-STATUS.

           SELECT HIST-SORT-FILE ASSIGN TO "SORTWORK.TMP".

           SELECT SORTED-HIST-FILE ASSIGN TO "HISTCHK.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT MONTHLY-SUMMARY-FILE ASSIGN TO "BMIMONTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTH-STATUS.

           SELECT MONTH-SORT-FILE ASSIGN TO "SORTMON.TMP".

           SELECT SORTED-MONTH-FILE ASSIGN TO "HISTCHK.MON"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-REPORT-FILE ASSIGN TO "HISTCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  BMI-HISTORY-FILE.
           COPY "BMIHIST.cpy".

       FD  BMI-HISTX-FILE.
           COPY "BMIHISTX.cpy".

      * History rows in key order; the sequence number keeps rows
      * with the same key in the order they were written, so the
      * last of them is the one the index should hold.
       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05  HSR-EMP-ID              PIC X(6).
           05  HSR-RUN-DATE            PIC X(8).
           05  HSR-SEQ                 PIC 9(8).
           05  HSR-HIST-ROW            PIC X(65).

       FD  SORTED-HIST-FILE.
       01  SORTED-HIST-RECORD.
           05  SHS-KEY.
               10  SHS-EMP-ID          PIC X(6).
               10  SHS-RUN-DATE        PIC X(8).
           05  SHS-SEQ                 PIC 9(8).
           05  SHS-HIST-ROW            PIC X(65).

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

      * One row per archived reading (source A, count 1) and one
      * per rollup record (source M, its reading count).
       SD  MONTH-SORT-FILE.
       01  MONTH-SORT-RECORD.
           05  MSR-EMP-ID              PIC X(6).
           05  MSR-YEAR-MONTH          PIC X(6).
           05  MSR-SOURCE              PIC X.
           05  MSR-COUNT               PIC 9(6).

       FD  SORTED-MONTH-FILE.
       01  SORTED-MONTH-RECORD.
           05  SMN-KEY.
               10  SMN-EMP-ID          PIC X(6).
               10  SMN-YEAR-MONTH      PIC X(6).
           05  SMN-SOURCE              PIC X.
               88  SMN-ARCHIVED-ROW    VALUE "A".
               88  SMN-ROLLUP-ROW      VALUE "M".
           05  SMN-COUNT               PIC 9(6).

       FD  CHECK-REPORT-FILE.
       01  REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS PIC XX.
           88 HIST-FILE-OK VALUE "00".

       01 WS-HISTX-STATUS PIC XX.
           88 HISTX-FILE-OK VALUE "00".

       01 WS-CATALOG-STATUS PIC XX.
           88 CATALOG-FILE-OK VALUE "00".

       01 WS-ARCH-STATUS PIC XX.
           88 ARCH-FILE-OK VALUE "00".

       01 WS-MONTH-STATUS PIC XX.
           88 MONTH-FILE-OK VALUE "00".

       01 WS-REPORT-STATUS PIC XX.

       01 WS-ARCHIVE-NAME PIC X(30).

       01 WS-RUN-PARM PIC X(8) VALUE SPACES.
           88 REBUILD-MODE VALUE "REBUILD".
       01 WS-RUN-DATE PIC X(8).

       01 WS-HIST-EOF-FLAG PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
       01 WS-HISTX-EOF-FLAG PIC X VALUE "N".
           88 END-OF-HISTX VALUE "Y".
       01 WS-SORTED-EOF-FLAG PIC X VALUE "N".
           88 END-OF-SORTED-HISTORY VALUE "Y".
       01 WS-CATALOG-EOF-FLAG PIC X VALUE "N".
           88 END-OF-CATALOG VALUE "Y".
       01 WS-ARCH-EOF-FLAG PIC X.
           88 END-OF-ARCHIVE VALUE "Y".
       01 WS-MONTH-EOF-FLAG PIC X VALUE "N".
           88 END-OF-ROLLUPS VALUE "Y".
       01 WS-SORTED-MONTH-EOF-FLAG PIC X VALUE "N".
           88 END-OF-SORTED-MONTHS VALUE "Y".

       01 WS-HIST-AVAILABLE-FLAG PIC X VALUE "N".
           88 HISTORY-AVAILABLE VALUE "Y".
       01 WS-HISTX-OPEN-FLAG PIC X VALUE "N".
           88 HISTX-FILE-OPEN VALUE "Y".

      * Merge state for the history/index match: the current
      * sequential key group (its last row) and the current index
      * row, each HIGH-VALUES once its file is exhausted.
       01 WS-HIST-SEQ PIC 9(8) VALUE 0.
       01 WS-DAT-KEY PIC X(14).
       01 WS-DAT-ROW PIC X(65).
       01 WS-AHEAD-FLAG PIC X VALUE "N".
           88 ROW-AHEAD VALUE "Y".
       01 WS-AHEAD-KEY PIC X(14).
       01 WS-AHEAD-ROW PIC X(65).
       01 WS-IDX-KEY PIC X(14).

      * Control break for the rollup check.
       01 WS-MONTH-KEY PIC X(12).
       01 WS-ARCHIVED-SUM PIC 9(7).
       01 WS-ROLLUP-SUM PIC 9(7).

      * Per-archive totals while one archive file is read.
       01 WS-ARCH-ROWS PIC 9(6).
       01 WS-ARCH-MIN-DATE PIC X(8).
       01 WS-ARCH-MAX-DATE PIC X(8).

       01 WS-COUNTS.
           05 WS-DAT-ROWS PIC 9(7) VALUE 0.
           05 WS-DAT-KEYS PIC 9(7) VALUE 0.
           05 WS-DAT-REPEATS PIC 9(7) VALUE 0.
           05 WS-IDX-ROWS PIC 9(7) VALUE 0.
           05 WS-MISSING-FROM-IDX PIC 9(6) VALUE 0.
           05 WS-MISSING-FROM-DAT PIC 9(6) VALUE 0.
           05 WS-ROW-DIFFERS PIC 9(6) VALUE 0.
           05 WS-CATALOG-ENTRIES PIC 9(6) VALUE 0.
           05 WS-ARCHIVE-MISSING PIC 9(6) VALUE 0.
           05 WS-ARCHIVE-COUNT-OFF PIC 9(6) VALUE 0.
           05 WS-ARCHIVE-RANGE-OFF PIC 9(6) VALUE 0.
           05 WS-MONTHS-CHECKED PIC 9(6) VALUE 0.
           05 WS-ROLLUP-COUNT-OFF PIC 9(6) VALUE 0.
           05 WS-TOTAL-DISCREPANCIES PIC 9(7) VALUE 0.
           05 WS-REBUILD-WRITTEN PIC 9(7) VALUE 0.
           05 WS-REBUILD-REPLACED PIC 9(7) VALUE 0.

       01 WS-COUNT-OUT-1 PIC Z(6)9.
       01 WS-COUNT-OUT-2 PIC Z(6)9.

       01 WS-PAGE-NUMBER PIC 9(4) VALUE 0.
       01 WS-PAGE-OUT PIC ZZZ9.
       01 WS-LINE-COUNT PIC 99 VALUE 0.
       01 WS-LINES-PER-PAGE PIC 99 VALUE 55.
       01 WS-RPT-DETAIL PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BMI-HISTORY-FILE
           IF HIST-FILE-OK
               MOVE "Y" TO WS-HIST-AVAILABLE-FLAG
               CLOSE BMI-HISTORY-FILE
           END-IF

           IF REBUILD-MODE
               IF HISTORY-AVAILABLE
                   PERFORM 0100-REBUILD-INDEX
               ELSE
                   DISPLAY "BMIHIST.DAT not available - BMIHIST.IDX "
                       "not rebuilt."
               END-IF
           END-IF

           OPEN OUTPUT CHECK-REPORT-FILE
           PERFORM 0082-PAGE-HEADING
           IF REBUILD-MODE AND HISTORY-AVAILABLE
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "BMIHIST.IDX rebuilt from BMIHIST.DAT: "
                   WS-REBUILD-WRITTEN " rows, " WS-REBUILD-REPLACED
                   " replaced by a later row"
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
               MOVE SPACES TO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           END-IF
           PERFORM 0200-CHECK-HISTORY-INDEX
           PERFORM 0400-CHECK-ARCHIVES-ROLLUPS
           PERFORM 0600-WRITE-SUMMARY
           CLOSE CHECK-REPORT-FILE

           DISPLAY "History integrity check: "
               WS-TOTAL-DISCREPANCIES " discrepancies (HISTCHK.RPT)"
           IF WS-MISSING-FROM-IDX > 0 OR WS-MISSING-FROM-DAT > 0
               OR WS-ROW-DIFFERS > 0
               DISPLAY "BMIHIST.IDX is out of step with BMIHIST.DAT "
                   "- rerun with REBUILD to regenerate the index."
           END-IF
           STOP RUN.

       0082-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO WS-PAGE-OUT
           MOVE SPACES TO REPORT-LINE
           STRING "BMI HISTORY INTEGRITY CHECK  " WS-RUN-DATE
               "                             PAGE "
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

       0100-REBUILD-INDEX.
      * Start from an empty index and load every sequential row in
      * written order; a key already loaded is rewritten, so the
      * index ends up holding the later row the same way
      * BMICalculator and BMINightlyBatch leave it.
           OPEN OUTPUT BMI-HISTX-FILE
           CLOSE BMI-HISTX-FILE
           OPEN I-O BMI-HISTX-FILE
           MOVE "N" TO WS-HIST-EOF-FLAG
           OPEN INPUT BMI-HISTORY-FILE
           PERFORM UNTIL END-OF-HISTORY
               READ BMI-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-FLAG
                   NOT AT END
                       MOVE HIST-EMP-ID TO HISTX-EMP-ID
                       MOVE HIST-RUN-DATE TO HISTX-RUN-DATE
                       MOVE BMI-HISTORY-RECORD (15:51)
                           TO BMI-HISTX-RECORD (15:51)
                       WRITE BMI-HISTX-RECORD
                           INVALID KEY
                               REWRITE BMI-HISTX-RECORD
                               ADD 1 TO WS-REBUILD-REPLACED
                           NOT INVALID KEY
                               ADD 1 TO WS-REBUILD-WRITTEN
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BMI-HISTORY-FILE
           CLOSE BMI-HISTX-FILE
           DISPLAY "BMIHIST.IDX rebuilt: " WS-REBUILD-WRITTEN
               " keys from BMIHIST.DAT.".

       0200-CHECK-HISTORY-INDEX.
           MOVE "BMIHIST.DAT AGAINST BMIHIST.IDX" TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           IF NOT HISTORY-AVAILABLE
               MOVE "  BMIHIST.DAT not available - not checked."
                   TO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           ELSE
               SORT HIST-SORT-FILE
                   ON ASCENDING KEY HSR-EMP-ID HSR-RUN-DATE HSR-SEQ
                   INPUT PROCEDURE IS 0210-RELEASE-HISTORY
                   GIVING SORTED-HIST-FILE

               OPEN INPUT SORTED-HIST-FILE
               OPEN INPUT BMI-HISTX-FILE
               IF HISTX-FILE-OK
                   MOVE "Y" TO WS-HISTX-OPEN-FLAG
               ELSE
                   MOVE "  BMIHIST.IDX not available - every key is "
                       TO WS-RPT-DETAIL
                   MOVE "missing from the index."
                       TO WS-RPT-DETAIL (46:23)
                   PERFORM 0084-WRITE-REPORT-LINE
               END-IF
               PERFORM 0220-NEXT-DAT-KEY
               PERFORM 0230-NEXT-IDX-KEY
               PERFORM UNTIL WS-DAT-KEY = HIGH-VALUES
                   AND WS-IDX-KEY = HIGH-VALUES
                   EVALUATE TRUE
                       WHEN WS-DAT-KEY < WS-IDX-KEY
                           ADD 1 TO WS-MISSING-FROM-IDX
                           MOVE SPACES TO WS-RPT-DETAIL
                           STRING "  NOT ON INDEX     "
                               WS-DAT-KEY (1:6) " " WS-DAT-KEY (7:8)
                               "  on BMIHIST.DAT only"
                               DELIMITED BY SIZE INTO WS-RPT-DETAIL
                           PERFORM 0084-WRITE-REPORT-LINE
                           PERFORM 0220-NEXT-DAT-KEY
                       WHEN WS-DAT-KEY > WS-IDX-KEY
                           ADD 1 TO WS-MISSING-FROM-DAT
                           MOVE SPACES TO WS-RPT-DETAIL
                           STRING "  NOT ON HISTORY   "
                               WS-IDX-KEY (1:6) " " WS-IDX-KEY (7:8)
                               "  on BMIHIST.IDX only"
                               DELIMITED BY SIZE INTO WS-RPT-DETAIL
                           PERFORM 0084-WRITE-REPORT-LINE
                           PERFORM 0230-NEXT-IDX-KEY
                       WHEN OTHER
                           IF WS-DAT-ROW (15:51)
                               NOT = BMI-HISTX-RECORD (15:51)
                               ADD 1 TO WS-ROW-DIFFERS
                               MOVE SPACES TO WS-RPT-DETAIL
                               STRING "  ROW DIFFERS      "
                                   WS-DAT-KEY (1:6) " "
                                   WS-DAT-KEY (7:8)
                                   "  index reading is not the "
                                   "latest written"
                                   DELIMITED BY SIZE
                                   INTO WS-RPT-DETAIL
                               PERFORM 0084-WRITE-REPORT-LINE
                           END-IF
                           PERFORM 0220-NEXT-DAT-KEY
                           PERFORM 0230-NEXT-IDX-KEY
                   END-EVALUATE
               END-PERFORM
               CLOSE SORTED-HIST-FILE
               IF HISTX-FILE-OPEN
                   CLOSE BMI-HISTX-FILE
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Sequential rows " WS-DAT-ROWS
               "  keys " WS-DAT-KEYS
               "  index rows " WS-IDX-ROWS
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Keys written more than once (index holds the "
               "later row): " WS-DAT-REPEATS
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       0210-RELEASE-HISTORY.
           MOVE "N" TO WS-HIST-EOF-FLAG
           OPEN INPUT BMI-HISTORY-FILE
           PERFORM UNTIL END-OF-HISTORY
               READ BMI-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-SEQ
                       ADD 1 TO WS-DAT-ROWS
                       MOVE HIST-EMP-ID TO HSR-EMP-ID
                       MOVE HIST-RUN-DATE TO HSR-RUN-DATE
                       MOVE WS-HIST-SEQ TO HSR-SEQ
                       MOVE BMI-HISTORY-RECORD TO HSR-HIST-ROW
                       RELEASE HIST-SORT-RECORD
               END-READ
           END-PERFORM
           CLOSE BMI-HISTORY-FILE.

       0220-NEXT-DAT-KEY.
      * Take the next key group off the sorted history, keeping its
      * last row; one row is read ahead to see where the group ends.
           IF NOT ROW-AHEAD AND NOT END-OF-SORTED-HISTORY
               PERFORM 0225-READ-AHEAD
           END-IF
           IF NOT ROW-AHEAD
               MOVE HIGH-VALUES TO WS-DAT-KEY
           ELSE
               ADD 1 TO WS-DAT-KEYS
               MOVE WS-AHEAD-KEY TO WS-DAT-KEY
               MOVE WS-AHEAD-ROW TO WS-DAT-ROW
               PERFORM 0225-READ-AHEAD
               PERFORM UNTIL NOT ROW-AHEAD
                   OR WS-AHEAD-KEY NOT = WS-DAT-KEY
                   ADD 1 TO WS-DAT-REPEATS
                   MOVE WS-AHEAD-ROW TO WS-DAT-ROW
                   PERFORM 0225-READ-AHEAD
               END-PERFORM
           END-IF.

       0225-READ-AHEAD.
           MOVE "N" TO WS-AHEAD-FLAG
           IF NOT END-OF-SORTED-HISTORY
               READ SORTED-HIST-FILE
                   AT END
                       MOVE "Y" TO WS-SORTED-EOF-FLAG
                   NOT AT END
                       MOVE "Y" TO WS-AHEAD-FLAG
                       MOVE SHS-KEY TO WS-AHEAD-KEY
                       MOVE SHS-HIST-ROW TO WS-AHEAD-ROW
               END-READ
           END-IF.

       0230-NEXT-IDX-KEY.
           IF NOT HISTX-FILE-OPEN OR END-OF-HISTX
               MOVE HIGH-VALUES TO WS-IDX-KEY
           ELSE
               READ BMI-HISTX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HISTX-EOF-FLAG
                       MOVE HIGH-VALUES TO WS-IDX-KEY
                   NOT AT END
                       ADD 1 TO WS-IDX-ROWS
                       MOVE HISTX-KEY TO WS-IDX-KEY
               END-READ
           END-IF.

       0400-CHECK-ARCHIVES-ROLLUPS.
           MOVE "ARCHCAT.DAT AGAINST THE ARCHIVE FILES" TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           SORT MONTH-SORT-FILE
               ON ASCENDING KEY MSR-EMP-ID MSR-YEAR-MONTH
               INPUT PROCEDURE IS 0410-RELEASE-MONTH-COUNTS
               GIVING SORTED-MONTH-FILE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Catalog entries " WS-CATALOG-ENTRIES
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE

           MOVE "BMIMONTH.DAT AGAINST THE ARCHIVED DETAIL"
               TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           OPEN INPUT SORTED-MONTH-FILE
           MOVE LOW-VALUES TO WS-MONTH-KEY
           PERFORM UNTIL END-OF-SORTED-MONTHS
               READ SORTED-MONTH-FILE
                   AT END
                       MOVE "Y" TO WS-SORTED-MONTH-EOF-FLAG
                   NOT AT END
                       IF SMN-KEY NOT = WS-MONTH-KEY
                           IF WS-MONTH-KEY NOT = LOW-VALUES
                               PERFORM 0450-COMPARE-MONTH
                           END-IF
                           MOVE SMN-KEY TO WS-MONTH-KEY
                           MOVE 0 TO WS-ARCHIVED-SUM
                           MOVE 0 TO WS-ROLLUP-SUM
                       END-IF
                       IF SMN-ARCHIVED-ROW
                           ADD SMN-COUNT TO WS-ARCHIVED-SUM
                       ELSE
                           ADD SMN-COUNT TO WS-ROLLUP-SUM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MONTH-KEY NOT = LOW-VALUES
               PERFORM 0450-COMPARE-MONTH
           END-IF
           CLOSE SORTED-MONTH-FILE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Employee months checked " WS-MONTHS-CHECKED
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       0410-RELEASE-MONTH-COUNTS.
      * Each cataloged archive is read once: checked against its
      * catalog entry and its rows released for the rollup check.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF NOT CATALOG-FILE-OK
               MOVE "  ARCHCAT.DAT not available - no archives to "
                   TO WS-RPT-DETAIL
               MOVE "check." TO WS-RPT-DETAIL (48:6)
               PERFORM 0084-WRITE-REPORT-LINE
           ELSE
               PERFORM UNTIL END-OF-CATALOG
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-CATALOG-ENTRIES
                           PERFORM 0420-CHECK-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF

           OPEN INPUT MONTHLY-SUMMARY-FILE
           IF MONTH-FILE-OK
               PERFORM UNTIL END-OF-ROLLUPS
                   READ MONTHLY-SUMMARY-FILE
                       AT END
                           MOVE "Y" TO WS-MONTH-EOF-FLAG
                       NOT AT END
                           MOVE ROLL-EMP-ID TO MSR-EMP-ID
                           MOVE ROLL-YEAR-MONTH TO MSR-YEAR-MONTH
                           MOVE "M" TO MSR-SOURCE
                           MOVE ROLL-READING-COUNT TO MSR-COUNT
                           RELEASE MONTH-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE MONTHLY-SUMMARY-FILE
           END-IF.

       0420-CHECK-ARCHIVE.
           MOVE CAT-ARCHIVE-NAME TO WS-ARCHIVE-NAME
           MOVE 0 TO WS-ARCH-ROWS
           MOVE HIGH-VALUES TO WS-ARCH-MIN-DATE
           MOVE LOW-VALUES TO WS-ARCH-MAX-DATE
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCH-FILE-OK
               ADD 1 TO WS-ARCHIVE-MISSING
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  FILE MISSING     " CAT-ARCHIVE-NAME
                   " status " WS-ARCH-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-ARCH-EOF-FLAG
               PERFORM UNTIL END-OF-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-ARCH-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ARCH-ROWS
                           IF ARCH-RUN-DATE < WS-ARCH-MIN-DATE
                               MOVE ARCH-RUN-DATE TO WS-ARCH-MIN-DATE
                           END-IF
                           IF ARCH-RUN-DATE > WS-ARCH-MAX-DATE
                               MOVE ARCH-RUN-DATE TO WS-ARCH-MAX-DATE
                           END-IF
                           MOVE ARCH-EMP-ID TO MSR-EMP-ID
                           MOVE ARCH-RUN-DATE (1:6) TO MSR-YEAR-MONTH
                           MOVE "A" TO MSR-SOURCE
                           MOVE 1 TO MSR-COUNT
                           RELEASE MONTH-SORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               IF WS-ARCH-ROWS = 0
                   MOVE SPACES TO WS-ARCH-MIN-DATE
                   MOVE SPACES TO WS-ARCH-MAX-DATE
               END-IF
               IF WS-ARCH-ROWS NOT = CAT-ROW-COUNT
                   ADD 1 TO WS-ARCHIVE-COUNT-OFF
                   MOVE CAT-ROW-COUNT TO WS-COUNT-OUT-1
                   MOVE WS-ARCH-ROWS TO WS-COUNT-OUT-2
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "  ROW COUNT        " CAT-ARCHIVE-NAME
                       " cat" WS-COUNT-OUT-1 " file" WS-COUNT-OUT-2
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 0084-WRITE-REPORT-LINE
               END-IF
               IF WS-ARCH-MIN-DATE NOT = CAT-FROM-DATE
                   OR WS-ARCH-MAX-DATE NOT = CAT-TO-DATE
                   ADD 1 TO WS-ARCHIVE-RANGE-OFF
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "  DATE RANGE       " CAT-ARCHIVE-NAME
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 0084-WRITE-REPORT-LINE
                   MOVE SPACES TO WS-RPT-DETAIL
                   STRING "                   catalog "
                       CAT-FROM-DATE "-" CAT-TO-DATE
                       "  file " WS-ARCH-MIN-DATE "-"
                       WS-ARCH-MAX-DATE
                       DELIMITED BY SIZE INTO WS-RPT-DETAIL
                   PERFORM 0084-WRITE-REPORT-LINE
               END-IF
           END-IF.

       0450-COMPARE-MONTH.
           ADD 1 TO WS-MONTHS-CHECKED
           IF WS-ARCHIVED-SUM NOT = WS-ROLLUP-SUM
               ADD 1 TO WS-ROLLUP-COUNT-OFF
               MOVE WS-ROLLUP-SUM TO WS-COUNT-OUT-1
               MOVE WS-ARCHIVED-SUM TO WS-COUNT-OUT-2
               MOVE SPACES TO WS-RPT-DETAIL
               STRING "  ROLLUP COUNT     " WS-MONTH-KEY (1:6) " "
                   WS-MONTH-KEY (7:6) "  rollup" WS-COUNT-OUT-1
                   "  archived" WS-COUNT-OUT-2
                   DELIMITED BY SIZE INTO WS-RPT-DETAIL
               PERFORM 0084-WRITE-REPORT-LINE
           END-IF.

       0600-WRITE-SUMMARY.
           COMPUTE WS-TOTAL-DISCREPANCIES =
               WS-MISSING-FROM-IDX + WS-MISSING-FROM-DAT
               + WS-ROW-DIFFERS + WS-ARCHIVE-MISSING
               + WS-ARCHIVE-COUNT-OFF + WS-ARCHIVE-RANGE-OFF
               + WS-ROLLUP-COUNT-OFF
           MOVE "DISCREPANCIES BY KIND" TO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  On BMIHIST.DAT, not on the index:   "
               WS-MISSING-FROM-IDX
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  On the index, not on BMIHIST.DAT:   "
               WS-MISSING-FROM-DAT
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Index row differs from history:     "
               WS-ROW-DIFFERS
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Cataloged archive file missing:     "
               WS-ARCHIVE-MISSING
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Archive row count off catalog:      "
               WS-ARCHIVE-COUNT-OFF
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Archive date range off catalog:     "
               WS-ARCHIVE-RANGE-OFF
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Rollup count off archived detail:   "
               WS-ROLLUP-COUNT-OFF
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-DETAIL
           STRING "  Total discrepancies:              "
               WS-TOTAL-DISCREPANCIES
               DELIMITED BY SIZE INTO WS-RPT-DETAIL
           PERFORM 0084-WRITE-REPORT-LINE.

       END PROGRAM "BMIHistoryVerify".

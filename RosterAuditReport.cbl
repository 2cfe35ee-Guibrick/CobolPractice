       AUTHOR. Guido.

      * Prints one day's roster audit trail from ROSTAUD.DAT,
      * grouped by update source (MAINT, CLINIC, HRFEED, SUSPENSE,
      * REORG, CLINREV, ERASURE),
      * the way RunControlReport prints RUNCTL.DAT - so "who changed
      * this employee's weight and when" is a report, not an
      * archaeology dig. The date comes from the command line
      * (YYYYMMDD) and defaults to today. Each change prints the
      * operator or batch, the time, the action, and the before and
      * after values of the fields that matter for a dispute - the
      * full 87-byte images stay on ROSTAUD.DAT if ever needed raw.

       ENVIRONMENT DIVISION.

                         ==EMP-BIRTH-DATE==    BY ==IMG-BIRTH-DATE==
                         ==EMP-SEX==           BY ==IMG-SEX==
                         ==EMP-STATUS==        BY ==IMG-STATUS==
                         ==EMP-STATUS-DATE==   BY ==IMG-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==IMG-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==IMG-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==IMG-MEASURED-DATE==.

       01 WS-SOURCE-LIST.
           05 FILLER PIC X(8) VALUE "MAINT".
           05 FILLER PIC X(8) VALUE "CLINIC".
           05 FILLER PIC X(8) VALUE "HRFEED".
           05 FILLER PIC X(8) VALUE "SUSPENSE".
           05 FILLER PIC X(8) VALUE "REORG".
           05 FILLER PIC X(8) VALUE "CLINREV".
           05 FILLER PIC X(8) VALUE "ERASURE".
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
           05 WS-SOURCE-ENTRY OCCURS 7 TIMES PIC X(8).

       01 WS-SOURCE-IDX PIC 9.
       01 WS-CURRENT-SOURCE PIC X(8).
                   " ====="
               PERFORM 0100-PRINT-SOURCE-SECTION
                   VARYING WS-SOURCE-IDX FROM 1 BY 1
                   UNTIL WS-SOURCE-IDX > 7
               PERFORM 0300-COUNT-OTHER-SOURCES
               DISPLAY "Total changes: " WS-TOTAL-COUNT
               IF WS-OTHER-COUNT > 0
                           MOVE "N" TO WS-KNOWN-SOURCE-FLAG
                           PERFORM VARYING WS-SOURCE-IDX
                               FROM 1 BY 1
                               UNTIL WS-SOURCE-IDX > 7
                               IF RAUD-SOURCE =
                                   WS-SOURCE-ENTRY (WS-SOURCE-IDX)
                                   MOVE "Y"

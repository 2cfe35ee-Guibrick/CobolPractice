      * termination or leave of absence is on the roster before the
      * nightly run counts heads, instead of surfacing weeks later
      * as reconciliation noise and letters to people who left.
      * Joiners are written with status A, zero height/weight and
      * no measured date (their first clinic measurement fills
      * those in, and MeasureRecall recalls them until it does);
      * L, R and T set the status and effective date on the
      * existing record.
      * Transactions for unknown employees, joiners who already
      * exist, or unknown action codes go to the HRERR.RPT listing
      * instead of being applied, and read/applied/rejected counts
                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       FD  HR-TRAN-FILE.
           COPY "HRTRAN.cpy".

       01 WS-RUN-DATE PIC X(8).
       01 WS-AUDIT-ACTION PIC X.
       01 WS-BEFORE-IMAGE PIC X(87).
       01 WS-TIME-RAW PIC 9(8).

       PROCEDURE DIVISION.

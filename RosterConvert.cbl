                         ==EMP-BIRTH-DATE==    BY ==OLD-BIRTH-DATE==
                         ==EMP-SEX==           BY ==OLD-SEX==
                         ==EMP-STATUS==        BY ==OLD-STATUS==
                         ==EMP-STATUS-DATE==   BY ==OLD-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==OLD-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==OLD-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==OLD-MEASURED-DATE==.

       FD  PATIENT-FILE.
           COPY "EMPLOYEE.cpy"
                         ==EMP-BIRTH-DATE==    BY ==PAT-BIRTH-DATE==
                         ==EMP-SEX==           BY ==PAT-SEX==
                         ==EMP-STATUS==        BY ==PAT-STATUS==
                         ==EMP-STATUS-DATE==   BY ==PAT-STATUS-DATE==
                         ==EMP-CONSENT==       BY ==PAT-CONSENT==
                         ==EMP-CONSENT-DATE==  BY ==PAT-CONSENT-DATE==
                         ==EMP-MEASURED-DATE== BY ==PAT-MEASURED-DATE==.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX.

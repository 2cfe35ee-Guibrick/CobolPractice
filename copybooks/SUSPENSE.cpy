      * and flip SUSP-STATUS to resolved; the next nightly run
      * absorbs resolved records back into PATIENTS.IDX and
      * drops them from the file.
      * PLAU holds carry the clinic batch that raised them, so
      * ClinicBatchReverse can release exactly that batch's
      * holds; nightly rejects carry zero.
      *****************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-RUN-DATE           PIC X(8).
           05  SUSP-WEIGHT-KG          PIC 999.
           05  SUSP-BIRTH-DATE         PIC X(8).
           05  SUSP-SEX                PIC X.
           05  SUSP-CLINIC-BATCH       PIC 9(6).

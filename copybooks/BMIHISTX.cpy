      * sequential history front to back. Written alongside
      * the sequential file by BMICalculator and
      * BMINightlyBatch; read by BMIEmployeeInquiry.
      * BMIHistoryVerify matches it against BMIHIST.DAT key
      * by key and, with its REBUILD parameter, regenerates
      * it from the sequential file.
      *****************************************************
       01  BMI-HISTX-RECORD.
           05  HISTX-KEY.

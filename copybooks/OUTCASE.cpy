      *****************************************************
      * OUTCASE.cpy
      * One OUTREACH-CASE-RECORD per outreach letter, kept in
      * the indexed OUTCASE.IDX keyed by employee ID plus the
      * letter date. WellnessOutreach opens the case when it
      * writes the letter (so LETTERS.RPT is no longer the
      * only trace that a letter went out), refuses a second
      * letter while the employee's case is still open, and
      * closes the case itself the night the employee's
      * category goes back to NORMAL.
      * HR keys the employee's enrollment response through
      * OutreachCaseMaint; OutreachFollowup lists the open
      * cases past their follow-up date with no new reading
      * since the letter, so HR chases people instead of
      * re-mailing them.
      *****************************************************
       01  OUTREACH-CASE-RECORD.
           05  OCS-KEY.
               10  OCS-EMP-ID          PIC X(6).
               10  OCS-LETTER-DATE     PIC X(8).
           05  OCS-EMP-NAME            PIC X(20).
           05  OCS-DEPT-CODE           PIC X(4).
      * The reading the letter was written about - a later
      * reading with different height/weight is the employee
      * coming back to the clinic.
           05  OCS-LETTER-HEIGHT-CMS   PIC 999.
           05  OCS-LETTER-WEIGHT-KG    PIC 999.
           05  OCS-LETTER-BMI          PIC 99V99.
           05  OCS-LETTER-CATEGORY     PIC X(12).
           05  OCS-FOLLOWUP-DATE       PIC X(8).
           05  OCS-RESPONSE            PIC X.
               88  OCS-NO-RESPONSE     VALUE SPACE.
               88  OCS-ENROLLED        VALUE "E".
               88  OCS-DECLINED        VALUE "D".
           05  OCS-RESPONSE-DATE       PIC X(8).
           05  OCS-RESPONSE-OPERATOR   PIC X(8).
           05  OCS-STATUS              PIC X.
               88  OCS-CASE-OPEN       VALUE "O".
               88  OCS-CASE-CLOSED     VALUE "C".
           05  OCS-CLOSE-DATE          PIC X(8).
      *        NORMAL = closed by WellnessOutreach when the
      *                 employee's category went back to NORMAL
      *        HR     = closed by hand in OutreachCaseMaint
           05  OCS-CLOSE-REASON        PIC X(8).

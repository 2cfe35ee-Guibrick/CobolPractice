      * inquiry use this catalog to locate which archives cover
      * a date range instead of someone grepping each archive
      * by hand.
      * BMIHistoryVerify checks every entry's row count and
      * date range against the archive file itself.
      *****************************************************
       01  ARCHIVE-CATALOG-RECORD.
           05  CAT-ARCHIVE-NAME        PIC X(30).

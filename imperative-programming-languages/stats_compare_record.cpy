      ****************************************************************
      * COMPARE-CONTROL-RECORD
      * The one operator card naming the period statistics_compare
      * sets against the same period a year earlier. CMP-PERIOD-TYPE
      * is MONTH or RANGE: a MONTH card names it by CMP-MONTH and
      * CMP-YEAR, a RANGE card by CMP-FROM-DATE and CMP-TO-DATE, both
      * MM/DD/YYYY like every run date, inclusive, and no more than a
      * year apart so the two periods never overlap. Fields the
      * period type doesn't use are ignored.
      ****************************************************************
       01  COMPARE-CONTROL-RECORD.
           05  CMP-PERIOD-TYPE     PIC X(5).
               88  CMP-IS-MONTH    VALUE "MONTH".
               88  CMP-IS-RANGE    VALUE "RANGE".
           05  FILLER              PIC X.
           05  CMP-MONTH           PIC X(2).
           05  FILLER              PIC X.
           05  CMP-YEAR            PIC X(4).
           05  FILLER              PIC X.
           05  CMP-FROM-DATE       PIC X(10).
           05  FILLER              PIC X.
           05  CMP-TO-DATE         PIC X(10).

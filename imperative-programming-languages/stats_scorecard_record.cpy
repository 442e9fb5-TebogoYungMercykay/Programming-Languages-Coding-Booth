      ****************************************************************
      * SCORE-CONTROL-RECORD
      * The one operator card naming the calendar month the
      * statistics_scorecard job grades the stations on: SCR-MONTH
      * and SCR-YEAR, as on the ARCHCTL card.
      ****************************************************************
       01  SCORE-CONTROL-RECORD.
           05  SCR-MONTH           PIC X(2).
           05  FILLER              PIC X.
           05  SCR-YEAR            PIC X(4).

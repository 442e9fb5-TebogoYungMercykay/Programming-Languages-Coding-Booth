      ****************************************************************
      * STATS-SECURITY-LOG-RECORD
      * One line appended to the running security-violation log
      * STATSSECV for every maintenance card a program refused. All
      * the programs that act on operator cards (statistics_histmaint,
      * _stamaint, _archmaint, _recycle, _alertack and _recover)
      * append to the same log, so SEC-PROGRAM says which one refused
      * the card. SEC-REASON is "NO OPERATOR" when the card carried
      * no operator id and "UNAUTHORIZED" when STATSAUTH grants the
      * operator no right to the action. SEC-CARD-IMAGE is the
      * refused card exactly as it was submitted.
      ****************************************************************
       01  STATS-SECURITY-LOG-RECORD.
           05  SEC-TIMESTAMP       PIC X(19).
           05  FILLER              PIC X.
           05  SEC-PROGRAM         PIC X(10).
           05  FILLER              PIC X.
           05  SEC-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  SEC-ACTION          PIC X(8).
           05  FILLER              PIC X.
           05  SEC-REASON          PIC X(12).
           05  FILLER              PIC X.
           05  SEC-CARD-IMAGE      PIC X(100).

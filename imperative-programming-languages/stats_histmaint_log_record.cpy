      * record's figures ride on every line, and a CORRECT logs one
      * line before the change and one after, so the auditors can
      * see what was changed, from what, to what, and when.
      * HML-OPERATOR records who made the change, from the card's
      * operator id.
      ****************************************************************
       01  HISTM-LOG-RECORD.
           05  HML-TIMESTAMP       PIC X(19).
           05  HML-MEAN            PIC 9(3)V99.
           05  HML-MEDIAN          PIC 9(3)V99.
           05  HML-STDDEV          PIC 9(3)V9999.
           05  FILLER              PIC X.
           05  HML-OPERATOR        PIC X(8).

      * record's fields ride on every line, and a CORRECT logs one
      * line before the change and one after, so the auditors can
      * see what was changed, from what, to what, and when.
      * The station's alarm limits ride on every line too, so a
      * SETLIMIT or CLRLIMIT shows the limits before and after.
      * SML-OPERATOR records who made the change, from the card's
      * operator id.
      ****************************************************************
       01  STAM-LOG-RECORD.
           05  SML-TIMESTAMP       PIC X(19).
           05  SML-ACTIVE-FLAG     PIC X.
           05  FILLER              PIC X.
           05  SML-DATE-COMMISSIONED PIC X(10).
           05  FILLER              PIC X.
           05  SML-LEVEL-ALARM-LOW PIC 9(3)V99.
           05  FILLER              PIC X.
           05  SML-LEVEL-ALARM-HIGH PIC 9(3)V99.
           05  FILLER              PIC X.
           05  SML-FLOW-ALARM-LOW  PIC 9(3)V99.
           05  FILLER              PIC X.
           05  SML-FLOW-ALARM-HIGH PIC 9(3)V99.
           05  FILLER              PIC X.
           05  SML-OPERATOR        PIC X(8).

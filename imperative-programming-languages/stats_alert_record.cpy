      * figure, ALR-EXPECTED the trailing period's norm.
      * ALR-READING-TYPE says which kind of reading drifted - level
      * ("L") or flow ("F") - since each type has its own series.
      * ALR-STATION-ID names the station whose series drifted; the
      * rollup tests the batch-total series, so it carries "*ALL".
      * Each breach is also attached to its alert on the register
      * STATSALRG, which keeps it open until acknowledged.
      ****************************************************************
       01  STATS-ALERT-RECORD.
           05  ALR-RUN-DATE        PIC X(10).
           05  ALR-OBSERVED        PIC 9(7)V99.
           05  FILLER              PIC X.
           05  ALR-EXPECTED        PIC 9(7)V99.
           05  FILLER              PIC X.
           05  ALR-STATION-ID      PIC X(4).
           05  FILLER              PIC X(19).

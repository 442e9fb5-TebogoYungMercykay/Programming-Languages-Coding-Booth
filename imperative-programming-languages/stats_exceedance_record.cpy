      ****************************************************************
      * STATS-EXCEEDANCE-RECORD
      * One line per accepted reading that broke its station's own
      * alarm limit (STA-ALARM-LIMITS on STATSSTA), written by
      * statistics_program for each balanced batch. The reading is
      * valid and still counts in the figures - this file is the
      * field engineers' event list, not a reject log. EXC-LIMIT-SIDE
      * says which limit was broken, EXC-LIMIT what it stands at and
      * EXC-EXCESS by how much the reading went past it. The file is
      * rebuilt each run, like STATSREJ, and the morning digest
      * counts its lines.
      ****************************************************************
       01  STATS-EXCEEDANCE-RECORD.
           05  EXC-RUN-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  EXC-BATCH-ID        PIC X(10).
           05  FILLER              PIC X.
           05  EXC-STATION-ID      PIC X(4).
           05  FILLER              PIC X.
           05  EXC-READING-TYPE    PIC X.
           05  FILLER              PIC X.
           05  EXC-SEQUENCE        PIC 9(5).
           05  FILLER              PIC X.
           05  EXC-VALUE           PIC 9(3)V99.
           05  FILLER              PIC X.
           05  EXC-LIMIT-SIDE      PIC X(4).
               88  EXC-IS-HIGH     VALUE "HIGH".
               88  EXC-IS-LOW      VALUE "LOW ".
           05  FILLER              PIC X.
           05  EXC-LIMIT           PIC 9(3)V99.
           05  FILLER              PIC X.
           05  EXC-EXCESS          PIC 9(3)V99.

      * file can carry a title line, a date/page header and any
      * number of labelled detail lines. Content is MOVEd in by
      * writeReport - VALUE clauses are not usable on FD items.
      * The exceedance line lists one station alarm-limit breach in
      * the LIMIT EXCEEDANCES section.
      ****************************************************************
       01  STATS-REPORT-TITLE-LINE.
           05  RPT-TITLE-TEXT  PIC X(44).
           05  HIST-COUNT-LABEL  PIC X(10).
           05  HIST-COUNT        PIC ZZZZ9.
           05  FILLER            PIC X(34).
       01  STATS-REPORT-EXCEED-LINE.
           05  EXL-STATION       PIC X(4).
           05  FILLER            PIC X.
           05  EXL-TYPE          PIC X.
           05  FILLER            PIC X.
           05  EXL-SEQ-LABEL     PIC X(4).
           05  EXL-SEQUENCE      PIC ZZZZ9.
           05  FILLER            PIC X(2).
           05  EXL-VALUE         PIC ZZ9.99.
           05  FILLER            PIC X.
           05  EXL-SIDE          PIC X(5).
           05  FILLER            PIC X.
           05  EXL-LIMIT         PIC ZZ9.99.
           05  FILLER            PIC X.
           05  EXL-BY-LABEL      PIC X(3).
           05  EXL-EXCESS        PIC ZZ9.99.
           05  FILLER            PIC X(33).

      ****************************************************************
      * Record layouts for the statistics_alertack report ALRTRPT -
      * a title line and one line per command card: the alert it
      * named, the disposition and operator on the card, and what
      * happened (ACKNOWLEDGED, NOT OPEN, BAD DISPOSITION, BAD
      * ACTION, NO OPERATOR or UNAUTHORIZED). An acknowledged alert
      * also shows its sequence, the date it opened, how many
      * breaches it gathered and the escalation level it reached.
      * Content is MOVEd in - VALUE clauses are not usable on FD
      * items.
      ****************************************************************
       01  ALRT-REPORT-TITLE-LINE.
           05  ALT-TITLE-TEXT      PIC X(44).
           05  FILLER              PIC X(36).
       01  ALRT-REPORT-ACTION-LINE.
           05  ALA-ACTION          PIC X(8).
           05  FILLER              PIC X.
           05  ALA-ALERT-TYPE      PIC X(12).
           05  FILLER              PIC X.
           05  ALA-READING-TYPE    PIC X.
           05  FILLER              PIC X.
           05  ALA-STATION-ID      PIC X(4).
           05  FILLER              PIC X.
           05  ALA-DISPOSITION     PIC X(12).
           05  FILLER              PIC X.
           05  ALA-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  ALA-RESULT          PIC X(15).
           05  FILLER              PIC X(14).
       01  ALRT-REPORT-DETAIL-LINE.
           05  FILLER              PIC X(9).
           05  ALD-SEQ-LABEL       PIC X(4).
           05  ALD-ALERT-SEQ       PIC ZZZ9.
           05  FILLER              PIC X.
           05  ALD-OPENED-LABEL    PIC X(7).
           05  ALD-OPENED-DATE     PIC X(10).
           05  FILLER              PIC X.
           05  ALD-BREACH-LABEL    PIC X(9).
           05  ALD-BREACH-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X.
           05  ALD-LEVEL-LABEL     PIC X(6).
           05  ALD-ESCALATION-LEVEL PIC 9.
           05  FILLER              PIC X(22).

      ****************************************************************
      * Record layouts for the statistics_scorecard monthly station
      * data-quality scorecard. Same multi-01-records-sharing-one-FD
      * pattern as stats_rollup_record.cpy - a title line, labelled
      * detail lines naming the month and closing the run totals, a
      * column heading, and per station a ranked line (worst first)
      * followed by one reason line for every reject reason the
      * station logged that month. Content is MOVEd in - VALUE
      * clauses are not usable on FD items.
      ****************************************************************
       01  SCORE-REPORT-TITLE-LINE.
           05  SCRT-TITLE-TEXT     PIC X(44).
           05  FILLER              PIC X(36).
       01  SCORE-REPORT-DETAIL-LINE.
           05  SCRD-LABEL          PIC X(30).
           05  SCRD-VALUE          PIC X(15).
           05  FILLER              PIC X(35).
       01  SCORE-REPORT-HEADING-LINE.
           05  SCRH-RANK           PIC X(4).
           05  FILLER              PIC X(2).
           05  SCRH-STATION-ID     PIC X(4).
           05  FILLER              PIC X(2).
           05  SCRH-DAYS           PIC X(7).
           05  FILLER              PIC X(2).
           05  SCRH-ACCEPTED       PIC X(7).
           05  FILLER              PIC X(2).
           05  SCRH-REJECTED       PIC X(6).
           05  FILLER              PIC X(2).
           05  SCRH-DUPLICATES     PIC X(5).
           05  FILLER              PIC X(2).
           05  SCRH-OUT-OF-SEQ     PIC X(5).
           05  FILLER              PIC X(2).
           05  SCRH-COMPLETE       PIC X(6).
           05  FILLER              PIC X(2).
           05  SCRH-STATUS         PIC X(8).
           05  FILLER              PIC X(10).
       01  SCORE-REPORT-STATION-LINE.
           05  SCRS-RANK           PIC ZZZ9.
           05  FILLER              PIC X(2).
           05  SCRS-STATION-ID     PIC X(4).
           05  FILLER              PIC X(2).
           05  SCRS-DAYS-REPORTED  PIC ZZ9.
           05  SCRS-DAYS-SLASH     PIC X.
           05  SCRS-DAYS-EXPECTED  PIC ZZ9.
           05  FILLER              PIC X(2).
           05  SCRS-ACCEPTED       PIC ZZZZZZ9.
           05  FILLER              PIC X(2).
           05  SCRS-REJECTED       PIC ZZZZZ9.
           05  FILLER              PIC X(2).
           05  SCRS-DUPLICATES     PIC ZZZZ9.
           05  FILLER              PIC X(2).
           05  SCRS-OUT-OF-SEQ     PIC ZZZZ9.
           05  FILLER              PIC X(2).
           05  SCRS-COMPLETE       PIC ZZ9.9.
           05  SCRS-PERCENT-SIGN   PIC X.
           05  FILLER              PIC X(2).
           05  SCRS-STATUS         PIC X(8).
           05  FILLER              PIC X(10).
       01  SCORE-REPORT-REASON-LINE.
           05  FILLER              PIC X(12).
           05  SCRR-CODE           PIC X(4).
           05  FILLER              PIC X(2).
           05  SCRR-TEXT           PIC X(30).
           05  FILLER              PIC X(2).
           05  SCRR-COUNT          PIC ZZZZ9.
           05  FILLER              PIC X(25).

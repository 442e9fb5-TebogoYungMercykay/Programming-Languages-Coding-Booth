      ****************************************************************
      * Record layouts for the statistics_compare same-period-last-
      * year report. Same multi-01-records-sharing-one-FD pattern as
      * stats_rollup_record.cpy - a title line, labelled detail lines
      * naming the two periods and closing the run totals, and per
      * station and reading type a section line (flagged NEW when the
      * station only reported this period, MISSING when it only
      * reported last year) followed by a column heading and one
      * figure line each for readings, smallest, largest and the
      * reading-weighted mean, current and prior side by side with
      * the change between them. Content is MOVEd in - VALUE clauses
      * are not usable on FD items.
      ****************************************************************
       01  CMP-REPORT-TITLE-LINE.
           05  CMPT-TITLE-TEXT     PIC X(44).
           05  FILLER              PIC X(36).
       01  CMP-REPORT-DETAIL-LINE.
           05  CMPD-LABEL          PIC X(30).
           05  CMPD-VALUE          PIC X(25).
           05  FILLER              PIC X(25).
       01  CMP-REPORT-SECTION-LINE.
           05  CMPS-LABEL          PIC X(10).
           05  CMPS-STATION-ID     PIC X(4).
           05  FILLER              PIC X(2).
           05  CMPS-TYPE           PIC X(5).
           05  FILLER              PIC X(2).
           05  CMPS-FLAG           PIC X(8).
           05  FILLER              PIC X(49).
       01  CMP-REPORT-FIGURE-LINE.
           05  CMPF-LABEL          PIC X(12).
           05  CMPF-CURRENT        PIC X(12).
           05  FILLER              PIC X(2).
           05  CMPF-PRIOR          PIC X(12).
           05  FILLER              PIC X(2).
           05  CMPF-CHANGE         PIC X(12).
           05  FILLER              PIC X(2).
           05  CMPF-PERCENT        PIC X(11).
           05  FILLER              PIC X(15).

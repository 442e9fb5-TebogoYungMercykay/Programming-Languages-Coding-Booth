      ****************************************************************
      * Record layouts for the statistics_recalib report. Same
      * multi-01-records-sharing-one-FD pattern as
      * stats_stamaint_report_record.cpy - a title line, one factor
      * line per calibration card echoing the factor and what became
      * of it, and labelled detail lines for the run totals and the
      * batches handed on to statistics_recompute.
      * Content is MOVEd in - VALUE clauses are not usable on FD
      * items.
      ****************************************************************
       01  RCAL-REPORT-TITLE-LINE.
           05  RCLT-TITLE-TEXT     PIC X(44).
           05  FILLER              PIC X(36).
       01  RCAL-REPORT-FACTOR-LINE.
           05  RCLF-STATION-ID     PIC X(4).
           05  FILLER              PIC X.
           05  RCLF-READING-TYPE   PIC X.
           05  FILLER              PIC X.
           05  RCLF-EFFECTIVE-DATE PIC X(10).
           05  FILLER              PIC X.
           05  RCLF-OFFSET         PIC ZZ9.99-.
           05  FILLER              PIC X.
           05  RCLF-MULTIPLIER     PIC 9.9999.
           05  FILLER              PIC X.
           05  RCLF-READINGS       PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RCLF-RESULT         PIC X(20).
           05  FILLER              PIC X(21).
       01  RCAL-REPORT-DETAIL-LINE.
           05  RCLD-LABEL          PIC X(30).
           05  RCLD-VALUE          PIC X(15).
           05  FILLER              PIC X(35).

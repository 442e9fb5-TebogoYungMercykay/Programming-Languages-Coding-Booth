      ****************************************************************
      * Record layouts for the statistics_convert master conversion
      * report - a title line and labelled detail lines counting the
      * records read from each old-layout master and written to its
      * new layout, so the cutover can be balanced record for
      * record. Same pattern as stats_recompute_report_record.cpy.
      * Content is MOVEd in - VALUE clauses are not usable on FD
      * items.
      ****************************************************************
       01  CNV-REPORT-TITLE-LINE.
           05  CNVT-TITLE-TEXT     PIC X(44).
           05  FILLER              PIC X(36).
       01  CNV-REPORT-DETAIL-LINE.
           05  CNVD-LABEL          PIC X(30).
           05  CNVD-VALUE          PIC X(15).
           05  FILLER              PIC X(35).

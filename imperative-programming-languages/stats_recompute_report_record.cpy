      * report - a title line and labelled detail lines proving which
      * batch was rebuilt, how many readings each side contributed,
      * and what landed back on the history master. Same pattern as
      * stats_archive_report_record.cpy. Every history line the job
      * lands is shown twice, as it stood BEFORE and as it stands
      * AFTER (a line the master did not hold yet shows as ADDED), so
      * a recalibration can be read off the report line by line.
      * Content is MOVEd in - VALUE clauses are not usable on FD
      * items.
      ****************************************************************
       01  RCMP-REPORT-TITLE-LINE.
           05  RCMPT-TITLE-TEXT    PIC X(44).
           05  RCMPD-LABEL         PIC X(30).
           05  RCMPD-VALUE         PIC X(15).
           05  FILLER              PIC X(35).
       01  RCMP-REPORT-CHANGE-HEAD.
           05  RCMPH-LEFT-TEXT     PIC X(26).
           05  RCMPH-RIGHT-TEXT    PIC X(30).
           05  FILLER              PIC X(24).
       01  RCMP-REPORT-CHANGE-LINE.
           05  RCMPC-STATION-ID    PIC X(4).
           05  FILLER              PIC X.
           05  RCMPC-READING-TYPE  PIC X.
           05  FILLER              PIC X.
           05  RCMPC-WHEN          PIC X(6).
           05  FILLER              PIC X.
           05  RCMPC-COUNT         PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RCMPC-SMALLEST      PIC ZZ9.99.
           05  FILLER              PIC X.
           05  RCMPC-LARGEST       PIC ZZ9.99.
           05  FILLER              PIC X.
           05  RCMPC-MEAN          PIC ZZ9.99.
           05  FILLER              PIC X.
           05  RCMPC-MEDIAN        PIC ZZ9.99.
           05  FILLER              PIC X.
           05  RCMPC-STDDEV        PIC ZZ9.9999.
           05  FILLER              PIC X(24).

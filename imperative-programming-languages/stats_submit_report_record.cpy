      ****************************************************************
      * Record layouts for the statistics_submit submission report
      * SUBMRPT and the statistics_suback acknowledgement report
      * SUBARPT. Same multi-01-records-sharing-one-FD pattern as
      * stats_report_record.cpy - a title line, labelled detail
      * lines, and one line per submitted detail: its sequence,
      * station, type and figures, with a status and the agency's
      * reason where it has one. Content is MOVEd in - VALUE clauses
      * are not usable on FD items.
      ****************************************************************
       01  SUBM-REPORT-TITLE-LINE.
           05  SBRT-TITLE-TEXT     PIC X(44).
           05  FILLER              PIC X(36).
       01  SUBM-REPORT-DETAIL-LINE.
           05  SBRD-LABEL          PIC X(30).
           05  SBRD-VALUE          PIC X(20).
           05  FILLER              PIC X(30).
       01  SUBM-REPORT-RECORD-LINE.
           05  SBRR-RECORD-SEQ     PIC ZZZZZ9.
           05  FILLER              PIC X.
           05  SBRR-STATION-ID     PIC X(4).
           05  FILLER              PIC X.
           05  SBRR-READING-TYPE   PIC X.
           05  FILLER              PIC X.
           05  SBRR-READING-COUNT  PIC ZZZZZZ9.
           05  FILLER              PIC X.
           05  SBRR-MINIMUM        PIC ZZZZ9.99.
           05  FILLER              PIC X.
           05  SBRR-MAXIMUM        PIC ZZZZ9.99.
           05  FILLER              PIC X.
           05  SBRR-MEAN           PIC ZZZZ9.99.
           05  FILLER              PIC X.
           05  SBRR-STATUS         PIC X(8).
           05  FILLER              PIC X.
           05  SBRR-REASON-CODE    PIC X(4).
           05  FILLER              PIC X.
           05  SBRR-REASON-TEXT    PIC X(40).

      * report. Same multi-01-records-sharing-one-FD pattern as
      * stats_histmaint_report_record.cpy - a title line, one action
      * line per command echoing what was asked and what happened,
      * and a detail line for the station each command touched,
      * followed by a limits line when the station has any alarm
      * limits set.
      * Content is MOVEd in - VALUE clauses are not usable on FD
      * items.
      ****************************************************************
           05  SMA-STATION-ID      PIC X(4).
           05  FILLER              PIC X.
           05  SMA-RESULT          PIC X(12).
           05  FILLER              PIC X.
           05  SMA-OPERATOR        PIC X(8).
           05  FILLER              PIC X(45).
       01  STAM-REPORT-DETAIL-LINE.
           05  SMD-STATION-ID      PIC X(4).
           05  FILLER              PIC X.
           05  FILLER              PIC X.
           05  SMD-DATE-COMMISSIONED PIC X(10).
           05  FILLER              PIC X(21).
       01  STAM-REPORT-LIMIT-LINE.
           05  SMX-LABEL           PIC X(14).
           05  SMX-LEVEL-LABEL     PIC X(6).
           05  SMX-LEVEL-LOW       PIC ZZ9.99.
           05  SMX-LEVEL-SEP       PIC X(3).
           05  SMX-LEVEL-HIGH      PIC ZZ9.99.
           05  FILLER              PIC X(2).
           05  SMX-FLOW-LABEL      PIC X(5).
           05  SMX-FLOW-LOW        PIC ZZ9.99.
           05  SMX-FLOW-SEP        PIC X(3).
           05  SMX-FLOW-HIGH       PIC ZZ9.99.
           05  FILLER              PIC X(23).

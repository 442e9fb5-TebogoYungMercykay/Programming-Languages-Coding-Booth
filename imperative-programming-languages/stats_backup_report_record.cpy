      ****************************************************************
      * Record layouts for the statistics_backup report BKUPRPT - a
      * title line, a labelled line for the generations kept, and
      * one line per master unloaded (UNLOADED) and per old
      * generation rolled off the catalog (ROLLED OFF), each showing
      * the master, the generation, its file, and the record count
      * and hash total on its control line. Content is MOVEd in -
      * VALUE clauses are not usable on FD items.
      ****************************************************************
       01  BKUP-REPORT-TITLE-LINE.
           05  BKT-TITLE-TEXT      PIC X(44).
           05  FILLER              PIC X(36).
       01  BKUP-REPORT-SETTING-LINE.
           05  BKS-LABEL           PIC X(30).
           05  BKS-VALUE           PIC X(15).
           05  FILLER              PIC X(35).
       01  BKUP-REPORT-DETAIL-LINE.
           05  BKR-MASTER          PIC X(10).
           05  FILLER              PIC X.
           05  BKR-GENERATION      PIC ZZZZ9.
           05  FILLER              PIC X.
           05  BKR-FILE-NAME       PIC X(16).
           05  FILLER              PIC X.
           05  BKR-RECORD-COUNT    PIC ZZZZZZZZ9.
           05  FILLER              PIC X.
           05  BKR-HASH-TOTAL      PIC -(13)9.9999.
           05  FILLER              PIC X.
           05  BKR-RESULT          PIC X(10).
           05  FILLER              PIC X(5).

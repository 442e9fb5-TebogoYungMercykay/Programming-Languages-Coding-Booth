      ****************************************************************
      * STATS-GENERATION-RECORD
      * One line of a master's backup generation, written by
      * statistics_backup and read back by statistics_recover. A
      * generation file is named for its master and the catalog slot
      * it was taken into - "STATSHIST.G03" - and holds:
      *   "H" one header line - which master, which generation and
      *       the date and time it was taken,
      *   "D" one data line per master record, in key order, carrying
      *       the record's image exactly as it was on the master,
      *   "C" one control line - the record count and the hash total
      *       of the data lines, which STATSBKC also keeps.
      * The hash total is the one both programs work out through
      * STATS-HASH-IMAGE, so a generation, its catalog entry and a
      * master rebuilt from it must all agree to the last digit.
      ****************************************************************
       01  STATS-GENERATION-RECORD.
           05  BKG-RECORD-TYPE     PIC X.
               88  BKG-IS-HEADER   VALUE "H".
               88  BKG-IS-DATA     VALUE "D".
               88  BKG-IS-CONTROL  VALUE "C".
           05  BKG-BODY            PIC X(100).
           05  BKG-HEADER-BODY REDEFINES BKG-BODY.
               10  BKG-HDR-MASTER      PIC X(10).
               10  FILLER              PIC X.
               10  BKG-HDR-GENERATION  PIC 9(5).
               10  FILLER              PIC X.
               10  BKG-HDR-DATE        PIC X(10).
               10  FILLER              PIC X.
               10  BKG-HDR-TIME        PIC X(8).
               10  FILLER              PIC X(64).
           05  BKG-CONTROL-BODY REDEFINES BKG-BODY.
               10  BKG-CTL-MASTER      PIC X(10).
               10  FILLER              PIC X.
               10  BKG-CTL-GENERATION  PIC 9(5).
               10  FILLER              PIC X.
               10  BKG-CTL-RECORD-COUNT PIC 9(9).
               10  FILLER              PIC X.
               10  BKG-CTL-HASH-TOTAL  PIC S9(14)V9999
                                       SIGN IS LEADING SEPARATE.
               10  FILLER              PIC X(54).

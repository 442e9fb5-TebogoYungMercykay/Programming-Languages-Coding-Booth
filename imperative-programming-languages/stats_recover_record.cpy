      ****************************************************************
      * RECOVER-COMMAND-RECORD
      * The one run card for statistics_recover (RCVCTL). RCV-ACTION
      * is "RESTORE"; the card names the master to rebuild -
      * "STATSHIST", "STATSDTL" or "STATSSTA" - and the generation
      * number on STATSBKC to rebuild it from. RCV-OPERATOR must
      * hold a RECOVER grant on STATSAUTH, the same as the
      * maintenance programs' cards, since the master is replaced
      * outright.
      ****************************************************************
       01  RECOVER-COMMAND-RECORD.
           05  RCV-ACTION          PIC X(8).
               88  RCV-IS-RESTORE  VALUE "RESTORE".
           05  FILLER              PIC X.
           05  RCV-MASTER          PIC X(10).
               88  RCV-VALID-MASTER VALUE "STATSHIST" "STATSDTL"
                                   "STATSSTA".
           05  FILLER              PIC X.
           05  RCV-GENERATION      PIC X(5).
           05  FILLER              PIC X.
           05  RCV-OPERATOR        PIC X(8).

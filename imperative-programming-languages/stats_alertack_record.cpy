      ****************************************************************
      * ALERT-ACK-COMMAND-RECORD
      * One operator command card for statistics_alertack (ALRTCMD).
      * AAK-ACTION is "ACK"; the card names the open alert by what
      * drifted, the reading type and the station (blank means
      * "*ALL", the batch-total series the rollup tests) and closes
      * it with a disposition:
      *   "INVESTIGATED" - looked into and dealt with
      *   "MAINTENANCE"  - a known maintenance outage
      *   "FALSE ALARM"  - nothing was wrong
      * AAK-OPERATOR must hold an ALERTACK grant on STATSAUTH, the
      * same as the other maintenance programs' cards. AAK-NOTE is
      * free text kept on the register with the acknowledgement.
      ****************************************************************
       01  ALERT-ACK-COMMAND-RECORD.
           05  AAK-ACTION          PIC X(8).
               88  AAK-IS-ACK      VALUE "ACK".
           05  FILLER              PIC X.
           05  AAK-ALERT-TYPE      PIC X(12).
           05  FILLER              PIC X.
           05  AAK-READING-TYPE    PIC X.
           05  FILLER              PIC X.
           05  AAK-STATION-ID      PIC X(4).
           05  FILLER              PIC X.
           05  AAK-DISPOSITION     PIC X(12).
               88  AAK-VALID-DISPOSITION VALUE "INVESTIGATED"
                                   "MAINTENANCE" "FALSE ALARM".
           05  FILLER              PIC X.
           05  AAK-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  AAK-NOTE            PIC X(30).

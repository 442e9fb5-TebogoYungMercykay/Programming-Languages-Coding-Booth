      * file a maintenance run generates (one reverse card per
      * applied change, re-runnable through HISTMCMD as-is) can undo
      * a DELETE.
      * CMD-OPERATOR identifies who submitted the card. The program
      * refuses any card whose operator STATSAUTH does not authorize
      * for the action, and logs the refusal to STATSSECV.
      ****************************************************************
       01  HISTM-COMMAND-RECORD.
           05  CMD-ACTION          PIC X(8).
           05  CMD-STDDEV          PIC 9(3)V9999.
           05  CMD-CONFIRM         PIC X(7).
               88  CMD-CONFIRMED   VALUE "CONFIRM".
           05  CMD-OPERATOR        PIC X(8).

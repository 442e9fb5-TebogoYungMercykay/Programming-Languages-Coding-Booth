      * names because the command record is open in the program at
      * the same time. The master is the one file that cannot be
      * reconstructed from anywhere; maintenance on it needs this
      * safety net. BKO-OPERATOR carries the operator whose change
      * the card undoes, so the backout run answers to STATSAUTH
      * under that operator's id unless the card is re-stamped.
      ****************************************************************
       01  HISTM-BACKOUT-RECORD.
           05  BKO-ACTION          PIC X(8).
           05  BKO-MEDIAN          PIC 9(3)V99.
           05  BKO-STDDEV          PIC 9(3)V9999.
           05  BKO-CONFIRM         PIC X(7).
           05  BKO-OPERATOR        PIC X(8).

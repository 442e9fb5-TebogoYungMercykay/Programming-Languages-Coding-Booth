      ****************************************************************
      * STATS-HASH-IMAGE
      * Working copy of one master record that statistics_backup and
      * statistics_recover hash. The record is MOVEd into HSH-IMAGE
      * and read back through the view for its master:
      *   STATSHIST - the 25-byte key, the readings count and the
      *               six figures,
      *   STATSDTL  - the 30-byte key, the value and the raw value,
      *   STATSSTA  - the station id with its name, location, active
      *               flag and commissioned date, and the four alarm
      *               limits.
      * A record's hash is its key (or station text) weighted byte
      * by byte - the character's ordinal times its position, so two
      * swapped characters still change it - plus the sum of its
      * numeric value fields. A generation's hash total is the sum
      * over all its records.
      ****************************************************************
       01  STATS-HASH-IMAGE.
           05  HSH-IMAGE           PIC X(100).
           05  HSH-HISTORY-VIEW REDEFINES HSH-IMAGE.
               10  HSH-HST-KEY         PIC X(25).
               10  HSH-HST-RECORD-COUNT PIC 9(5).
               10  HSH-HST-SMALLEST    PIC 9(3)V99.
               10  HSH-HST-LARGEST     PIC 9(3)V99.
               10  HSH-HST-MODE        PIC 9(3)V99.
               10  HSH-HST-MEAN        PIC 9(3)V99.
               10  HSH-HST-MEDIAN      PIC 9(3)V99.
               10  HSH-HST-STDDEV      PIC 9(3)V9999.
               10  FILLER              PIC X(38).
           05  HSH-DETAIL-VIEW REDEFINES HSH-IMAGE.
               10  HSH-DTL-KEY         PIC X(30).
               10  HSH-DTL-VALUE       PIC 9(3)V99.
               10  HSH-DTL-RAW-VALUE   PIC S9(6)V99.
               10  FILLER              PIC X(57).
           05  HSH-STATION-VIEW REDEFINES HSH-IMAGE.
               10  HSH-STA-TEXT        PIC X(55).
               10  HSH-STA-LEVEL-ALARM-LOW  PIC 9(3)V99.
               10  HSH-STA-LEVEL-ALARM-HIGH PIC 9(3)V99.
               10  HSH-STA-FLOW-ALARM-LOW   PIC 9(3)V99.
               10  HSH-STA-FLOW-ALARM-HIGH  PIC 9(3)V99.
               10  FILLER              PIC X(25).

      ****************************************************************
      * STATS-CALIBRATION-RECORD
      * One record per calibration factor on the keyed calibration
      * master. CLB-CALB-KEY is the record key: the station, the
      * reading type and the date the factor takes effect from
      * (MM/DD/YYYY, the same form as every run date in the suite).
      * A factor stays in force from its effective date until the
      * next later factor for the same station and reading type.
      * statistics_program applies the factor in force for the run
      * date to each raw reading before the range check:
      *     adjusted value = raw value * CLB-MULTIPLIER + CLB-OFFSET
      * A station and type with no factor on file is taken as is.
      * The statistics_recalib program adds and replaces factors and
      * re-applies a backdated one to the readings already on
      * STATSDTL.
      ****************************************************************
       01  STATS-CALIBRATION-RECORD.
           05  CLB-CALB-KEY.
               10  CLB-STATION-ID  PIC X(4).
               10  CLB-READING-TYPE PIC X.
               10  CLB-EFFECTIVE-DATE PIC X(10).
           05  CLB-OFFSET          PIC S9(3)V99.
           05  CLB-MULTIPLIER      PIC 9V9(4).
           05  CLB-DATE-ENTERED    PIC X(10).

      ****************************************************************
      * RCAL-COMMAND-RECORD
      * One calibration card for the statistics_recalib program,
      * giving the factor a gauge has been recalibrated to and the
      * date it took effect from. RCL-OFFSET and RCL-MULTIPLIER are
      * carried as text, in the same form the extract carries a
      * reading, and are edit-checked before use - a blank offset is
      * taken as zero and a blank multiplier as 1. A card for a
      * station, type and date already on the calibration master
      * replaces that factor.
      ****************************************************************
       01  RCAL-COMMAND-RECORD.
           05  RCL-STATION-ID      PIC X(4).
           05  FILLER              PIC X.
           05  RCL-READING-TYPE    PIC X.
           05  FILLER              PIC X.
           05  RCL-EFFECTIVE-DATE  PIC X(10).
           05  FILLER              PIC X.
           05  RCL-OFFSET          PIC X(7).
           05  FILLER              PIC X.
           05  RCL-MULTIPLIER      PIC X(6).

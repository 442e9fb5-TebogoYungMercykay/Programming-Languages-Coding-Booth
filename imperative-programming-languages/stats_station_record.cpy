      * The statistics_stamaint program adds, corrects and retires
      * stations here, so the reference data is operator-maintained
      * rather than a code change.
      * STA-ALARM-LIMITS carries the station's own operating alarm
      * points for each reading type - unlike the global reject
      * ranges on STATSCTL, a reading past one of these is perfectly
      * valid data, so statistics_program still accepts it but
      * writes the breach to STATSEXC for the field engineers. A
      * limit of zero means no alarm point is set on that side.
      * statistics_stamaint SETLIMIT and CLRLIMIT maintain them.
      ****************************************************************
       01  STATS-STATION-RECORD.
           05  STA-STATION-ID      PIC X(4).
               88  STA-IS-ACTIVE   VALUE "A".
               88  STA-IS-RETIRED  VALUE "R".
           05  STA-DATE-COMMISSIONED PIC X(10).
           05  STA-ALARM-LIMITS.
               10  STA-LEVEL-ALARM-LOW  PIC 9(3)V99.
               10  STA-LEVEL-ALARM-HIGH PIC 9(3)V99.
               10  STA-FLOW-ALARM-LOW   PIC 9(3)V99.
               10  STA-FLOW-ALARM-HIGH  PIC 9(3)V99.

      ****************************************************************
      * DOSSIER-CONTROL-RECORD
      * The one operator card naming the station and the run dates
      * the statistics_dossier inquiry gathers everything on file
      * for. DOS-FROM-DATE and DOS-TO-DATE bound the range, as on
      * the ARCHMCMD card (a blank to-date means the one day); both
      * are MM/DD/YYYY. Each DOS-DETAIL-DATE names one run date whose
      * individual readings are listed from STATSDTL as well as its
      * figures - up to four of them, blank slots ignored. "ALL" in
      * the first slot lists the readings for every date in the
      * range; left all blank, no readings are listed.
      ****************************************************************
       01  DOSSIER-CONTROL-RECORD.
           05  DOS-STATION-ID      PIC X(4).
           05  FILLER              PIC X.
           05  DOS-FROM-DATE       PIC X(10).
           05  FILLER              PIC X.
           05  DOS-TO-DATE         PIC X(10).
           05  DOS-DETAIL-ENTRY    OCCURS 4 TIMES.
               10  FILLER          PIC X.
               10  DOS-DETAIL-DATE PIC X(10).
                   88  DOS-DETAIL-ALL VALUE "ALL".

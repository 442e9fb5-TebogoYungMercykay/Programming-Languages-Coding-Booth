      * same form the extract carries it. FIX-STATION-ID may be left
      * blank to keep the station the reject line already carries -
      * it is only needed when the station itself was the bad field.
      * FIX-OPERATOR identifies who submitted the card. A card whose
      * operator STATSAUTH does not authorize for REPAIR in RECYCLE
      * is refused, and the refusal is logged to STATSSECV.
      ****************************************************************
       01  STATS-REPAIR-RECORD.
           05  FIX-RECORD-NUMBER   PIC 9(5).
           05  FIX-STATION-ID      PIC X(4).
           05  FILLER              PIC X(2).
           05  FIX-VALUE           PIC X(6).
           05  FILLER              PIC X(2).
           05  FIX-OPERATOR        PIC X(8).

      ****************************************************************
      * STATS-AUTHORITY-RECORD
      * One grant on the operator authority file STATSAUTH - it lets
      * operator AUT-OPERATOR perform action AUT-ACTION in maintenance
      * program AUT-PROGRAM. AUT-PROGRAM is "HISTMAINT", "STAMAINT",
      * "ARCHMAINT", "RECYCLE", "ALERTACK" or "RECOVER"; AUT-ACTION
      * is one of that program's command actions as keyed on its
      * cards ("REPAIR" for a statistics_recycle repair card,
      * "RESTORE" for a statistics_recover card), or "*ALL"
      * for every action the program has. An operator with no grant
      * for a card's action has the card refused, and so does a card
      * with no operator id at all. Each program loads only its own
      * grants.
      ****************************************************************
       01  STATS-AUTHORITY-RECORD.
           05  AUT-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  AUT-PROGRAM         PIC X(10).
           05  FILLER              PIC X.
           05  AUT-ACTION          PIC X(8).

      * empty card file means the shipped defaults (cap 50, range
      * 0 to 999.99, period WEEK). Every report echoes the settings
      * it ran under, so a report can always be read against its
      * limits. A reading cap of 0 means no cap at all - the batch is
      * then bounded only by the disk behind statistics_program's
      * work files.
      * CTL-RANGE-LOW/HIGH bound level ("L") readings and
      * CTL-FLOW-LOW/HIGH bound flow ("F") readings - the two kinds
      * have completely different valid ranges, so one shared pair
      * The flow bounds ride at the end of the card so the cards cut
      * before the flow stations arrived still read cleanly; a blank
      * flow range means the shipped default (0 to 999.99).
      * CTL-ESCALATE-DAYS, read by statistics_rollup only, is how
      * many days a drift alert may stay unacknowledged on STATSALRG
      * before it moves up an escalation level (and again for every
      * further span of that many days); blank means 3.
      ****************************************************************
       01  STATS-CONTROL-RECORD.
           05  CTL-READING-CAP     PIC X(3).
           05  CTL-FLOW-LOW        PIC X(6).
           05  FILLER              PIC X.
           05  CTL-FLOW-HIGH       PIC X(6).
           05  FILLER              PIC X.
           05  CTL-ESCALATE-DAYS   PIC X(3).

      ****************************************************************
      * STATS-ALERT-REG-RECORD
      * One alert on the drift alert register STATSALRG, an indexed
      * master kept by statistics_rollup and statistics_alertack.
      * STATSALRT still carries only the breaches one night raised;
      * the register keeps each alert open until an operator owns it.
      * An alert is identified by what drifted (ARG-ALERT-TYPE), for
      * which reading type and station ("*ALL" for the batch-total
      * series the rollup tests), plus ARG-ALERT-SEQ numbering the
      * alerts raised for that breach over time - at most one of
      * them is open at once. A repeat breach on a later night is
      * attached to the open alert: ARG-BREACH-COUNT goes up and
      * ARG-LAST-DATE/BATCH, ARG-OBSERVED and ARG-EXPECTED take the
      * newest breach's figures. An alert left open for the
      * STATSCTL escalation days moves up one ARG-ESCALATION-LEVEL
      * for each further span of those days. statistics_alertack
      * closes it with the operator's id, the date and one of the
      * dispositions below; the next breach after that opens a new
      * alert under the next sequence number.
      ****************************************************************
       01  STATS-ALERT-REG-RECORD.
           05  ARG-ALERT-KEY.
               10  ARG-ALERT-TYPE      PIC X(12).
               10  ARG-READING-TYPE    PIC X.
               10  ARG-STATION-ID      PIC X(4).
               10  ARG-ALERT-SEQ       PIC 9(4).
           05  ARG-STATUS              PIC X.
               88  ARG-IS-OPEN         VALUE "O".
               88  ARG-IS-CLOSED       VALUE "C".
           05  ARG-OPENED-DATE         PIC X(10).
           05  ARG-OPENED-BATCH        PIC X(10).
           05  ARG-LAST-DATE           PIC X(10).
           05  ARG-LAST-BATCH          PIC X(10).
           05  ARG-BREACH-COUNT        PIC 9(5).
           05  ARG-OBSERVED            PIC 9(7)V99.
           05  ARG-EXPECTED            PIC 9(7)V99.
           05  ARG-ESCALATION-LEVEL    PIC 9.
           05  ARG-ESCALATED-DATE      PIC X(10).
           05  ARG-ACK-OPERATOR        PIC X(8).
           05  ARG-ACK-DATE            PIC X(10).
           05  ARG-DISPOSITION         PIC X(12).
               88  ARG-WAS-INVESTIGATED VALUE "INVESTIGATED".
               88  ARG-WAS-MAINTENANCE VALUE "MAINTENANCE".
               88  ARG-WAS-FALSE-ALARM VALUE "FALSE ALARM".
           05  ARG-ACK-NOTE            PIC X(30).

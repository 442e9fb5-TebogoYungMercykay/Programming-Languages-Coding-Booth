      ****************************************************************
      * STATS-OVERRIDE-RECORD
      * Operator override card for the nightly run ledger - one card
      * per step the operator has chosen to force through even though
      * its predecessor did not finish clean. OVR-STEP names the step
      * to force ("ROLLUP", "RECONCILE" or "DIGEST"), OVR-RUN-DATE
      * the run date it applies to (blank for whatever date the step
      * finds), OVR-OPERATOR who authorised it and OVR-REASON why.
      * A card with no operator id is ignored - an override nobody
      * will own is not an override. The step copies the operator
      * and reason onto the OVERRIDE line it writes to STATSLEDG.
      ****************************************************************
       01  STATS-OVERRIDE-RECORD.
           05  OVR-STEP            PIC X(10).
           05  FILLER              PIC X.
           05  OVR-RUN-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  OVR-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  OVR-REASON          PIC X(30).

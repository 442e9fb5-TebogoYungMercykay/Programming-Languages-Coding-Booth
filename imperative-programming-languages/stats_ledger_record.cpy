      ****************************************************************
      * STATS-LEDGER-RECORD
      * The nightly run ledger, shared by every step in the nightly
      * stream - statistics_program, statistics_rollup,
      * statistics_reconcile and statistics_digest. Each step appends
      * a START line once it has cleared its checks and an END line
      * carrying its RETURN-CODE just before it stops, both against
      * the run date it processed, so the next step can tell whether
      * the one before it actually finished for that same night.
      * LDG-STEP names the step: "PROGRAM", "ROLLUP", "RECONCILE" or
      * "DIGEST". statistics_backup signs the ledger as "BACKUP"
      * before the nightly window opens, and statistics_recover as
      * "RECOVER" when it rebuilds a master, with the operator who
      * asked for it and the master and generation in LDG-NOTE;
      * neither is a predecessor of any nightly step. A predecessor
      * counts as clean only when its latest ledger line for the run
      * date is an END with a return code of 4 or less - a START
      * with no END after it means the step stopped hard or abended
      * part way, and is not clean.
      * A step whose predecessor is not clean writes a REFUSED line
      * and stops with its own hard-failure code - rollup 16,
      * reconcile 20, digest 24 - unless an operator override card on
      * STATSOVR names the step, in which case an OVERRIDE line
      * records who forced it through and why, and the step runs.
      ****************************************************************
       01  STATS-LEDGER-RECORD.
           05  LDG-TIMESTAMP       PIC X(19).
           05  FILLER              PIC X.
           05  LDG-STEP            PIC X(10).
           05  FILLER              PIC X.
           05  LDG-EVENT           PIC X(8).
               88  LDG-IS-START    VALUE "START   ".
               88  LDG-IS-END      VALUE "END     ".
               88  LDG-IS-REFUSED  VALUE "REFUSED ".
               88  LDG-IS-OVERRIDE VALUE "OVERRIDE".
           05  FILLER              PIC X.
           05  LDG-RUN-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  LDG-RETURN-CODE     PIC 9(2).
           05  FILLER              PIC X.
           05  LDG-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  LDG-NOTE            PIC X(30).

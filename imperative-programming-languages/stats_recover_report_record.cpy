      ****************************************************************
      * Record layouts for the statistics_recover report RCVRPT - a
      * title line, the card echoed with what happened (RESTORED,
      * NOT CATALOGED, FAILED CHECK, REBUILD FAILED, BAD GENERATION,
      * BAD MASTER, BAD ACTION, NO OPERATOR or UNAUTHORIZED) - a
      * generation that FAILED CHECK never touched the master, one
      * whose REBUILD FAILED left it part-written - labelled lines
      * proving the generation and the rebuilt master against the
      * catalog, then every STATSLEDG run-ledger line and every
      * STATSAUDIT audit-log line written after the generation was
      * taken, each list under its own labelled heading - the runs
      * to replay. BACKUP ledger lines are left out, since a backup
      * changes nothing that would need replaying. Content is MOVEd
      * in - VALUE clauses are not usable on FD items.
      ****************************************************************
       01  RCVR-REPORT-TITLE-LINE.
           05  RCT-TITLE-TEXT      PIC X(44).
           05  FILLER              PIC X(36).
       01  RCVR-REPORT-ACTION-LINE.
           05  RCA-ACTION          PIC X(8).
           05  FILLER              PIC X.
           05  RCA-MASTER          PIC X(10).
           05  FILLER              PIC X.
           05  RCA-GENERATION      PIC X(5).
           05  FILLER              PIC X.
           05  RCA-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  RCA-RESULT          PIC X(15).
           05  FILLER              PIC X(30).
       01  RCVR-REPORT-DETAIL-LINE.
           05  RCD-LABEL           PIC X(30).
           05  RCD-VALUE           PIC X(25).
           05  FILLER              PIC X(25).
       01  RCVR-REPORT-LEDGER-LINE.
           05  RCL-TIMESTAMP       PIC X(19).
           05  FILLER              PIC X.
           05  RCL-STEP            PIC X(10).
           05  FILLER              PIC X.
           05  RCL-EVENT           PIC X(8).
           05  FILLER              PIC X.
           05  RCL-RUN-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  RCL-RETURN-CODE     PIC 9(2).
           05  FILLER              PIC X.
           05  RCL-NOTE            PIC X(26).
       01  RCVR-REPORT-AUDIT-LINE.
           05  RCU-TIMESTAMP       PIC X(19).
           05  FILLER              PIC X.
           05  RCU-BATCH-ID        PIC X(10).
           05  FILLER              PIC X.
           05  RCU-RECORD-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X.
           05  RCU-NOTE            PIC X(20).
           05  FILLER              PIC X(23).

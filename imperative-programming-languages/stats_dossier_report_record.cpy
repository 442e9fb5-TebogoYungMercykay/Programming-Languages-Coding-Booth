      ****************************************************************
      * Record layouts for the statistics_dossier single-station
      * inquiry report. Same multi-01-records-sharing-one-FD pattern
      * as stats_rollup_record.cpy - a title line, labelled detail
      * lines for the card, the station's STATSSTA entry and the
      * closing summary, a section line opening each part of the
      * dossier, column headings, and one line layout per kind of
      * entry listed. The listed entries are formatted on their way
      * into the sort and come back out as whole print lines, so
      * DOSS-REPORT-PRINT-LINE writes any of them. Content is MOVEd
      * in - VALUE clauses are not usable on FD items.
      ****************************************************************
       01  DOSS-REPORT-TITLE-LINE.
           05  DRT-TITLE-TEXT      PIC X(44).
           05  FILLER              PIC X(36).
       01  DOSS-REPORT-DETAIL-LINE.
           05  DRD-LABEL           PIC X(30).
           05  DRD-VALUE           PIC X(30).
           05  FILLER              PIC X(20).
       01  DOSS-REPORT-SECTION-LINE.
           05  DRS-SECTION-TEXT    PIC X(44).
           05  FILLER              PIC X(36).
       01  DOSS-REPORT-PRINT-LINE.
           05  DRP-TEXT            PIC X(80).
       01  DOSS-REPORT-NOTE-LINE.
           05  DRN-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(2).
           05  DRN-TEXT            PIC X(40).
           05  FILLER              PIC X(28).
       01  DOSS-REPORT-FIGURE-HEADING.
           05  DRYH-RUN-DATE       PIC X(10).
           05  FILLER              PIC X.
           05  DRYH-TYPE           PIC X.
           05  FILLER              PIC X.
           05  DRYH-BATCH-ID       PIC X(10).
           05  FILLER              PIC X.
           05  DRYH-RECORD-COUNT   PIC X(5).
           05  FILLER              PIC X.
           05  DRYH-SMALLEST       PIC X(6).
           05  FILLER              PIC X.
           05  DRYH-LARGEST        PIC X(6).
           05  FILLER              PIC X.
           05  DRYH-MODE           PIC X(6).
           05  FILLER              PIC X.
           05  DRYH-MEAN           PIC X(6).
           05  FILLER              PIC X.
           05  DRYH-MEDIAN         PIC X(6).
           05  FILLER              PIC X.
           05  DRYH-STDDEV         PIC X(8).
           05  FILLER              PIC X.
           05  DRYH-SOURCE         PIC X(4).
           05  FILLER              PIC X(2).
       01  DOSS-REPORT-FIGURE-LINE.
           05  DRY-RUN-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  DRY-TYPE            PIC X.
           05  FILLER              PIC X.
           05  DRY-BATCH-ID        PIC X(10).
           05  FILLER              PIC X.
           05  DRY-RECORD-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X.
           05  DRY-SMALLEST        PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRY-LARGEST         PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRY-MODE            PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRY-MEAN            PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRY-MEDIAN          PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRY-STDDEV          PIC ZZ9.9999.
           05  FILLER              PIC X.
           05  DRY-SOURCE          PIC X(4).
           05  FILLER              PIC X(2).
       01  DOSS-REPORT-READING-HEADING.
           05  DRRH-RUN-DATE       PIC X(10).
           05  FILLER              PIC X.
           05  DRRH-BATCH-ID       PIC X(10).
           05  FILLER              PIC X.
           05  DRRH-TYPE           PIC X.
           05  FILLER              PIC X.
           05  DRRH-SEQUENCE       PIC X(5).
           05  FILLER              PIC X.
           05  DRRH-VALUE          PIC X(6).
           05  FILLER              PIC X.
           05  DRRH-RAW-VALUE      PIC X(10).
           05  FILLER              PIC X(33).
       01  DOSS-REPORT-READING-LINE.
           05  DRR-RUN-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  DRR-BATCH-ID        PIC X(10).
           05  FILLER              PIC X.
           05  DRR-TYPE            PIC X.
           05  FILLER              PIC X.
           05  DRR-SEQUENCE        PIC ZZZZ9.
           05  FILLER              PIC X.
           05  DRR-VALUE           PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRR-RAW-VALUE       PIC -(6)9.99.
           05  FILLER              PIC X(33).
       01  DOSS-REPORT-REJECT-HEADING.
           05  DRJH-RUN-DATE       PIC X(10).
           05  FILLER              PIC X.
           05  DRJH-BATCH-ID       PIC X(10).
           05  FILLER              PIC X.
           05  DRJH-RECORD-NUMBER  PIC X(5).
           05  FILLER              PIC X.
           05  DRJH-TYPE           PIC X.
           05  FILLER              PIC X.
           05  DRJH-SEQUENCE       PIC X(5).
           05  FILLER              PIC X.
           05  DRJH-RAW-VALUE      PIC X(6).
           05  FILLER              PIC X.
           05  DRJH-REASON-CODE    PIC X(4).
           05  FILLER              PIC X.
           05  DRJH-REASON-TEXT    PIC X(26).
           05  FILLER              PIC X(6).
       01  DOSS-REPORT-REJECT-LINE.
           05  DRJ-RUN-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  DRJ-BATCH-ID        PIC X(10).
           05  FILLER              PIC X.
           05  DRJ-RECORD-NUMBER   PIC ZZZZ9.
           05  FILLER              PIC X.
           05  DRJ-TYPE            PIC X.
           05  FILLER              PIC X.
           05  DRJ-SEQUENCE        PIC X(5).
           05  FILLER              PIC X.
           05  DRJ-RAW-VALUE       PIC X(6).
           05  FILLER              PIC X.
           05  DRJ-REASON-CODE     PIC X(4).
           05  FILLER              PIC X.
           05  DRJ-REASON-TEXT     PIC X(26).
           05  FILLER              PIC X(6).
       01  DOSS-REPORT-ALERT-HEADING.
           05  DRAH-ALERT-TYPE     PIC X(12).
           05  FILLER              PIC X.
           05  DRAH-TYPE           PIC X.
           05  FILLER              PIC X.
           05  DRAH-STATION-ID     PIC X(4).
           05  FILLER              PIC X.
           05  DRAH-ALERT-SEQ      PIC X(4).
           05  FILLER              PIC X.
           05  DRAH-STATUS         PIC X(6).
           05  FILLER              PIC X.
           05  DRAH-OPENED-DATE    PIC X(10).
           05  FILLER              PIC X.
           05  DRAH-LAST-DATE      PIC X(10).
           05  FILLER              PIC X.
           05  DRAH-BREACH-COUNT   PIC X(5).
           05  FILLER              PIC X.
           05  DRAH-ESCALATION     PIC X.
           05  FILLER              PIC X.
           05  DRAH-DISPOSITION    PIC X(12).
           05  FILLER              PIC X(6).
       01  DOSS-REPORT-ALERT-LINE.
           05  DRA-ALERT-TYPE      PIC X(12).
           05  FILLER              PIC X.
           05  DRA-TYPE            PIC X.
           05  FILLER              PIC X.
           05  DRA-STATION-ID      PIC X(4).
           05  FILLER              PIC X.
           05  DRA-ALERT-SEQ       PIC ZZZ9.
           05  FILLER              PIC X.
           05  DRA-STATUS          PIC X(6).
           05  FILLER              PIC X.
           05  DRA-OPENED-DATE     PIC X(10).
           05  FILLER              PIC X.
           05  DRA-LAST-DATE       PIC X(10).
           05  FILLER              PIC X.
           05  DRA-BREACH-COUNT    PIC ZZZZ9.
           05  FILLER              PIC X.
           05  DRA-ESCALATION      PIC 9.
           05  FILLER              PIC X.
           05  DRA-DISPOSITION     PIC X(12).
           05  FILLER              PIC X(6).
       01  DOSS-REPORT-CHANGE-LINE.
           05  DRC-TIMESTAMP       PIC X(19).
           05  FILLER              PIC X.
           05  DRC-ACTION          PIC X(8).
           05  FILLER              PIC X.
           05  DRC-NOTE            PIC X(12).
           05  FILLER              PIC X.
           05  DRC-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  DRC-RUN-DATE        PIC X(10).
           05  FILLER              PIC X.
           05  DRC-BATCH-ID        PIC X(10).
           05  FILLER              PIC X.
           05  DRC-TYPE            PIC X.
           05  FILLER              PIC X(6).
       01  DOSS-REPORT-STATION-CHANGE-LINE.
           05  DRM-TIMESTAMP       PIC X(19).
           05  FILLER              PIC X.
           05  DRM-ACTION          PIC X(8).
           05  FILLER              PIC X.
           05  DRM-NOTE            PIC X(12).
           05  FILLER              PIC X.
           05  DRM-OPERATOR        PIC X(8).
           05  FILLER              PIC X.
           05  DRM-ACTIVE-FLAG     PIC X.
           05  FILLER              PIC X.
           05  DRM-DATE-COMMISSIONED PIC X(10).
           05  FILLER              PIC X(17).
       01  DOSS-REPORT-STATION-FIELDS-HEADING.
           05  FILLER              PIC X(2).
           05  DRFH-NAME           PIC X(20).
           05  FILLER              PIC X.
           05  DRFH-LOCATION       PIC X(20).
           05  FILLER              PIC X.
           05  DRFH-LEVEL-ALARM-LOW PIC X(6).
           05  FILLER              PIC X.
           05  DRFH-LEVEL-ALARM-HIGH PIC X(6).
           05  FILLER              PIC X.
           05  DRFH-FLOW-ALARM-LOW PIC X(6).
           05  FILLER              PIC X.
           05  DRFH-FLOW-ALARM-HIGH PIC X(6).
           05  FILLER              PIC X(9).
       01  DOSS-REPORT-STATION-FIELDS-LINE.
           05  FILLER              PIC X(2).
           05  DRF-NAME            PIC X(20).
           05  FILLER              PIC X.
           05  DRF-LOCATION        PIC X(20).
           05  FILLER              PIC X.
           05  DRF-LEVEL-ALARM-LOW PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRF-LEVEL-ALARM-HIGH PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRF-FLOW-ALARM-LOW  PIC ZZ9.99.
           05  FILLER              PIC X.
           05  DRF-FLOW-ALARM-HIGH PIC ZZ9.99.
           05  FILLER              PIC X(9).

      ****************************************************************
      * Record layouts for the agency's acknowledgement file SUBMACK,
      * read by statistics_suback. It answers one submission and
      * follows the submission file's own pattern - the first byte
      * says which record it is:
      *   "H" header  - the entity id, period (YYYYMM) and submission
      *                 number it answers, the file's overall status
      *                 ("A" all accepted, "P" partly accepted, "R"
      *                 the whole file rejected), the date the agency
      *                 processed it as YYYYMMDD, and the reason when
      *                 the whole file was rejected.
      *   "D" detail  - the agency's verdict on one submitted detail,
      *                 by the sequence number we gave it: "A" or "R",
      *                 and for a rejection its reason code and text.
      *                 A fully accepted file need not list details.
      *   "T" trailer - the number of detail records in the file.
      * Every record is 80 bytes.
      ****************************************************************
       01  SUBA-HEADER-RECORD.
           05  SAH-RECORD-TYPE     PIC X.
           05  SAH-ENTITY-ID       PIC X(10).
           05  SAH-PERIOD          PIC X(6).
           05  SAH-SUBMISSION-NO   PIC 9(2).
           05  SAH-FILE-STATUS     PIC X.
               88  SAH-ALL-ACCEPTED VALUE "A".
               88  SAH-PART-ACCEPTED VALUE "P".
               88  SAH-FILE-REJECTED VALUE "R".
           05  SAH-ACK-DATE        PIC X(8).
           05  SAH-FILE-REASON     PIC X(40).
           05  FILLER              PIC X(12).
       01  SUBA-DETAIL-RECORD.
           05  SAD-RECORD-TYPE     PIC X.
           05  SAD-RECORD-SEQ      PIC 9(6).
           05  SAD-STATUS          PIC X.
               88  SAD-IS-ACCEPTED VALUE "A".
               88  SAD-IS-REJECTED VALUE "R".
           05  SAD-REASON-CODE     PIC X(4).
           05  SAD-REASON-TEXT     PIC X(40).
           05  FILLER              PIC X(28).
       01  SUBA-TRAILER-RECORD.
           05  SAT-RECORD-TYPE     PIC X.
           05  SAT-RECORD-COUNT    PIC 9(7).
           05  FILLER              PIC X(72).

      ****************************************************************
      * Record layouts for the agency's fixed-format monthly
      * submission file STATSSUBM, written by statistics_submit.
      * Same multi-01-records-sharing-one-FD pattern as the input
      * batch - the first byte says which record it is:
      *   "H" header  - our reporting-entity id, the period as
      *                 YYYYMM, the submission number for that
      *                 period, "O" for an original or "R" for a
      *                 resubmission, and the date the file was made
      *                 as YYYYMMDD.
      *   "D" detail  - one per station and reading type for the
      *                 month: reading count, smallest, largest and
      *                 reading-weighted mean, zero-filled with two
      *                 implied decimals. SBD-RECORD-SEQ numbers the
      *                 details from 1 - the agency's acknowledgement
      *                 quotes it back.
      *   "T" trailer - the number of detail records and a hash
      *                 total of their values (smallest + largest +
      *                 mean, summed over every detail).
      * Every record is 80 bytes.
      ****************************************************************
       01  SUBM-HEADER-RECORD.
           05  SBH-RECORD-TYPE     PIC X.
           05  SBH-ENTITY-ID       PIC X(10).
           05  SBH-PERIOD          PIC X(6).
           05  SBH-SUBMISSION-NO   PIC 9(2).
           05  SBH-SUBMISSION-TYPE PIC X.
           05  SBH-CREATED-DATE    PIC X(8).
           05  FILLER              PIC X(52).
       01  SUBM-DETAIL-RECORD.
           05  SBD-RECORD-TYPE     PIC X.
           05  SBD-RECORD-SEQ      PIC 9(6).
           05  SBD-STATION-ID      PIC X(4).
           05  SBD-READING-TYPE    PIC X.
           05  SBD-READING-COUNT   PIC 9(7).
           05  SBD-MINIMUM         PIC 9(5)V99.
           05  SBD-MAXIMUM         PIC 9(5)V99.
           05  SBD-MEAN            PIC 9(5)V99.
           05  FILLER              PIC X(40).
       01  SUBM-TRAILER-RECORD.
           05  SBT-RECORD-TYPE     PIC X.
           05  SBT-RECORD-COUNT    PIC 9(7).
           05  SBT-HASH-TOTAL      PIC 9(11)V99.
           05  FILLER              PIC X(59).

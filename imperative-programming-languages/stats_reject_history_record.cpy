      ****************************************************************
      * STATS-REJHIST-RECORD
      * One record per data-quality event on the keyed reject
      * history master statistics_program maintains - STATSREJ is
      * rewritten every night, so it could never say which stations
      * send the most bad data over a month. Every reading the
      * program rejects lands here as well as on STATSREJ, with its
      * free-text reason reduced to RJH-REASON-CODE, and so does
      * every reading accepted out of sequence (code OSEQ - that one
      * is kept, not rejected, and is counted apart from the rejects).
      * RJH-RJH-KEY is the record key: run date, batch id and the
      * physical record number on STATSIN, so a restarted run lands
      * on the same records. A batch sent again clears its earlier
      * entries when its header is read, so they are not doubled.
      * The statistics_scorecard program reads this master for the
      * monthly station data-quality scorecard.
      * Reason codes:
      *   MSID missing station id      UNKS unknown station id
      *   DCOM station decommissioned  BTYP bad reading type
      *   BSEQ bad sequence number     BLNK blank reading value
      *   NNUM non-numeric value       RNGE reading out of range
      *   DUPL duplicate reading       DCAP daily reading cap hit
      *   SLIM station limit exceeded  UREC unrecognized record
      *   OSEQ accepted out of sequence
      ****************************************************************
       01  STATS-REJHIST-RECORD.
           05  RJH-RJH-KEY.
               10  RJH-RUN-DATE    PIC X(10).
               10  RJH-BATCH-ID    PIC X(10).
               10  RJH-RECORD-NUMBER PIC 9(5).
           05  RJH-STATION-ID      PIC X(4).
           05  RJH-READING-TYPE    PIC X.
           05  RJH-REASON-CODE     PIC X(4).
               88  RJH-IS-DUPLICATE VALUE "DUPL".
               88  RJH-IS-OUT-OF-SEQ VALUE "OSEQ".
           05  RJH-SEQUENCE        PIC X(5).
           05  RJH-RAW-VALUE       PIC X(6).

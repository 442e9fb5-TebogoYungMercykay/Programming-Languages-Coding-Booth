      ****************************************************************
      * STATS-CHECKPOINT-RECORD
      * Single-record progress marker for readData, rewritten after
      * every reading accepted or rejected. If a run is interrupted,
      * the next run's restoreCheckpoint paragraph reads this record
      * back, restores the batch's counts and skips the physical
      * input records already consumed instead of reprocessing them.
      * The readings gathered so far are not carried here - they are
      * already on the keyed work file STATSWRK, which a resumed
      * batch picks up as it stands, so the record stays the same
      * size however many readings the batch holds.
      * A record with a blank CKP-RUN-DATE marks a clean batch
      * boundary - the next run skips the consumed records and starts
      * at the following batch header rather than mid-batch.
      ****************************************************************
       01  STATS-CHECKPOINT-RECORD.
           05  CKP-INPUT-RECNO     PIC 9(5).
           05  CKP-RECORD-COUNT    PIC 9(5).
           05  CKP-REJECT-COUNT    PIC 9(5).
           05  CKP-RUN-DATE        PIC X(10).
           05  CKP-BATCH-ID        PIC X(10).
           05  CKP-EXPECTED-COUNT  PIC 9(5).
           05  CKP-BATCH-COUNT     PIC 9(3).

      ****************************************************************
      * BACKUP-CONTROL-RECORD
      * The optional run card for statistics_backup (BKUPCTL).
      * BKU-KEEP-GENERATIONS is how many generations of each master
      * STATSBKC keeps cataloged - once a new generation is taken,
      * the oldest ones past that number are rolled off the catalog
      * and their files are reused by later generations. A missing
      * card, an empty file or a blank count keeps 7; a count must
      * be 1 to 98, so a generation is never taken over the top of
      * one still kept.
      ****************************************************************
       01  BACKUP-CONTROL-RECORD.
           05  BKU-KEEP-GENERATIONS PIC X(2).

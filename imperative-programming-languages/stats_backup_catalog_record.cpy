      ****************************************************************
      * STATS-BACKUP-CATALOG-RECORD
      * One entry on the keyed backup catalog STATSBKC for every
      * generation statistics_backup has taken and still keeps.
      * BKC-GENERATION runs on from the master's highest cataloged
      * generation, so a generation number is never reused even
      * after older ones are rolled off. BKC-SLOT is the file slot
      * the generation was written into (BKC-FILE-NAME is the master
      * with ".G" and the slot) - a new generation only ever takes a
      * slot no kept generation holds. BKC-TIMESTAMP is when the
      * unload started, in the run ledger's MM/DD/YYYY HH:MM:SS form,
      * so statistics_recover can tell which ledger and audit entries
      * came after it. BKC-RECORD-COUNT and BKC-HASH-TOTAL are the
      * figures on the generation's control line.
      ****************************************************************
       01  STATS-BACKUP-CATALOG-RECORD.
           05  BKC-CATALOG-KEY.
               10  BKC-MASTER      PIC X(10).
               10  BKC-GENERATION  PIC 9(5).
           05  BKC-TIMESTAMP       PIC X(19).
           05  BKC-SLOT            PIC 9(2).
           05  BKC-FILE-NAME       PIC X(30).
           05  BKC-RECORD-COUNT    PIC 9(9).
           05  BKC-HASH-TOTAL      PIC S9(14)V9999.

      * RESTORE also writes the selected records back onto the live
      * STATSHIST master so a reopened period can be corrected and
      * re-archived.
      * ACM-OPERATOR identifies who submitted the card. The program
      * refuses any card whose operator STATSAUTH does not authorize
      * for the action, and logs the refusal to STATSSECV.
      ****************************************************************
       01  ARCM-COMMAND-RECORD.
           05  ACM-ACTION          PIC X(8).
           05  ACM-STATION-ID      PIC X(4).
           05  ACM-READING-TYPE    PIC X.
           05  ACM-TO-DATE         PIC X(10).
           05  ACM-OPERATOR        PIC X(8).

      ****************************************************************
      * STATS-WORK-RECORD
      * One record per reading statistics_program has accepted from
      * the batch it is working on, on the keyed work file STATSWRK.
      * The readings used to be held in core, which capped a batch at
      * 200 readings from 20 stations; on STATSWRK a batch is bounded
      * only by disk. WRK-KEY is station, reading type and the
      * controller's sequence number, so a duplicate reading is found
      * by a keyed read and an out-of-sequence one by what follows
      * its key. WRK-RECORD-NUMBER is the reading's physical record
      * number on STATSIN - the figures are sorted from this file and
      * the record number keeps the input order wherever the reports
      * list readings in the order they arrived.
      * The file is emptied when a batch header is read and is kept
      * as it stands when an interrupted run resumes mid-batch, so
      * the checkpoint no longer has to carry the readings. A reading
      * found already on file under its own record number was landed
      * just before the interruption and is taken again, not
      * rejected as a duplicate.
      ****************************************************************
       01  STATS-WORK-RECORD.
           05  WRK-KEY.
               10  WRK-STATION-ID      PIC X(4).
               10  WRK-READING-TYPE    PIC X.
               10  WRK-SEQUENCE        PIC 9(5).
           05  WRK-VALUE               PIC 9(3)V99.
           05  WRK-RAW-VALUE           PIC S9(6)V99.
           05  WRK-RECORD-NUMBER       PIC 9(5).

      * doubling them. The statistics_recompute program reads this
      * master to merge an original batch and its "R" supplemental
      * batch into a single corrected set of figures on STATSHIST.
      * DTL-RAW-VALUE is the reading exactly as the gauge sent it and
      * DTL-VALUE the value after the station's calibration factor
      * was applied - the figures are always built from DTL-VALUE.
      * Keeping the raw value lets statistics_recalib re-apply a
      * backdated factor without going back to the extracts.
      ****************************************************************
       01  STATS-DETAIL-RECORD.
           05  DTL-DTL-KEY.
               10  DTL-READING-TYPE PIC X.
               10  DTL-SEQUENCE    PIC 9(5).
           05  DTL-VALUE           PIC 9(3)V99.
           05  DTL-RAW-VALUE       PIC S9(6)V99.

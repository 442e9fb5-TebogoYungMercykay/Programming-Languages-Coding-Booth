      ****************************************************************
      * RCMP-CONTROL-RECORD
      * The operator card naming the batch the
      * statistics_recompute job rebuilds: RCP-RUN-DATE and
      * RCP-BATCH-ID name the ORIGINAL batch as it ran on STATSIN.
      * The job finds the matching "R" supplemental batch (the id
      * statistics_recycle derives, the original's with an R) on the
      * readings detail master itself, so the operator never has to
      * key it.
      * The card file may carry more than one card - one batch is
      * rebuilt per card, in turn. statistics_recalib writes one for
      * every batch a backdated calibration factor touched.
      ****************************************************************
       01  RCMP-CONTROL-RECORD.
           05  RCP-RUN-DATE        PIC X(10).

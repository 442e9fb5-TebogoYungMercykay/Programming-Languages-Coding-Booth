      ****************************************************************
      * STATS-SUBREG-RECORD
      * One entry on the indexed submission register STATSSUBR that
      * statistics_submit writes and statistics_suback reconciles.
      * SRG-SRG-KEY is the period (YYYYMM), the submission number
      * within it and the detail record's sequence number. Sequence
      * 000000 is the submission's control entry and carries the
      * SRG-CONTROL-FIELDS view: when and by which entity id it was
      * sent, whether it was a resubmission, its record count and
      * hash total, and - once statistics_suback has read the
      * agency's acknowledgement - how many details the agency
      * accepted and rejected and the overall status (SENT, ACCEPTED,
      * PARTIAL or REJECTED). Every other sequence is one submitted
      * detail, in the SRG-DETAIL-FIELDS view: the figures sent and
      * the agency's verdict on them ("A" accepted, "R" rejected,
      * blank not yet acknowledged) with its reason code and text.
      ****************************************************************
       01  STATS-SUBREG-RECORD.
           05  SRG-SRG-KEY.
               10  SRG-PERIOD          PIC X(6).
               10  SRG-SUBMISSION-NO   PIC 9(2).
               10  SRG-RECORD-SEQ      PIC 9(6).
           05  SRG-DETAIL-FIELDS.
               10  SRG-STATION-ID      PIC X(4).
               10  SRG-READING-TYPE    PIC X.
               10  SRG-READING-COUNT   PIC 9(7).
               10  SRG-MINIMUM         PIC 9(5)V99.
               10  SRG-MAXIMUM         PIC 9(5)V99.
               10  SRG-MEAN            PIC 9(5)V99.
               10  SRG-ACK-STATUS      PIC X.
                   88  SRG-IS-AWAITING VALUE " ".
                   88  SRG-IS-ACCEPTED VALUE "A".
                   88  SRG-IS-REJECTED VALUE "R".
               10  SRG-REJECT-CODE     PIC X(4).
               10  SRG-REJECT-REASON   PIC X(40).
           05  SRG-CONTROL-FIELDS REDEFINES SRG-DETAIL-FIELDS.
               10  SRG-SENT-DATE       PIC X(10).
               10  SRG-ENTITY-ID       PIC X(10).
               10  SRG-RESUBMIT-FLAG   PIC X.
               10  SRG-DETAIL-COUNT    PIC 9(6).
               10  SRG-HASH-TOTAL      PIC 9(11)V99.
               10  SRG-STATUS          PIC X(8).
               10  SRG-ACCEPTED-COUNT  PIC 9(6).
               10  SRG-REJECTED-COUNT  PIC 9(6).
               10  SRG-ACK-DATE        PIC X(10).
               10  FILLER              PIC X(8).

      ****************************************************************
      * SUBMIT-CONTROL-RECORD
      * The one operator card for the statistics_submit regulatory
      * submission job. SBC-MONTH and SBC-YEAR name the calendar
      * month to submit, as on the ARCHCTL card. SBC-ENTITY-ID is
      * our reporting-entity id with the agency, carried on the
      * submission header. SBC-RESUBMIT must be "Y" to send a month
      * the submission register already shows as sent - without it
      * the job refuses the month rather than send it twice.
      ****************************************************************
       01  SUBMIT-CONTROL-RECORD.
           05  SBC-MONTH           PIC X(2).
           05  FILLER              PIC X.
           05  SBC-YEAR            PIC X(4).
           05  FILLER              PIC X.
           05  SBC-ENTITY-ID       PIC X(10).
           05  FILLER              PIC X.
           05  SBC-RESUBMIT        PIC X.
               88  SBC-IS-RESUBMISSION VALUE "Y".

      * CORRECT's replacement values. RETIRE only flips the active
      * flag - the record stays on the master so its history can
      * still be read against a name.
      * SETLIMIT sets a station's alarm limits for one reading type
      * and CLRLIMIT clears them. Those cards carry the reading type
      * and the low and high alarm points as text, in place of the
      * descriptive fields, and are edit-checked before use. A blank
      * low or high on a SETLIMIT leaves that side without an alarm.
      * SCM-OPERATOR identifies who submitted the card. The program
      * refuses any card whose operator STATSAUTH does not authorize
      * for the action, and logs the refusal to STATSSECV.
      ****************************************************************
       01  STAM-COMMAND-RECORD.
           05  SCM-ACTION          PIC X(8).
               88  SCM-IS-LIST     VALUE "LIST    ".
               88  SCM-IS-CORRECT  VALUE "CORRECT ".
               88  SCM-IS-RETIRE   VALUE "RETIRE  ".
               88  SCM-IS-SETLIMIT VALUE "SETLIMIT".
               88  SCM-IS-CLRLIMIT VALUE "CLRLIMIT".
           05  SCM-STATION-ID      PIC X(4).
           05  SCM-DESCRIPTIVE-FIELDS.
               10  SCM-NAME            PIC X(20).
               10  SCM-LOCATION        PIC X(20).
               10  SCM-DATE-COMMISSIONED PIC X(10).
           05  SCM-LIMIT-FIELDS REDEFINES SCM-DESCRIPTIVE-FIELDS.
               10  SCM-LIMIT-TYPE      PIC X.
               10  FILLER              PIC X.
               10  SCM-LIMIT-LOW       PIC X(6).
               10  FILLER              PIC X.
               10  SCM-LIMIT-HIGH      PIC X(6).
               10  FILLER              PIC X(35).
           05  SCM-OPERATOR        PIC X(8).

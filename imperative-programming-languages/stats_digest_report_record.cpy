      * title line, the OVERALL verdict line that leads the page, a
      * labelled detail line for the counts, one line per batch run
      * with its figures, and one line per drift breach with the
      * observed figure against the period norm, then one line per
      * alert still open on the STATSALRG register - what drifted,
      * its age in days, the escalation level it has reached, the
      * breaches gathered and the night it opened. Content is MOVEd
      * in - VALUE clauses are not usable on FD items.
      ****************************************************************
       01  DGST-REPORT-TITLE-LINE.
           05  DGT-TITLE-TEXT      PIC X(44).
           05  DGA-VS              PIC X(4).
           05  DGA-EXPECTED        PIC ZZZZZZ9.99.
           05  FILLER              PIC X(41).
       01  DGST-REPORT-OPEN-ALERT-LINE.
           05  DGO-TYPE            PIC X(12).
           05  FILLER              PIC X.
           05  DGO-RTYPE           PIC X.
           05  FILLER              PIC X.
           05  DGO-STATION         PIC X(4).
           05  FILLER              PIC X.
           05  DGO-AGE-LABEL       PIC X(4).
           05  DGO-AGE             PIC ZZZ9.
           05  DGO-DAYS-LABEL      PIC X(5).
           05  FILLER              PIC X.
           05  DGO-LEVEL-LABEL     PIC X(6).
           05  DGO-LEVEL           PIC 9.
           05  FILLER              PIC X.
           05  DGO-BREACH-LABEL    PIC X(9).
           05  DGO-BREACHES        PIC ZZZZ9.
           05  FILLER              PIC X.
           05  DGO-OPENED-LABEL    PIC X(7).
           05  DGO-OPENED          PIC X(10).
           05  FILLER              PIC X(6).

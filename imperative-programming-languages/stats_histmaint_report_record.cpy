           05  HMA-TYPE            PIC X.
           05  FILLER              PIC X.
           05  HMA-RESULT          PIC X(12).
           05  FILLER              PIC X.
           05  HMA-OPERATOR        PIC X(8).
           05  FILLER              PIC X(21).
       01  HISTM-REPORT-FIGURE-LINE.
           05  HMF-LABEL           PIC X(30).
           05  HMF-VALUE           PIC X(15).

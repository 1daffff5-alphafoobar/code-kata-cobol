           05  RET-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  RET-JRN-LINE.
           05  FILLER              PIC X(24) VALUE
               "HISTORY JOURNAL RUN-ID: ".
           05  RET-JRN-RUN-ID      PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  RET-CUTOFF-LINE.
           05  FILLER              PIC X(25) VALUE
               "RETENTION CUTOFF (EXCL): ".

           05  RST-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  RST-JRN-LINE.
           05  FILLER              PIC X(24) VALUE
               "HISTORY JOURNAL RUN-ID: ".
           05  RST-JRN-RUN-ID      PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  RST-HDG-2-LINE.
           05  FILLER              PIC X(08) VALUE "TRAN-ID".
           05  FILLER              PIC X(01) VALUE SPACES.

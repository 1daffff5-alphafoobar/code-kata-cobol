      ******************************************************************
      *  RTLREC.CPY
      *  Load card and print-line layouts for RATLOAD, the daily
      *  exchange-rate load.  One RTL-CARD per currency per date,
      *  "CCC YYYYMMDD NNNN.NNNNNN" - the currency code, the date the
      *  rate applies to, and the number of base-currency units one
      *  unit of the currency buys (copybook RATREC); the print lines
      *  are the load report.
      ******************************************************************
       01  RTL-CARD.
           05  RTL-CARD-CURRENCY   PIC X(03).
           05  FILLER              PIC X(01).
           05  RTL-CARD-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  RTL-CARD-RATE-INT   PIC X(04).
           05  RTL-CARD-RATE-POINT PIC X(01).
           05  RTL-CARD-RATE-DEC   PIC X(06).
           05  FILLER              PIC X(56).

       01  RTL-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  RTL-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  RTL-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  RTL-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  RTL-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  RTL-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS READ:".
           05  RTL-FTR-READ        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RTL-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "RATES ADDED:".
           05  RTL-FTR-ADDED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RTL-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "RATES REPLACED:".
           05  RTL-FTR-REPLACED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RTL-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS IN ERROR:".
           05  RTL-FTR-ERRORS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

      *  detail line is printed per field-level failure, so a record
      *  with a bad date AND a bad summand shows both reasons, and the
      *  record sequence number ties the lines for one record
      *  together.  A date the edit moved rather than failed - rolled
      *  off a non-business day, or re-dated out of a closed
      *  accounting period - prints a ROLL or RDT line instead.
      ******************************************************************
       01  EDT-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  FILLER              PIC X(04) VALUE " TO ".
           05  EDT-ROLL-TO         PIC 9(08).
           05  FILLER              PIC X(16) VALUE SPACES.

       01  EDT-RDT-LINE.
           05  EDT-RDT-SEQ         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  EDT-RDT-TRAN-ID     PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  EDT-RDT-FIELD       PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "RE-DATED FROM ".
           05  EDT-RDT-FROM        PIC 9(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  EDT-RDT-TO          PIC 9(08).
           05  FILLER              PIC X(14) VALUE " PERIOD CLOSED".

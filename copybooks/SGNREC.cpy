      ******************************************************************
      *  SGNREC.CPY
      *  Print-line layouts for the SIGEN generation report - one
      *  line per occurrence of a standing instruction (copybook
      *  SIREC) written to the day's raw feed, showing the date it
      *  fell due and the TRAN-DATE it was generated under (the next
      *  business day when the due date was a weekend or holiday),
      *  and an error line for any instruction that could not be
      *  scheduled.  Instructions with nothing due are only counted
      *  on the footers.
      ******************************************************************
       01  SGN-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  SGN-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  SGN-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  SGN-HDG-2-LINE.
           05  FILLER              PIC X(07) VALUE "TRAN-ID".
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(04) VALUE "OP".
           05  FILLER              PIC X(02) VALUE "F".
           05  FILLER              PIC X(09) VALUE "DUE".
           05  FILLER              PIC X(09) VALUE "TRAN-DATE".
           05  FILLER              PIC X(45) VALUE "DISPOSITION".

       01  SGN-DET-LINE.
           05  SGN-DET-TRAN-ID     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SGN-DET-BRANCH      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SGN-DET-OP-CODE     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SGN-DET-FREQUENCY   PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SGN-DET-DUE-DATE    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SGN-DET-TRAN-DATE   PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SGN-DET-DISPOSITION PIC X(45).

       01  SGN-NOTE-LINE.
           05  FILLER              PIC X(06) VALUE "NOTE: ".
           05  SGN-NOTE-TEXT       PIC X(74) VALUE SPACES.

       01  SGN-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  SGN-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  SGN-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "INSTRUCTIONS READ:".
           05  SGN-FTR-READ        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  SGN-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "OCCURRENCES GENERATED:".
           05  SGN-FTR-GENERATED   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  SGN-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "INSTRUCTIONS NOT DUE:".
           05  SGN-FTR-NOT-DUE     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  SGN-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "INSTRUCTIONS ENDED:".
           05  SGN-FTR-ENDED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  SGN-FTR-5-LINE.
           05  FILLER              PIC X(24) VALUE
               "INSTRUCTIONS IN ERROR:".
           05  SGN-FTR-ERRORS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

      ******************************************************************
      *  BRMREC.CPY
      *  Maintenance card and print-line layouts for BRNMAINT, the
      *  branch master maintenance run.  One BRM-CARD per change:
      *
      *      "AAA BBB YYYYMMDD CCCCCC branch name"
      *
      *  AAA is the action - ADD (new branch: date is the date it
      *  opens, cost center and name required), CHG (name and/or
      *  cost center replaced where punched; a punched date moves
      *  the open date) or CLS (close the branch: date is the first
      *  date it no longer takes work).  BBB is the branch code.
      *  The print lines are the activity report - one line per card
      *  with what was done to the branch, or why the card was
      *  refused.
      ******************************************************************
       01  BRM-CARD.
           05  BRM-CARD-ACTION     PIC X(03).
               88  BRM-ADD               VALUE "ADD".
               88  BRM-CHANGE            VALUE "CHG".
               88  BRM-CLOSE             VALUE "CLS".
           05  FILLER              PIC X(01).
           05  BRM-CARD-CODE       PIC X(03).
           05  FILLER              PIC X(01).
           05  BRM-CARD-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  BRM-CARD-COST-CENTER
                                   PIC X(06).
           05  FILLER              PIC X(01).
           05  BRM-CARD-NAME       PIC X(30).
           05  FILLER              PIC X(26).

       01  BRM-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  BRM-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  BRM-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  BRM-HDG-2-LINE.
           05  FILLER              PIC X(04) VALUE "ACT".
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(31) VALUE "BRANCH NAME".
           05  FILLER              PIC X(07) VALUE "CC".
           05  FILLER              PIC X(02) VALUE "ST".
           05  FILLER              PIC X(09) VALUE "OPEN".
           05  FILLER              PIC X(09) VALUE "CLOSE".
           05  FILLER              PIC X(14) VALUE "DISPOSITION".

       01  BRM-DET-LINE.
           05  BRM-DET-ACTION      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BRM-DET-CODE        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BRM-DET-NAME        PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BRM-DET-COST-CENTER PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BRM-DET-STATUS      PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BRM-DET-OPEN-DATE   PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BRM-DET-CLOSE-DATE  PIC 9(08) BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  BRM-DET-DISPOSITION PIC X(14).

       01  BRM-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  BRM-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  BRM-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS READ:".
           05  BRM-FTR-READ        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BRM-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "BRANCHES ADDED:".
           05  BRM-FTR-ADDED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BRM-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "BRANCHES CHANGED:".
           05  BRM-FTR-CHANGED     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BRM-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "BRANCHES CLOSED:".
           05  BRM-FTR-CLOSED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BRM-FTR-5-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS IN ERROR:".
           05  BRM-FTR-ERRORS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

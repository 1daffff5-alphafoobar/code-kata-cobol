      ******************************************************************
      *  PRMREC.CPY
      *  Maintenance card and print-line layouts for PRDCLOSE, the
      *  accounting period close run.  One PRM-CARD per action:
      *
      *      "AAA YYYYMM YYYYMMDD SSSSSSSS reason"
      *
      *  AAA is the action - CLS (close the month: the date is the
      *  business day it is closed on and must fall after the month
      *  ends) or REO (reopen a closed month: the date is the day it
      *  reopens and the reason is required).  YYYYMM is the month,
      *  SSSSSSSS the id of whoever authorized the action and must be
      *  punched on either card.  The print lines are the activity
      *  report - one line per card with what was done to the month,
      *  or why the card was refused - and, under each close, the
      *  month's snapshot totals by branch and op-code.
      ******************************************************************
       01  PRM-CARD.
           05  PRM-CARD-ACTION     PIC X(03).
               88  PRM-CLOSE             VALUE "CLS".
               88  PRM-REOPEN            VALUE "REO".
           05  FILLER              PIC X(01).
           05  PRM-CARD-PERIOD     PIC X(06).
           05  PRM-CARD-PERIOD-N REDEFINES PRM-CARD-PERIOD
                                   PIC 9(06).
           05  PRM-CARD-PERIOD-P REDEFINES PRM-CARD-PERIOD.
               10  PRM-CARD-YEAR   PIC 9(04).
               10  PRM-CARD-MONTH  PIC 9(02).
           05  FILLER              PIC X(01).
           05  PRM-CARD-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  PRM-CARD-USER       PIC X(08).
           05  FILLER              PIC X(01).
           05  PRM-CARD-REASON     PIC X(30).
           05  FILLER              PIC X(21).

       01  PRM-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  PRM-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  PRM-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  PRM-HDG-2-LINE.
           05  FILLER              PIC X(04) VALUE "ACT".
           05  FILLER              PIC X(07) VALUE "PERIOD".
           05  FILLER              PIC X(09) VALUE "DATE".
           05  FILLER              PIC X(09) VALUE "USER".
           05  FILLER              PIC X(03) VALUE "CL".
           05  FILLER              PIC X(17) VALUE "DISPOSITION".
           05  FILLER              PIC X(31) VALUE "REASON".

       01  PRM-DET-LINE.
           05  PRM-DET-ACTION      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-DET-PERIOD      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-DET-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-DET-USER        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-DET-CLOSE-COUNT PIC Z9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-DET-DISPOSITION PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-DET-REASON      PIC X(31).

       01  PRM-SNP-HDG-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(04) VALUE "OP".
           05  FILLER              PIC X(09) VALUE "    COUNT".
           05  FILLER              PIC X(19) VALUE
               "      RESULT TOTAL".
           05  FILLER              PIC X(40) VALUE SPACES.

       01  PRM-SNP-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  PRM-SNP-BRANCH      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-SNP-OP-CODE     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-SNP-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-SNP-RESULT      PIC ---,---,---,--9.99.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  PRM-SNP-TOT-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "TOTAL".
           05  PRM-SNP-TOT-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  PRM-SNP-TOT-RESULT  PIC ---,---,---,--9.99.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  PRM-NOTE-LINE.
           05  FILLER              PIC X(06) VALUE "NOTE: ".
           05  PRM-NOTE-TEXT       PIC X(74) VALUE SPACES.

       01  PRM-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  PRM-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  PRM-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS READ:".
           05  PRM-FTR-READ        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  PRM-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "PERIODS CLOSED:".
           05  PRM-FTR-CLOSED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  PRM-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "PERIODS REOPENED:".
           05  PRM-FTR-REOPENED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  PRM-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS IN ERROR:".
           05  PRM-FTR-ERRORS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

      *  Print-line layouts for the AUDSTATS management statistics
      *  report.  Each 01-level below is built in WORKING-STORAGE and
      *  MOVEd to the FD record (STS-RECORD) immediately before the
      *  WRITE.  The report has four sections: statistics by op-code
      *  (volume, result total, average/minimum/maximum result),
      *  statistics by branch (volume, result total and rejects, with
      *  the branch name off the branch master), statistics by day
      *  (volume, result total, rejects and reject rate), and a
      *  month-over-month trend.
      ******************************************************************
       01  STS-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  STS-OP-MAX          PIC -------9.99.
           05  FILLER              PIC X(11) VALUE SPACES.

       01  STS-SEC-4-LINE.
           05  FILLER              PIC X(20) VALUE
               "STATISTICS BY BRANCH".
           05  FILLER              PIC X(60) VALUE SPACES.

       01  STS-BRN-HDG-LINE.
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(25) VALUE "BRANCH NAME".
           05  FILLER              PIC X(08) VALUE "   CALCS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE
               "    RESULT-TOTAL".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "REJECTS".
           05  FILLER              PIC X(16) VALUE SPACES.

       01  STS-BRN-LINE.
           05  STS-BRN-CODE        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  STS-BRN-NAME        PIC X(24).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  STS-BRN-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  STS-BRN-TOTAL       PIC ------------9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  STS-BRN-REJECTS     PIC ZZZZZZ9.
           05  FILLER              PIC X(16) VALUE SPACES.

       01  STS-SEC-2-LINE.
           05  FILLER              PIC X(17) VALUE
               "STATISTICS BY DAY".

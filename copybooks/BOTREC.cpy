      ******************************************************************
      *  BOTREC.CPY
      *  Print-line layouts for the HISTBOUT cycle-backout report.
      *  Each 01-level below is built in WORKING-STORAGE and MOVEd to
      *  the FD record (BOT-RECORD) immediately before the WRITE.  One
      *  run line is printed per RUNID card with the journal entries
      *  found for it, then one detail line per HIST-FILE key the
      *  runs touched: the run's net action on the key, the result
      *  the runs left and the result as it stood before them (blank
      *  where the key was not on file), and what was done.  The
      *  adjustment lines give the CTL-FILE cumulative figures to
      *  take back off and the extract (and EXTCORR correction)
      *  postings to recall, each followed by a line carrying its
      *  hash in the base currency under the HASH= column.
      ******************************************************************
       01  BOT-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  BOT-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  BOT-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  BOT-JRN-LINE.
           05  FILLER              PIC X(24) VALUE
               "HISTORY JOURNAL RUN-ID: ".
           05  BOT-JRN-RUN-ID      PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  BOT-RUN-LINE.
           05  FILLER              PIC X(20) VALUE
               "BACKING OUT RUN-ID: ".
           05  BOT-RUN-RUN-ID      PIC X(16).
           05  FILLER              PIC X(18) VALUE
               "  JOURNAL ENTRIES=".
           05  BOT-RUN-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(18) VALUE SPACES.

       01  BOT-HDG-2-LINE.
           05  FILLER              PIC X(09) VALUE "TRAN-ID".
           05  FILLER              PIC X(10) VALUE "TRAN-DATE".
           05  FILLER              PIC X(05) VALUE "RUN".
           05  FILLER              PIC X(14) VALUE "   AFTER RUN".
           05  FILLER              PIC X(14) VALUE "  BEFORE RUN".
           05  FILLER              PIC X(28) VALUE "DISPOSITION".

       01  BOT-DET-LINE.
           05  BOT-DET-TRAN-ID     PIC X(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  BOT-DET-TRAN-DATE   PIC X(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BOT-DET-ACTION      PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BOT-DET-RUN-RESULT  PIC --------9.99.
           05  BOT-DET-RUN-RESULT-X REDEFINES BOT-DET-RUN-RESULT
                                   PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BOT-DET-OLD-RESULT  PIC --------9.99.
           05  BOT-DET-OLD-RESULT-X REDEFINES BOT-DET-OLD-RESULT
                                   PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  BOT-DET-DISPOSITION PIC X(28).

       01  BOT-ADJ-LINE.
           05  BOT-ADJ-LABEL       PIC X(32).
           05  FILLER              PIC X(06) VALUE "COUNT=".
           05  BOT-ADJ-COUNT       PIC -------9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "HASH=".
           05  BOT-ADJ-HASH        PIC -----------9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  BOT-ADJ-BASE-LINE.
           05  FILLER              PIC X(48) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "BASE=".
           05  BOT-ADJ-BASE-HASH   PIC -----------9.99.
           05  FILLER              PIC X(12) VALUE SPACES.

       01  BOT-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  BOT-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  BOT-MSG-LINE.
           05  FILLER              PIC X(09) VALUE "WARNING: ".
           05  BOT-MSG-TEXT        PIC X(71) VALUE SPACES.

       01  BOT-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "JOURNAL ENTRIES READ:".
           05  BOT-FTR-READ        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BOT-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "ENTRIES SELECTED:".
           05  BOT-FTR-SELECTED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BOT-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "KEYS BACKED OUT:".
           05  BOT-FTR-BACKED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BOT-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "KEYS ALREADY BACKED OUT:".
           05  BOT-FTR-ALREADY     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BOT-FTR-5-LINE.
           05  FILLER              PIC X(24) VALUE
               "KEYS CHANGED - SKIPPED:".
           05  BOT-FTR-SKIPPED     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  BOT-FTR-6-LINE.
           05  FILLER              PIC X(24) VALUE
               "KEYS IN I/O ERROR:".
           05  BOT-FTR-IO-ERROR    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

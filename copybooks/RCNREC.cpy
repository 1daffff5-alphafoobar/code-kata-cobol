      ******************************************************************
      *  RCNREC.CPY
      *  Print-line layouts for the HISTRECN three-way reconciliation
      *  report.  Each 01-level below is built in WORKING-STORAGE and
      *  MOVEd to the FD record (RCN-RECORD) immediately before the
      *  WRITE.  One detail line is printed per finding against a
      *  TRAN-ID/TRAN-DATE key, showing the result each of the three
      *  sides holds for it - the audit trail (AUDOUT, copybook
      *  AUDREC), the extract (EXTOUT/EXTCORR, copybook EXTREC) and
      *  history (HIST-FILE or, for a purged key, the archive
      *  generations, copybook HISTREC) - blank where that side has
      *  nothing.  RCN-DET-SOURCE says where the history figure came
      *  from: FIL (HIST-FILE) or ARC (archive).  The footer carries
      *  the counts by finding type and the MATCHED/UNMATCHED verdict
      *  the schedule keys off.
      ******************************************************************
       01  RCN-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  RCN-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  RCN-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  RCN-RANGE-LINE.
           05  FILLER              PIC X(24) VALUE
               "TRAN-DATE RANGE: ".
           05  RCN-RANGE-FROM      PIC 9(08).
           05  FILLER              PIC X(04) VALUE " TO ".
           05  RCN-RANGE-TO        PIC 9(08).
           05  FILLER              PIC X(36) VALUE SPACES.

       01  RCN-HDG-2-LINE.
           05  FILLER              PIC X(22) VALUE "FINDING".
           05  FILLER              PIC X(07) VALUE "TRAN-ID".
           05  FILLER              PIC X(09) VALUE " DATE".
           05  FILLER              PIC X(13) VALUE
               "   AUD RESULT".
           05  FILLER              PIC X(13) VALUE
               "   EXT RESULT".
           05  FILLER              PIC X(13) VALUE
               "  HIST RESULT".
           05  FILLER              PIC X(03) VALUE "SRC".

       01  RCN-DET-LINE.
           05  RCN-DET-FINDING     PIC X(21).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCN-DET-TRAN-ID     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCN-DET-TRAN-DATE   PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCN-DET-AUD         PIC --------9.99.
           05  RCN-DET-AUD-X REDEFINES RCN-DET-AUD
                                   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCN-DET-EXT         PIC --------9.99.
           05  RCN-DET-EXT-X REDEFINES RCN-DET-EXT
                                   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCN-DET-HIST        PIC --------9.99.
           05  RCN-DET-HIST-X REDEFINES RCN-DET-HIST
                                   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RCN-DET-SOURCE      PIC X(03).

       01  RCN-NOTE-LINE.
           05  FILLER              PIC X(06) VALUE "NOTE: ".
           05  RCN-NOTE-TEXT       PIC X(74) VALUE SPACES.

       01  RCN-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  RCN-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  RCN-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "KEYS EXAMINED:".
           05  RCN-FTR-EXAMINED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "KEYS MATCHED:".
           05  RCN-FTR-MATCHED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "MISSING FROM HISTORY:".
           05  RCN-FTR-NO-HIST        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "MISSING FROM AUDIT:".
           05  RCN-FTR-NO-AUD         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-5-LINE.
           05  FILLER              PIC X(24) VALUE
               "MISSING FROM EXTRACT:".
           05  RCN-FTR-NO-EXT         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-6-LINE.
           05  FILLER              PIC X(24) VALUE
               "DUPLICATED IN EXTRACT:".
           05  RCN-FTR-EXT-DUP        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-7-LINE.
           05  FILLER              PIC X(24) VALUE
               "AMOUNTS DIFFER - AUD:".
           05  RCN-FTR-AUD-DIFF       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-8-LINE.
           05  FILLER              PIC X(24) VALUE
               "AMOUNTS DIFFER - EXT:".
           05  RCN-FTR-EXT-DIFF       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-9-LINE.
           05  FILLER              PIC X(24) VALUE
               "HISTORY FROM ARCHIVE:".
           05  RCN-FTR-ARCHIVED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-FTR-10-LINE.
           05  FILLER              PIC X(24) VALUE
               "UNDATED RECORDS SKIPPED:".
           05  RCN-FTR-UNDATED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  RCN-VERDICT-LINE.
           05  FILLER              PIC X(24) VALUE
               "RECONCILIATION VERDICT: ".
           05  RCN-VERDICT         PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(46) VALUE SPACES.

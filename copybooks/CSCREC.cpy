      ******************************************************************
      *  CSCREC.CPY
      *  Print-line layouts for the HISTCASC dependent-result report.
      *  Each 01-level below is built in WORKING-STORAGE and MOVEd to
      *  the FD record (CSC-RECORD) immediately before the WRITE.  One
      *  detail line is printed per calculation in the chain: the
      *  corrected base itself at level 0, then every calculation that
      *  takes a summand from it by reference, however many links
      *  down, with the summand slot (S1/S2) and the calculation it
      *  was reached through.  NEW RESULT is blank unless the run
      *  recomputed the figure; a figure that could not be recomputed
      *  carries a reason line underneath.
      ******************************************************************
       01  CSC-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  CSC-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  CSC-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  CSC-JRN-LINE.
           05  FILLER              PIC X(24) VALUE
               "HISTORY JOURNAL RUN-ID: ".
           05  CSC-JRN-RUN-ID      PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE SPACES.

       01  CSC-HDG-2-LINE.
           05  FILLER              PIC X(04) VALUE "LVL".
           05  FILLER              PIC X(07) VALUE "TRAN-ID".
           05  FILLER              PIC X(09) VALUE "TRAN-DATE".
           05  FILLER              PIC X(03) VALUE "BY".
           05  FILLER              PIC X(16) VALUE "REFERENCING".
           05  FILLER              PIC X(13) VALUE "  OLD RESULT".
           05  FILLER              PIC X(13) VALUE "  NEW RESULT".
           05  FILLER              PIC X(15) VALUE "DISPOSITION".

       01  CSC-DET-LINE.
           05  CSC-DET-LEVEL       PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CSC-DET-TRAN-ID     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CSC-DET-TRAN-DATE   PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CSC-DET-SLOT        PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CSC-DET-REF-ID      PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CSC-DET-REF-DATE    PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CSC-DET-OLD-RESULT  PIC --------9.99.
           05  CSC-DET-OLD-RESULT-X REDEFINES CSC-DET-OLD-RESULT
                                   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CSC-DET-NEW-RESULT  PIC --------9.99.
           05  CSC-DET-NEW-RESULT-X REDEFINES CSC-DET-NEW-RESULT
                                   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CSC-DET-DISPOSITION PIC X(15).

       01  CSC-RSN-LINE.
           05  FILLER              PIC X(08) VALUE SPACES.
           05  CSC-RSN-TEXT        PIC X(72) VALUE SPACES.

       01  CSC-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  CSC-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  CSC-MSG-LINE.
           05  FILLER              PIC X(09) VALUE "WARNING: ".
           05  CSC-MSG-TEXT        PIC X(71) VALUE SPACES.

       01  CSC-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "HISTORY RECORDS READ:".
           05  CSC-FTR-READ        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  CSC-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "REFERENCE LINKS:".
           05  CSC-FTR-LINKS       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  CSC-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "DEPENDENTS FOUND:".
           05  CSC-FTR-DEPENDENTS  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  CSC-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "RECALCULATED:".
           05  CSC-FTR-RECALC      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  CSC-FTR-5-LINE.
           05  FILLER              PIC X(24) VALUE
               "UNCHANGED:".
           05  CSC-FTR-UNCHANGED   PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  CSC-FTR-6-LINE.
           05  FILLER              PIC X(24) VALUE
               "NOT RECOMPUTED:".
           05  CSC-FTR-FAILED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

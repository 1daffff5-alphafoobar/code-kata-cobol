      ******************************************************************
      *  APRREC.CPY
      *  Approval card and print-line layouts for HOLDAPPR, the
      *  approval run for results held over their approval limit
      *  (pending items: copybook PNDREC).  One APR-CARD per decision:
      *
      *      "AAA IIIIII YYYYMMDD SSSSSSSS reason"
      *
      *  AAA is APP (approve: the held item posts to history, audit
      *  and extract with the supervisor's id on the audit record) or
      *  DEC (decline: the item, with any continuation members, goes
      *  to the REJRECYC repair queue).  IIIIII and YYYYMMDD are the
      *  held item's TRAN-ID and TRAN-DATE; SSSSSSSS is the deciding
      *  supervisor's id and must be punched.  The reason is
      *  optional and is carried onto a declined item's reject
      *  reason.  The print lines are the approval report - one line
      *  per held item with what became of it - and the aging list of
      *  items left undecided past the AGING= business-day limit.
      ******************************************************************
       01  APR-CARD.
           05  APR-CARD-ACTION     PIC X(03).
               88  APR-APPROVE           VALUE "APP".
               88  APR-DECLINE           VALUE "DEC".
           05  FILLER              PIC X(01).
           05  APR-CARD-TRAN-ID    PIC X(06).
           05  FILLER              PIC X(01).
           05  APR-CARD-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  APR-CARD-APPROVER   PIC X(08).
           05  FILLER              PIC X(01).
           05  APR-CARD-REASON     PIC X(30).
           05  FILLER              PIC X(21).

       01  APR-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  APR-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  APR-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  APR-HDG-2-LINE.
           05  FILLER              PIC X(04) VALUE "ACT".
           05  FILLER              PIC X(07) VALUE "TRAN-ID".
           05  FILLER              PIC X(09) VALUE " DATE".
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(04) VALUE "OP".
           05  FILLER              PIC X(12) VALUE "      RESULT".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "APPROVER".
           05  FILLER              PIC X(29) VALUE "DISPOSITION".

       01  APR-DET-LINE.
           05  APR-DET-ACTION      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-DET-TRAN-ID     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-DET-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-DET-BRANCH      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-DET-OP-CODE     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-DET-RESULT      PIC --------9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  APR-DET-APPROVER    PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-DET-DISPOSITION PIC X(29).

       01  APR-AGE-SEC-LINE.
           05  FILLER              PIC X(24) VALUE
               "AGING LIST - ITEMS HELD ".
           05  APR-AGE-SEC-DAYS    PIC ZZ9.
           05  FILLER              PIC X(53) VALUE
               " OR MORE BUSINESS DAYS".

       01  APR-AGE-HDG-LINE.
           05  FILLER              PIC X(07) VALUE "TRAN-ID".
           05  FILLER              PIC X(09) VALUE " DATE".
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(04) VALUE "OP".
           05  FILLER              PIC X(12) VALUE "      RESULT".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "       LIMIT".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(09) VALUE "HELD ON".
           05  FILLER              PIC X(05) VALUE "AGE".
           05  FILLER              PIC X(16) VALUE "HELD BY RUN".

       01  APR-AGE-LINE.
           05  APR-AGE-TRAN-ID     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-AGE-DATE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-AGE-BRANCH      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-AGE-OP-CODE     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-AGE-RESULT      PIC --------9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-AGE-LIMIT       PIC ZZZZZZZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-AGE-HELD-DATE   PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  APR-AGE-DAYS        PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  APR-AGE-RUN-ID      PIC X(16).

       01  APR-JRN-LINE.
           05  FILLER              PIC X(24) VALUE
               "HISTORY JOURNAL RUN-ID: ".
           05  APR-JRN-RUN-ID      PIC X(16).
           05  FILLER              PIC X(09) VALUE " ENTRIES=".
           05  APR-JRN-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(23) VALUE SPACES.

       01  APR-NOTE-LINE.
           05  FILLER              PIC X(06) VALUE "NOTE: ".
           05  APR-NOTE-TEXT       PIC X(74) VALUE SPACES.

       01  APR-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  APR-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  APR-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "HELD ITEMS READ:".
           05  APR-FTR-READ        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  APR-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "ITEMS APPROVED:".
           05  APR-FTR-APPROVED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  APR-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "ITEMS DECLINED:".
           05  APR-FTR-DECLINED    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  APR-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "ITEMS STILL HELD:".
           05  APR-FTR-HELD        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  APR-FTR-5-LINE.
           05  FILLER              PIC X(24) VALUE
               "ITEMS ON AGING LIST:".
           05  APR-FTR-AGED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  APR-FTR-6-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS IN ERROR:".
           05  APR-FTR-ERRORS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

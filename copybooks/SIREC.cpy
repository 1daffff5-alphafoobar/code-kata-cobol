      ******************************************************************
      *  SIREC.CPY
      *  Standing-instruction master record for SIFILE, an indexed
      *  file keyed by SI-TRAN-ID with one record per calculation a
      *  desk wants keyed for it on a schedule - the same TRAN-ID with
      *  a fixed operand every week, a month-end figure built on the
      *  prior month's result - instead of remembering to key it (or
      *  keying it twice).  Maintained by SIMAINT from ADD/CHG/DEL
      *  cards (card layout and activity report: copybook SIMREC);
      *  SIGEN reads it ahead of the FEEDSTG staging step and writes
      *  a TRANREC record into the raw feed for every occurrence due
      *  on the processing day.
      *
      *  SI-FREQUENCY is the schedule:
      *      D  every business day on the calendar (CALFILE);
      *      W  every seven days from SI-START-DATE;
      *      M  monthly on SI-START-DATE's day of the month (the
      *         last day of a shorter month);
      *      E  month-end - the last business day of each month.
      *  A W or M due date that is a weekend or holiday rolls forward
      *  to the next business day, as TRANEDIT's NONBUSINESS=ROLL
      *  does; D and E dates are business days to begin with.  No
      *  occurrence is due before SI-START-DATE or after SI-END-DATE
      *  (zero: no end).
      *
      *  Only single-record operations are scheduled (ADD, SUB, MUL,
      *  DIV).  Each operand is a fixed signed amount or a reference
      *  to a prior calculation (TRAN-REF-DATA, copybook TRANREC):
      *      REF-FLAG "R"  always the result keyed REF-ID/REF-DATE;
      *      REF-FLAG "P"  the REF-ID result of the previous
      *                    occurrence - the first occurrence refers
      *                    to REF-DATE, every later one to the
      *                    TRAN-DATE of the occurrence before it
      *                    (SI-LAST-GEN-DATE).
      *  The summand bytes of a by-reference operand are zero.
      *
      *  SI-CURRENCY is the currency the occurrences are keyed in
      *  (TRAN-CURRENCY, copybook TRANREC) - blank for the base
      *  currency, otherwise a currency on the exchange-rate file
      *  (copybook RATREC).  Fixed operands are amounts in it.
      *  HELLOWORLD converts each occurrence at the rate for the date
      *  it is generated under, as it does keyed work.
      *
      *  SI-LAST-DUE-DATE is the (unrolled) due date of the last
      *  occurrence generated and SI-LAST-GEN-DATE the TRAN-DATE it
      *  was generated under; zero until the first.  The schedule
      *  runs on from the last due date, so a missed day catches up.
      *  SI-LAST-RUN-DATE is the processing day of the SIGEN run that
      *  last generated, and the PRIOR dates are the last-due/last-
      *  generated pair as they stood before that run: a rerun for
      *  the same processing day starts again from them and
      *  regenerates the same records.  SI-MAINT-DATE is the run date
      *  of the last SIMAINT card applied.  Record is 150 bytes.
      ******************************************************************
       01  SI-RECORD.
           05  SI-TRAN-ID          PIC X(06).
           05  SI-BRANCH           PIC X(03).
           05  SI-OP-CODE          PIC X(03).
           05  SI-FREQUENCY        PIC X(01).
               88  SI-DAILY              VALUE "D".
               88  SI-WEEKLY             VALUE "W".
               88  SI-MONTHLY            VALUE "M".
               88  SI-MONTH-END          VALUE "E".
           05  SI-START-DATE       PIC 9(08).
           05  SI-END-DATE         PIC 9(08).
           05  SI-SUMMAND-1        PIC S9(04)V99
                                   SIGN LEADING SEPARATE.
           05  SI-SUMMAND-2        PIC S9(04)V99
                                   SIGN LEADING SEPARATE.
           05  SI-S1-REF.
               10  SI-S1-REF-FLAG  PIC X(01).
                   88  SI-S1-FIXED-REF   VALUE "R".
                   88  SI-S1-PRIOR-REF   VALUE "P".
               10  SI-S1-REF-ID    PIC X(06).
               10  SI-S1-REF-DATE  PIC 9(08).
           05  SI-S2-REF.
               10  SI-S2-REF-FLAG  PIC X(01).
                   88  SI-S2-FIXED-REF   VALUE "R".
                   88  SI-S2-PRIOR-REF   VALUE "P".
               10  SI-S2-REF-ID    PIC X(06).
               10  SI-S2-REF-DATE  PIC 9(08).
           05  SI-LAST-DUE-DATE    PIC 9(08).
           05  SI-LAST-GEN-DATE    PIC 9(08).
           05  SI-LAST-RUN-DATE    PIC 9(08).
           05  SI-PRIOR-DUE-DATE   PIC 9(08).
           05  SI-PRIOR-GEN-DATE   PIC 9(08).
           05  SI-MAINT-DATE       PIC 9(08).
           05  SI-CURRENCY         PIC X(03).
           05  FILLER              PIC X(26).

      ******************************************************************
      *  PRDREC.CPY
      *  Accounting period control record for PRDFILE, an indexed
      *  file keyed by PRD-PERIOD (YYYYMM) with one record per month
      *  finance has ever closed.  A month with no record is open.
      *  Maintained by PRDCLOSE from CLS/REO cards (card layout and
      *  activity report: copybook PRMREC).  TRANEDIT reads it to
      *  stop a transaction dated in a closed month from posting -
      *  the CLOSEDPERIOD run option fails it into the repair queue
      *  or re-dates it into the open period.
      *
      *  PRD-CLOSE-DATE is the business day the month was closed on
      *  and PRD-CLOSED-BY who closed it.  At each close PRDCLOSE
      *  freezes the month's history totals by branch and op-code on
      *  the period snapshot generation (copybook PSNREC); the
      *  record count and result total of that snapshot are kept
      *  here too - PRD-SNAP-RESULT, like the snapshot, in the base
      *  currency - so the figures finance signed off on can be
      *  quoted without finding the generation.  PRD-CLOSE-COUNT is
      *  how many times the month has been closed - above 1 it was
      *  reopened, and the REOPEN fields name the last reopen: the
      *  date, who and why.  They are blank and zero on a month
      *  never reopened, and stay on the record after a re-close.
      *  Every close and reopen is also logged on the period log
      *  (copybook PLGREC).  PRD-MAINT-DATE is the run date of the
      *  last card applied.  Record is 120 bytes.
      ******************************************************************
       01  PRD-RECORD.
           05  PRD-PERIOD          PIC 9(06).
           05  PRD-PERIOD-X REDEFINES PRD-PERIOD.
               10  PRD-PERIOD-YEAR PIC 9(04).
               10  PRD-PERIOD-MONTH
                                   PIC 9(02).
           05  PRD-STATUS          PIC X(01).
               88  PRD-OPEN              VALUE "O".
               88  PRD-CLOSED            VALUE "C".
           05  PRD-CLOSE-DATE      PIC 9(08).
           05  PRD-CLOSED-BY       PIC X(08).
           05  PRD-CLOSE-COUNT     PIC 9(02).
           05  PRD-SNAP-COUNT      PIC 9(07).
           05  PRD-SNAP-RESULT     PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  PRD-REOPEN-DATE     PIC 9(08).
           05  PRD-REOPENED-BY     PIC X(08).
           05  PRD-REOPEN-REASON   PIC X(30).
           05  PRD-MAINT-DATE      PIC 9(08).
           05  FILLER              PIC X(20).

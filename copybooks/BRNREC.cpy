      ******************************************************************
      *  BRNREC.CPY
      *  Branch master record for BRNFILE, an indexed file keyed by
      *  BRN-CODE with one record per branch/cost-center code the
      *  desks may key into TRAN-BRANCH.  TRANEDIT reads it to fail a
      *  mistyped or dead branch code into the repair queue instead
      *  of letting it post, print a subtotal line of its own and
      *  take one of the calculation step's branch checkpoint slots;
      *  the reports read it to print the branch name beside the
      *  code.  Maintained by BRNMAINT from ADD/CHG/CLS cards (card
      *  layout and activity report: copybook BRMREC).
      *
      *  A branch is effective from BRN-OPEN-DATE.  A closed branch
      *  (BRN-STATUS "C") stays on file with BRN-CLOSE-DATE set, the
      *  first date it no longer takes work - transactions dated
      *  before the close still edit clean, so late-keyed work from
      *  its last days is not stranded.  BRN-CLOSE-DATE is zero on an
      *  open branch.  BRN-MAINT-DATE is the run date of the last
      *  BRNMAINT card applied.  Record is 80 bytes.
      ******************************************************************
       01  BRN-RECORD.
           05  BRN-CODE            PIC X(03).
           05  BRN-NAME            PIC X(30).
           05  BRN-COST-CENTER     PIC X(06).
           05  BRN-STATUS          PIC X(01).
               88  BRN-OPEN              VALUE "O".
               88  BRN-CLOSED            VALUE "C".
           05  BRN-OPEN-DATE       PIC 9(08).
           05  BRN-CLOSE-DATE      PIC 9(08).
           05  BRN-MAINT-DATE      PIC 9(08).
           05  FILLER              PIC X(16).

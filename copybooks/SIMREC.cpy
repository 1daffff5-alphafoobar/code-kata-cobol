      ******************************************************************
      *  SIMREC.CPY
      *  Maintenance card and print-line layouts for SIMAINT, the
      *  standing-instruction maintenance run (master record:
      *  copybook SIREC).  One SIM-CARD per change, in fixed columns:
      *
      *      1-3    action - ADD, CHG or DEL
      *      5-10   TRAN-ID the instruction generates under
      *      12-14  branch
      *      16-18  op-code - ADD, SUB, MUL or DIV
      *      20     frequency - D, W, M or E
      *      22-29  start date YYYYMMDD
      *      31-38  end date YYYYMMDD (blank on an ADD: no end;
      *             00000000 on a CHG removes the end date)
      *      40-55  operand 1
      *      57-72  operand 2
      *      74-76  currency code (blank: the base currency)
      *
      *  An operand is either a signed amount in its first seven
      *  columns, "+001050" for +10.50, or a reference: "R" or "P"
      *  (copybook SIREC for the difference), the referenced TRAN-ID
      *  and its date, "RIIIIIIYYYYMMDD".
      *
      *  ADD needs every field but the end date and the currency.
      *  CHG replaces what is punched and leaves blank columns alone;
      *  the schedule runs on from the last occurrence generated.  A
      *  currency must be one TRANEDIT accepts - known on the
      *  exchange-rate file - and on an ADD may not be the base code
      *  (leave it blank); on a CHG the base code puts the
      *  instruction back into the base currency.  DEL removes the
      *  instruction.  The print lines are the activity report - one
      *  line per card with the instruction as it now stands, or why
      *  the card was refused.
      ******************************************************************
       01  SIM-CARD.
           05  SIM-CARD-ACTION     PIC X(03).
               88  SIM-ADD               VALUE "ADD".
               88  SIM-CHANGE            VALUE "CHG".
               88  SIM-DELETE            VALUE "DEL".
           05  FILLER              PIC X(01).
           05  SIM-CARD-TRAN-ID    PIC X(06).
           05  FILLER              PIC X(01).
           05  SIM-CARD-BRANCH     PIC X(03).
           05  FILLER              PIC X(01).
           05  SIM-CARD-OP-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  SIM-CARD-FREQUENCY  PIC X(01).
           05  FILLER              PIC X(01).
           05  SIM-CARD-START-DATE PIC X(08).
           05  FILLER              PIC X(01).
           05  SIM-CARD-END-DATE   PIC X(08).
           05  FILLER              PIC X(01).
           05  SIM-CARD-OPERAND-1  PIC X(16).
           05  FILLER              PIC X(01).
           05  SIM-CARD-OPERAND-2  PIC X(16).
           05  FILLER              PIC X(01).
           05  SIM-CARD-CURRENCY   PIC X(03).
           05  FILLER              PIC X(04).

      ******************************************************************
      *  One operand, moved out of SIM-CARD-OPERAND-1 or -2 to be
      *  edited: the amount view and the reference view of the same
      *  sixteen columns.
      ******************************************************************
       01  SIM-OPERAND.
           05  SIM-OPD-AMOUNT      PIC S9(04)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(09).
       01  SIM-OPERAND-REF REDEFINES SIM-OPERAND.
           05  SIM-OPD-REF-FLAG    PIC X(01).
               88  SIM-OPD-BY-REF        VALUE "R" "P".
           05  SIM-OPD-REF-ID      PIC X(06).
           05  SIM-OPD-REF-DATE    PIC X(08).
           05  FILLER              PIC X(01).

       01  SIM-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  SIM-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  SIM-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  SIM-HDG-2-LINE.
           05  FILLER              PIC X(04) VALUE "ACT".
           05  FILLER              PIC X(07) VALUE "TRAN-ID".
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(04) VALUE "OP".
           05  FILLER              PIC X(02) VALUE "F".
           05  FILLER              PIC X(04) VALUE "CCY".
           05  FILLER              PIC X(09) VALUE "START".
           05  FILLER              PIC X(09) VALUE "END".
           05  FILLER              PIC X(09) VALUE "LAST GEN".
           05  FILLER              PIC X(28) VALUE "DISPOSITION".

       01  SIM-DET-LINE.
           05  SIM-DET-ACTION      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-TRAN-ID     PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-BRANCH      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-OP-CODE     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-FREQUENCY   PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-CURRENCY    PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-START-DATE  PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-END-DATE    PIC 9(08) BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-LAST-GEN    PIC 9(08) BLANK WHEN ZERO.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  SIM-DET-DISPOSITION PIC X(28).

       01  SIM-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  SIM-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  SIM-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS READ:".
           05  SIM-FTR-READ        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  SIM-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "INSTRUCTIONS ADDED:".
           05  SIM-FTR-ADDED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  SIM-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "INSTRUCTIONS CHANGED:".
           05  SIM-FTR-CHANGED     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  SIM-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "INSTRUCTIONS DELETED:".
           05  SIM-FTR-DELETED     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  SIM-FTR-5-LINE.
           05  FILLER              PIC X(24) VALUE
               "CARDS IN ERROR:".
           05  SIM-FTR-ERRORS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMAINT.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  SIMAINT - STANDING-INSTRUCTION MAINTENANCE
      *  ----------------------------------------------------------------
      *  Maintains the standing-instruction master (SIFILE, copybook
      *  SIREC, indexed by TRAN-ID) from a card deck (SIMCARDS,
      *  copybook SIMREC), one card per change:
      *
      *      ADD  a new instruction.  The TRAN-ID must not already be
      *           on file; branch, op-code (ADD, SUB, MUL or DIV),
      *           frequency (D, W, M or E), start date and both
      *           operands must be punched.  The end date is
      *           optional and may not be before the start.
      *      CHG  an existing instruction.  Punched fields replace
      *           the ones on file, blank columns leave them alone;
      *           an end date of 00000000 removes the end date.  The
      *           schedule runs on from the last occurrence SIGEN
      *           generated, so a change takes effect from the next
      *           one.
      *      DEL  remove an instruction.  Occurrences already
      *           generated are on the feed and unaffected.
      *
      *  Dates take the same calendar edit TRANEDIT applies to a
      *  transaction date.  An operand is a signed amount or an R/P
      *  reference (TRAN-ID not blank, valid date); a DIV whose fixed
      *  second operand is zero is refused, as TRANEDIT would refuse
      *  every occurrence.  A currency code must be known on the
      *  exchange-rate file (RATFILE, copybook RATREC), or TRANEDIT
      *  would fail every occurrence as UNKNOWN CURRENCY.  Blank is
      *  the base currency; the base code itself is refused on an ADD
      *  and on a CHG puts the instruction back into the base.
      *  Without the rate file only base-currency instructions can be
      *  maintained.  A card that fails any edit is printed with its
      *  reason and changes nothing; every card applied is printed
      *  with the instruction as it now stands on file.
      *
      *  SIGEN reads this file ahead of FEEDSTG in the daily cycle
      *  and generates the occurrences due each business day.
      *
      *  RETURN-CODE:  0  every card applied
      *                4  some cards in error but some applied
      *                8  nothing applied
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  Currency code in card columns 74-76 (SI-CURRENCY),
      *              edited against RATFILE and printed on the
      *              activity line.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SIMCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SI-FILE ASSIGN TO "SIFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-TRAN-ID
               FILE STATUS IS WS-SI-STATUS.

           SELECT RAT-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-KEY
               FILE STATUS IS WS-RAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD-IN           PIC X(80).

       FD  RPT-FILE.
       01  RPT-RECORD               PIC X(80).

       FD  SI-FILE.
       COPY SIREC.

       FD  RAT-FILE.
       COPY RATREC.

       WORKING-STORAGE SECTION.
       01  CARD-EOF-SW         PIC X(01) VALUE 'N'.
           88  CARD-EOF                  VALUE 'Y'.
           88  CARD-NOT-EOF              VALUE 'N'.

       01  WS-SI-STATUS             PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).

      ******************************************************************
      *  Exchange-rate file, read only to prove a currency code is
      *  known.  Without it every non-blank currency is refused.
      ******************************************************************
       01  WS-RAT-STATUS            PIC X(02).
       01  WS-RAT-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-RAT-AVAILABLE              VALUE 'Y'.
           88  WS-RAT-ABSENT                 VALUE 'N'.
       01  WS-BASE-CURRENCY         PIC X(03).
       01  WS-CCY-KNOWN-SW          PIC X(01).
           88  WS-CCY-KNOWN               VALUE 'Y'.
           88  WS-CCY-UNKNOWN             VALUE 'N'.

       01  WS-READ-COUNT            PIC 9(06) COMP VALUE 0.
       01  WS-ADDED-COUNT           PIC 9(06) COMP VALUE 0.
       01  WS-CHANGED-COUNT         PIC 9(06) COMP VALUE 0.
       01  WS-DELETED-COUNT         PIC 9(06) COMP VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  Card verdict.  WS-CARD-REASON carries the first reason a
      *  card was refused, for the error line.  WS-ON-FILE-SW says
      *  whether the card's TRAN-ID was found on the master.
      ******************************************************************
       01  WS-CARD-OK-SW            PIC X(01).
           88  WS-CARD-OK                 VALUE 'Y'.
           88  WS-CARD-NOT-OK             VALUE 'N'.
       01  WS-CARD-REASON           PIC X(40).
       01  WS-ON-FILE-SW            PIC X(01).
           88  WS-ON-FILE                 VALUE 'Y'.
           88  WS-NOT-ON-FILE             VALUE 'N'.

      ******************************************************************
      *  Edited card values, held here until every edit has passed
      *  so a refused card leaves the master as it was.  WS-NEW-*
      *  start from the record on file (or zero on an ADD) and take
      *  each punched field in turn.
      ******************************************************************
       01  WS-NEW-START-DATE        PIC 9(08).
       01  WS-NEW-END-DATE          PIC 9(08).
       01  WS-NEW-OPERAND-1.
           05  WS-NEW-SUMMAND-1    PIC S9(04)V99
                                   SIGN LEADING SEPARATE.
           05  WS-NEW-S1-REF.
               10  WS-NEW-S1-FLAG  PIC X(01).
               10  WS-NEW-S1-ID    PIC X(06).
               10  WS-NEW-S1-DATE  PIC 9(08).
       01  WS-NEW-OPERAND-2.
           05  WS-NEW-SUMMAND-2    PIC S9(04)V99
                                   SIGN LEADING SEPARATE.
           05  WS-NEW-S2-REF.
               10  WS-NEW-S2-FLAG  PIC X(01).
               10  WS-NEW-S2-ID    PIC X(06).
               10  WS-NEW-S2-DATE  PIC 9(08).
       01  WS-NEW-OP-CODE           PIC X(03).
       01  WS-NEW-CURRENCY          PIC X(03).
       01  WS-OPD-FIELD             PIC X(09).

      ******************************************************************
      *  Calendar work fields for the card-date edit - the same
      *  month-length and leap-year logic TRANEDIT applies to a
      *  transaction date.
      ******************************************************************
       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR        PIC 9(04).
           05  WS-EDIT-MONTH       PIC 9(02).
           05  WS-EDIT-DAY         PIC 9(02).
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                    PIC 9(08).
       01  WS-MONTH-LIMIT           PIC 9(02).
       01  WS-LEAP-QUOTIENT         PIC 9(04) COMP.
       01  WS-LEAP-REMAINDER        PIC 9(04) COMP.
       01  WS-DATE-OK-SW            PIC X(01).
           88  WS-DATE-OK                 VALUE 'Y'.
           88  WS-DATE-NOT-OK             VALUE 'N'.

       COPY SIMREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           PERFORM U01-MAINTAIN-INSTRUCTION
               UNTIL CARD-EOF
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files (creating SIFILE on first use, the same
      *  status-35 fallback BRNMAINT uses for the branch master),
      *  writes the report headings and primes the card read.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN INPUT CARD-FILE
           OPEN OUTPUT RPT-FILE
           OPEN I-O SI-FILE
           IF WS-SI-STATUS = "35"
               OPEN OUTPUT SI-FILE
               CLOSE SI-FILE
               OPEN I-O SI-FILE
           END-IF
           OPEN INPUT RAT-FILE
           IF WS-RAT-STATUS = "00"
               SET WS-RAT-AVAILABLE TO TRUE
           ELSE
               SET WS-RAT-ABSENT TO TRUE
           END-IF
           SET RAT-BASE-CURRENCY TO TRUE
           MOVE RAT-CURRENCY TO WS-BASE-CURRENCY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "SIMAINT" TO SIM-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO SIM-HDG-RUN-DATE(1:4)
           MOVE "-" TO SIM-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO SIM-HDG-RUN-DATE(6:2)
           MOVE "-" TO SIM-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO SIM-HDG-RUN-DATE(9:2)
           WRITE RPT-RECORD FROM SIM-HDG-1-LINE
           IF WS-SI-STATUS NOT = "00"
               MOVE SPACES TO SIM-ERR-TEXT
               STRING "SIFILE OPEN FAILED - STATUS " WS-SI-STATUS
                   " - NOTHING APPLIED"
                   DELIMITED BY SIZE INTO SIM-ERR-TEXT
               WRITE RPT-RECORD FROM SIM-ERR-LINE
               SET CARD-EOF TO TRUE
           ELSE
               IF WS-RAT-ABSENT
                   MOVE SPACES TO SIM-ERR-TEXT
                   STRING "RATFILE NOT AVAILABLE (STATUS "
                       WS-RAT-STATUS ") - BASE CURRENCY ONLY"
                       DELIMITED BY SIZE INTO SIM-ERR-TEXT
                   WRITE RPT-RECORD FROM SIM-ERR-LINE
               END-IF
               WRITE RPT-RECORD FROM SIM-HDG-2-LINE
               PERFORM U02-READ-CARD
           END-IF
           .

      ******************************************************************
      *  U01-MAINTAIN-INSTRUCTION
      *  Looks the card's TRAN-ID up on the master, edits the card
      *  against what it found (U01A) and applies the action - WRITE
      *  for an ADD, REWRITE for a CHG, DELETE for a DEL - printing
      *  the instruction as it now stands.  A refused card is printed
      *  with its reason.  Then reads the next card.
      ******************************************************************
       U01-MAINTAIN-INSTRUCTION SECTION.
           ADD 1 TO WS-READ-COUNT
           MOVE SIM-CARD-TRAN-ID TO SI-TRAN-ID
           READ SI-FILE
               INVALID KEY
                   SET WS-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
           END-READ
           PERFORM U01A-EDIT-CARD
           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN SIM-ADD
                       PERFORM U01C-ADD-INSTRUCTION
                   WHEN SIM-CHANGE
                       PERFORM U01D-CHANGE-INSTRUCTION
                   WHEN SIM-DELETE
                       PERFORM U01E-DELETE-INSTRUCTION
               END-EVALUATE
           END-IF
           IF WS-CARD-NOT-OK
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO SIM-ERR-TEXT
               STRING "CARD DROPPED: " SIM-CARD-ACTION " "
                   SIM-CARD-TRAN-ID " - " WS-CARD-REASON
                   DELIMITED BY SIZE INTO SIM-ERR-TEXT
               WRITE RPT-RECORD FROM SIM-ERR-LINE
           END-IF
           PERFORM U02-READ-CARD
           .

      ******************************************************************
      *  U01A-EDIT-CARD
      *  Edits one card against the action's rules and the
      *  instruction as found on the master, building the new values
      *  in WS-NEW-* as it goes.  Stops at the first failure - the
      *  reason printed is the one that decided the card.
      ******************************************************************
       U01A-EDIT-CARD SECTION.
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN NOT (SIM-ADD OR SIM-CHANGE OR SIM-DELETE)
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "ACTION NOT ADD, CHG OR DEL"
                       TO WS-CARD-REASON
               WHEN SIM-CARD-TRAN-ID = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "TRAN-ID IS BLANK" TO WS-CARD-REASON
               WHEN SIM-ADD AND WS-ON-FILE
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "INSTRUCTION ALREADY ON FILE"
                       TO WS-CARD-REASON
               WHEN NOT SIM-ADD AND WS-NOT-ON-FILE
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "INSTRUCTION NOT ON FILE" TO WS-CARD-REASON
               WHEN SIM-DELETE
                   CONTINUE
               WHEN SIM-ADD AND (SIM-CARD-BRANCH = SPACES
                   OR SIM-CARD-OP-CODE = SPACES
                   OR SIM-CARD-FREQUENCY = SPACE
                   OR SIM-CARD-START-DATE = SPACES
                   OR SIM-CARD-OPERAND-1 = SPACES
                   OR SIM-CARD-OPERAND-2 = SPACES)
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "ADD NEEDS EVERY FIELD BUT END DATE"
                       TO WS-CARD-REASON
               WHEN SIM-CHANGE AND SIM-CARD-BRANCH = SPACES
                   AND SIM-CARD-OP-CODE = SPACES
                   AND SIM-CARD-FREQUENCY = SPACE
                   AND SIM-CARD-START-DATE = SPACES
                   AND SIM-CARD-END-DATE = SPACES
                   AND SIM-CARD-OPERAND-1 = SPACES
                   AND SIM-CARD-OPERAND-2 = SPACES
                   AND SIM-CARD-CURRENCY = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "NOTHING TO CHANGE" TO WS-CARD-REASON
               WHEN SIM-CARD-OP-CODE NOT = SPACES
                   AND SIM-CARD-OP-CODE NOT = "ADD"
                   AND SIM-CARD-OP-CODE NOT = "SUB"
                   AND SIM-CARD-OP-CODE NOT = "MUL"
                   AND SIM-CARD-OP-CODE NOT = "DIV"
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "OP-CODE NOT ADD, SUB, MUL OR DIV"
                       TO WS-CARD-REASON
               WHEN SIM-CARD-FREQUENCY NOT = SPACE
                   AND SIM-CARD-FREQUENCY NOT = "D"
                   AND SIM-CARD-FREQUENCY NOT = "W"
                   AND SIM-CARD-FREQUENCY NOT = "M"
                   AND SIM-CARD-FREQUENCY NOT = "E"
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "FREQUENCY NOT D, W, M OR E"
                       TO WS-CARD-REASON
           END-EVALUATE
           IF WS-CARD-OK AND NOT SIM-DELETE
               PERFORM U01B-EDIT-NEW-VALUES
           END-IF
           .

      ******************************************************************
      *  U01B-EDIT-NEW-VALUES
      *  Builds the instruction's new dates, operands and op-code in
      *  WS-NEW-* from the record on file (an ADD starts from
      *  nothing) and the punched fields, editing each punched field
      *  as it is taken, then checks the result hangs together: the
      *  end date not before the start, and no DIV by a fixed zero.
      ******************************************************************
       U01B-EDIT-NEW-VALUES SECTION.
           IF SIM-ADD
               MOVE 0 TO WS-NEW-START-DATE
               MOVE 0 TO WS-NEW-END-DATE
               MOVE SPACES TO WS-NEW-OP-CODE
               MOVE SPACES TO WS-NEW-CURRENCY
           ELSE
               MOVE SI-START-DATE TO WS-NEW-START-DATE
               MOVE SI-END-DATE TO WS-NEW-END-DATE
               MOVE SI-OP-CODE TO WS-NEW-OP-CODE
               MOVE SI-CURRENCY TO WS-NEW-CURRENCY
               MOVE SI-SUMMAND-1 TO WS-NEW-SUMMAND-1
               MOVE SI-S1-REF TO WS-NEW-S1-REF
               MOVE SI-SUMMAND-2 TO WS-NEW-SUMMAND-2
               MOVE SI-S2-REF TO WS-NEW-S2-REF
           END-IF
           IF SIM-CARD-OP-CODE NOT = SPACES
               MOVE SIM-CARD-OP-CODE TO WS-NEW-OP-CODE
           END-IF
           IF SIM-CARD-START-DATE NOT = SPACES
               PERFORM U01F-EDIT-CARD-DATE-1
           END-IF
           IF WS-CARD-OK AND SIM-CARD-END-DATE NOT = SPACES
               PERFORM U01G-EDIT-CARD-DATE-2
           END-IF
           IF WS-CARD-OK AND SIM-CARD-OPERAND-1 NOT = SPACES
               MOVE SIM-CARD-OPERAND-1 TO SIM-OPERAND
               MOVE "OPERAND 1" TO WS-OPD-FIELD
               PERFORM U01H-EDIT-OPERAND
               IF WS-CARD-OK
                   MOVE SPACES TO WS-NEW-S1-REF
                   MOVE 0 TO WS-NEW-S1-DATE
                   IF SIM-OPD-BY-REF
                       MOVE 0 TO WS-NEW-SUMMAND-1
                       MOVE SIM-OPD-REF-FLAG TO WS-NEW-S1-FLAG
                       MOVE SIM-OPD-REF-ID TO WS-NEW-S1-ID
                       MOVE WS-EDIT-DATE-N TO WS-NEW-S1-DATE
                   ELSE
                       MOVE SIM-OPD-AMOUNT TO WS-NEW-SUMMAND-1
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-OK AND SIM-CARD-OPERAND-2 NOT = SPACES
               MOVE SIM-CARD-OPERAND-2 TO SIM-OPERAND
               MOVE "OPERAND 2" TO WS-OPD-FIELD
               PERFORM U01H-EDIT-OPERAND
               IF WS-CARD-OK
                   MOVE SPACES TO WS-NEW-S2-REF
                   MOVE 0 TO WS-NEW-S2-DATE
                   IF SIM-OPD-BY-REF
                       MOVE 0 TO WS-NEW-SUMMAND-2
                       MOVE SIM-OPD-REF-FLAG TO WS-NEW-S2-FLAG
                       MOVE SIM-OPD-REF-ID TO WS-NEW-S2-ID
                       MOVE WS-EDIT-DATE-N TO WS-NEW-S2-DATE
                   ELSE
                       MOVE SIM-OPD-AMOUNT TO WS-NEW-SUMMAND-2
                   END-IF
               END-IF
           END-IF
           IF WS-CARD-OK AND SIM-CARD-CURRENCY NOT = SPACES
               PERFORM U01L-EDIT-CURRENCY
           END-IF
           IF WS-CARD-OK AND WS-NEW-END-DATE NOT = 0
               AND WS-NEW-END-DATE < WS-NEW-START-DATE
               SET WS-CARD-NOT-OK TO TRUE
               MOVE "END DATE BEFORE START DATE" TO WS-CARD-REASON
           END-IF
           IF WS-CARD-OK AND WS-NEW-OP-CODE = "DIV"
               AND WS-NEW-S2-FLAG = SPACE
               AND WS-NEW-SUMMAND-2 = 0
               SET WS-CARD-NOT-OK TO TRUE
               MOVE "DIV BY ZERO - OPERAND 2 IS ZERO"
                   TO WS-CARD-REASON
           END-IF
           .

      ******************************************************************
      *  U01C-ADD-INSTRUCTION
      *  Writes a new instruction from the card and the edited
      *  values, with nothing generated yet.
      ******************************************************************
       U01C-ADD-INSTRUCTION SECTION.
           MOVE SPACES TO SI-RECORD
           MOVE SIM-CARD-TRAN-ID TO SI-TRAN-ID
           MOVE SIM-CARD-BRANCH TO SI-BRANCH
           MOVE SIM-CARD-FREQUENCY TO SI-FREQUENCY
           MOVE 0 TO SI-LAST-DUE-DATE
           MOVE 0 TO SI-LAST-GEN-DATE
           MOVE 0 TO SI-LAST-RUN-DATE
           MOVE 0 TO SI-PRIOR-DUE-DATE
           MOVE 0 TO SI-PRIOR-GEN-DATE
           PERFORM U01J-MOVE-NEW-VALUES
           WRITE SI-RECORD
               INVALID KEY
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "WRITE FAILED - STATUS " WS-SI-STATUS
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO SIM-DET-DISPOSITION
                   PERFORM U01K-PRINT-INSTRUCTION
           END-WRITE
           .

      ******************************************************************
      *  U01D-CHANGE-INSTRUCTION
      *  Replaces the punched fields on the instruction read by
      *  U01-MAINTAIN-INSTRUCTION and rewrites it.
      ******************************************************************
       U01D-CHANGE-INSTRUCTION SECTION.
           IF SIM-CARD-BRANCH NOT = SPACES
               MOVE SIM-CARD-BRANCH TO SI-BRANCH
           END-IF
           IF SIM-CARD-FREQUENCY NOT = SPACE
               MOVE SIM-CARD-FREQUENCY TO SI-FREQUENCY
           END-IF
           PERFORM U01J-MOVE-NEW-VALUES
           REWRITE SI-RECORD
               INVALID KEY
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "REWRITE FAILED - STATUS " WS-SI-STATUS
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO SIM-DET-DISPOSITION
                   PERFORM U01K-PRINT-INSTRUCTION
           END-REWRITE
           .

      ******************************************************************
      *  U01E-DELETE-INSTRUCTION
      *  Removes the instruction read by U01-MAINTAIN-INSTRUCTION,
      *  printing it as it stood.
      ******************************************************************
       U01E-DELETE-INSTRUCTION SECTION.
           DELETE SI-FILE RECORD
               INVALID KEY
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "DELETE FAILED - STATUS " WS-SI-STATUS
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-DELETED-COUNT
                   MOVE "DELETED" TO SIM-DET-DISPOSITION
                   PERFORM U01K-PRINT-INSTRUCTION
           END-DELETE
           .

      ******************************************************************
      *  U01F-EDIT-CARD-DATE-1
      *  The start date must be numeric and a real calendar date.
      ******************************************************************
       U01F-EDIT-CARD-DATE-1 SECTION.
           SET WS-DATE-OK TO TRUE
           IF SIM-CARD-START-DATE NOT NUMERIC
               SET WS-DATE-NOT-OK TO TRUE
           ELSE
               MOVE SIM-CARD-START-DATE TO WS-EDIT-DATE
               PERFORM U01I-EDIT-CALENDAR-DATE
           END-IF
           IF WS-DATE-OK
               MOVE WS-EDIT-DATE-N TO WS-NEW-START-DATE
           ELSE
               SET WS-CARD-NOT-OK TO TRUE
               MOVE SPACES TO WS-CARD-REASON
               STRING "START DATE NOT VALID: " SIM-CARD-START-DATE
                   DELIMITED BY SIZE INTO WS-CARD-REASON
           END-IF
           .

      ******************************************************************
      *  U01G-EDIT-CARD-DATE-2
      *  The end date must be numeric and a real calendar date, or
      *  all zeros on a CHG to remove the end date.
      ******************************************************************
       U01G-EDIT-CARD-DATE-2 SECTION.
           SET WS-DATE-OK TO TRUE
           EVALUATE TRUE
               WHEN SIM-CARD-END-DATE NOT NUMERIC
                   SET WS-DATE-NOT-OK TO TRUE
               WHEN SIM-CARD-END-DATE = "00000000" AND SIM-CHANGE
                   MOVE 0 TO WS-EDIT-DATE-N
               WHEN OTHER
                   MOVE SIM-CARD-END-DATE TO WS-EDIT-DATE
                   PERFORM U01I-EDIT-CALENDAR-DATE
           END-EVALUATE
           IF WS-DATE-OK
               MOVE WS-EDIT-DATE-N TO WS-NEW-END-DATE
           ELSE
               SET WS-CARD-NOT-OK TO TRUE
               MOVE SPACES TO WS-CARD-REASON
               STRING "END DATE NOT VALID: " SIM-CARD-END-DATE
                   DELIMITED BY SIZE INTO WS-CARD-REASON
           END-IF
           .

      ******************************************************************
      *  U01H-EDIT-OPERAND
      *  Edits the operand in SIM-OPERAND (WS-OPD-FIELD names it for
      *  the reason): a reference needs a TRAN-ID and a real
      *  calendar date, left in WS-EDIT-DATE; anything else must be a
      *  signed amount with nothing punched after it.
      ******************************************************************
       U01H-EDIT-OPERAND SECTION.
           IF SIM-OPD-BY-REF
               SET WS-DATE-OK TO TRUE
               IF SIM-OPD-REF-DATE NOT NUMERIC
                   SET WS-DATE-NOT-OK TO TRUE
               ELSE
                   MOVE SIM-OPD-REF-DATE TO WS-EDIT-DATE
                   PERFORM U01I-EDIT-CALENDAR-DATE
               END-IF
               EVALUATE TRUE
                   WHEN SIM-OPD-REF-ID = SPACES
                       SET WS-CARD-NOT-OK TO TRUE
                       MOVE SPACES TO WS-CARD-REASON
                       STRING WS-OPD-FIELD " REFERENCE TRAN-ID BLANK"
                           DELIMITED BY SIZE INTO WS-CARD-REASON
                   WHEN WS-DATE-NOT-OK
                       SET WS-CARD-NOT-OK TO TRUE
                       MOVE SPACES TO WS-CARD-REASON
                       STRING WS-OPD-FIELD " REFERENCE DATE NOT VALID"
                           DELIMITED BY SIZE INTO WS-CARD-REASON
               END-EVALUATE
           ELSE
               IF SIM-OPD-AMOUNT NOT NUMERIC
                   OR SIM-OPERAND(8:9) NOT = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING WS-OPD-FIELD " NOT AN AMOUNT OR R/P REF"
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01I-EDIT-CALENDAR-DATE
      *  Checks that the (already numeric) date in WS-EDIT-DATE is a
      *  real calendar date, exactly as TRANEDIT's date edit does:
      *  month 01-12 and day 01 through the month's length, with
      *  February taking 29 in a leap year (divisible by 4, except
      *  centuries not divisible by 400).
      ******************************************************************
       U01I-EDIT-CALENDAR-DATE SECTION.
           IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
               SET WS-DATE-NOT-OK TO TRUE
           ELSE
               EVALUATE WS-EDIT-MONTH
                   WHEN 01
                   WHEN 03
                   WHEN 05
                   WHEN 07
                   WHEN 08
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-MONTH-LIMIT
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-MONTH-LIMIT
                   WHEN 02
                       MOVE 28 TO WS-MONTH-LIMIT
                       DIVIDE WS-EDIT-YEAR BY 4
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-MONTH-LIMIT
                           DIVIDE WS-EDIT-YEAR BY 100
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               DIVIDE WS-EDIT-YEAR BY 400
                                   GIVING WS-LEAP-QUOTIENT
                                   REMAINDER WS-LEAP-REMAINDER
                               IF WS-LEAP-REMAINDER NOT = 0
                                   MOVE 28 TO WS-MONTH-LIMIT
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
               IF WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-MONTH-LIMIT
                   SET WS-DATE-NOT-OK TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01J-MOVE-NEW-VALUES
      *  Moves the edited dates, op-code, operands and currency onto the
      *  instruction record and stamps the maintenance date.
      ******************************************************************
       U01J-MOVE-NEW-VALUES SECTION.
           MOVE WS-NEW-OP-CODE TO SI-OP-CODE
           MOVE WS-NEW-START-DATE TO SI-START-DATE
           MOVE WS-NEW-END-DATE TO SI-END-DATE
           MOVE WS-NEW-SUMMAND-1 TO SI-SUMMAND-1
           MOVE WS-NEW-S1-REF TO SI-S1-REF
           MOVE WS-NEW-SUMMAND-2 TO SI-SUMMAND-2
           MOVE WS-NEW-S2-REF TO SI-S2-REF
           MOVE WS-NEW-CURRENCY TO SI-CURRENCY
           MOVE WS-RUN-DATE TO SI-MAINT-DATE
           .

      ******************************************************************
      *  U01K-PRINT-INSTRUCTION
      *  Prints the instruction as it now stands on file, under the
      *  disposition the caller set.
      ******************************************************************
       U01K-PRINT-INSTRUCTION SECTION.
           MOVE SIM-CARD-ACTION TO SIM-DET-ACTION
           MOVE SI-TRAN-ID TO SIM-DET-TRAN-ID
           MOVE SI-BRANCH TO SIM-DET-BRANCH
           MOVE SI-OP-CODE TO SIM-DET-OP-CODE
           MOVE SI-FREQUENCY TO SIM-DET-FREQUENCY
           MOVE SI-CURRENCY TO SIM-DET-CURRENCY
           MOVE SI-START-DATE TO SIM-DET-START-DATE
           MOVE SI-END-DATE TO SIM-DET-END-DATE
           MOVE SI-LAST-GEN-DATE TO SIM-DET-LAST-GEN
           WRITE RPT-RECORD FROM SIM-DET-LINE
           .

      ******************************************************************
      *  U01L-EDIT-CURRENCY
      *  Edits the punched currency code.  The base code is refused
      *  on an ADD (blank is the base) and on a CHG returns the
      *  instruction to the base.  Any other code must be known on
      *  the exchange-rate file: positions at the code's lowest key
      *  and reads the next record, as TRANEDIT's U01V does - a rate
      *  under any date will do, since the date each occurrence
      *  converts at is not known until SIGEN generates it.
      ******************************************************************
       U01L-EDIT-CURRENCY SECTION.
           MOVE SIM-CARD-CURRENCY TO RAT-CURRENCY
           EVALUATE TRUE
               WHEN RAT-BASE-CURRENCY AND SIM-ADD
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "CURRENCY IS THE BASE - LEAVE IT BLANK"
                       TO WS-CARD-REASON
               WHEN RAT-BASE-CURRENCY
                   MOVE SPACES TO WS-NEW-CURRENCY
               WHEN WS-RAT-ABSENT
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "NO RATE FILE FOR " SIM-CARD-CURRENCY
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               WHEN OTHER
                   SET WS-CCY-UNKNOWN TO TRUE
                   MOVE 0 TO RAT-DATE
                   START RAT-FILE KEY IS NOT LESS THAN RAT-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           READ RAT-FILE NEXT RECORD
                               AT END
                                   CONTINUE
                               NOT AT END
                                   IF RAT-CURRENCY = SIM-CARD-CURRENCY
                                       SET WS-CCY-KNOWN TO TRUE
                                   END-IF
                           END-READ
                   END-START
                   IF WS-CCY-KNOWN
                       MOVE SIM-CARD-CURRENCY TO WS-NEW-CURRENCY
                   ELSE
                       SET WS-CARD-NOT-OK TO TRUE
                       MOVE SPACES TO WS-CARD-REASON
                       STRING "UNKNOWN CURRENCY " SIM-CARD-CURRENCY
                           DELIMITED BY SIZE INTO WS-CARD-REASON
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      *  U02-READ-CARD
      *  Reads the next maintenance card, setting CARD-EOF-SW at end
      *  of file.
      ******************************************************************
       U02-READ-CARD SECTION.
           READ CARD-FILE INTO SIM-CARD
               AT END
                   SET CARD-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Writes the activity-report footers, closes the files and
      *  sets the return code.
      ******************************************************************
       U04-TERMINATION SECTION.
           MOVE WS-READ-COUNT TO SIM-FTR-READ
           WRITE RPT-RECORD FROM SIM-FTR-1-LINE
           MOVE WS-ADDED-COUNT TO SIM-FTR-ADDED
           WRITE RPT-RECORD FROM SIM-FTR-2-LINE
           MOVE WS-CHANGED-COUNT TO SIM-FTR-CHANGED
           WRITE RPT-RECORD FROM SIM-FTR-3-LINE
           MOVE WS-DELETED-COUNT TO SIM-FTR-DELETED
           WRITE RPT-RECORD FROM SIM-FTR-4-LINE
           MOVE WS-ERROR-COUNT TO SIM-FTR-ERRORS
           WRITE RPT-RECORD FROM SIM-FTR-5-LINE
           CLOSE CARD-FILE
           CLOSE RPT-FILE
           CLOSE SI-FILE
           IF WS-RAT-AVAILABLE
               CLOSE RAT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-ADDED-COUNT = 0 AND WS-CHANGED-COUNT = 0
                   AND WS-DELETED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

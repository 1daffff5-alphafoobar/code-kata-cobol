       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATLOAD.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  RATLOAD - DAILY EXCHANGE-RATE LOAD
      *  ----------------------------------------------------------------
      *  Loads the day's exchange rates onto the rate file (RATFILE,
      *  copybook RATREC, indexed by currency and date) from a card
      *  deck.  One RTL-CARD per currency per date:
      *  "CCC YYYYMMDD NNNN.NNNNNN" - the currency code, the date the
      *  rate applies to, and how many units of the base currency one
      *  unit of the currency buys.  The currency must be present and
      *  must not be the base currency (its rate is 1 by definition);
      *  the date must be numeric and a real calendar date (the same
      *  edit TRANEDIT applies to transaction dates); the rate must
      *  be numeric either side of the decimal point and greater than
      *  zero.  A card that fails is reported and dropped, never
      *  half-loaded.  A currency and date already on file is
      *  replaced, so a corrected rate is one card.
      *
      *  TRANEDIT fails a transaction keyed in a currency with no
      *  rate for its TRAN-DATE, and HELLOWORLD converts each result
      *  at the rate loaded here - load the day's rates before the
      *  cycle that carries that day's work.
      *
      *  RETURN-CODE:  0  every card loaded
      *                4  some cards in error but some loaded
      *                8  nothing loaded
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "RATCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "RATRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  RAT-FILE.
       COPY RATREC.

       WORKING-STORAGE SECTION.
       01  CARD-EOF-SW         PIC X(01) VALUE 'N'.
           88  CARD-EOF                  VALUE 'Y'.
           88  CARD-NOT-EOF              VALUE 'N'.

       01  WS-RAT-STATUS            PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).

       01  WS-READ-COUNT            PIC 9(06) COMP VALUE 0.
       01  WS-ADDED-COUNT           PIC 9(06) COMP VALUE 0.
       01  WS-REPLACED-COUNT        PIC 9(06) COMP VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  Calendar work fields for the card-date edit - the same
      *  month-length and leap-year logic TRANEDIT applies to a
      *  transaction date, so the rate file can never hold a date
      *  the edit would refuse on a transaction.
      ******************************************************************
       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR        PIC 9(04).
           05  WS-EDIT-MONTH       PIC 9(02).
           05  WS-EDIT-DAY         PIC 9(02).
       01  WS-MONTH-LIMIT           PIC 9(02).
       01  WS-LEAP-QUOTIENT         PIC 9(04) COMP.
       01  WS-LEAP-REMAINDER        PIC 9(04) COMP.
       01  WS-DATE-OK-SW            PIC X(01).
           88  WS-DATE-OK                 VALUE 'Y'.
           88  WS-DATE-NOT-OK             VALUE 'N'.

      ******************************************************************
      *  The card's rate, reassembled from the digits either side of
      *  its decimal point.
      ******************************************************************
       01  WS-RATE-DIGITS.
           05  WS-RATE-INT          PIC 9(04).
           05  WS-RATE-DEC          PIC 9(06).
       01  WS-RATE REDEFINES WS-RATE-DIGITS
                                    PIC 9(04)V9(06).

       COPY RTLREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           PERFORM U01-LOAD-CARD
               UNTIL CARD-EOF
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files (creating RATFILE on first use, the same
      *  status-35 fallback CALLOAD uses for CALFILE), writes the
      *  report heading and primes the card read.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN INPUT CARD-FILE
           OPEN OUTPUT RPT-FILE
           OPEN I-O RAT-FILE
           IF WS-RAT-STATUS = "35"
               OPEN OUTPUT RAT-FILE
               CLOSE RAT-FILE
               OPEN I-O RAT-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "RATLOAD" TO RTL-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO RTL-HDG-RUN-DATE(1:4)
           MOVE "-" TO RTL-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO RTL-HDG-RUN-DATE(6:2)
           MOVE "-" TO RTL-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO RTL-HDG-RUN-DATE(9:2)
           WRITE RPT-RECORD FROM RTL-HDG-1-LINE
           IF WS-RAT-STATUS NOT = "00"
               MOVE SPACES TO RTL-ERR-TEXT
               STRING "RATFILE OPEN FAILED - STATUS " WS-RAT-STATUS
                   " - NOTHING LOADED"
                   DELIMITED BY SIZE INTO RTL-ERR-TEXT
               WRITE RPT-RECORD FROM RTL-ERR-LINE
               SET CARD-EOF TO TRUE
           ELSE
               PERFORM U02-READ-CARD
           END-IF
           .

      ******************************************************************
      *  U01-LOAD-CARD
      *  Validates the current card and loads its rate onto the
      *  rate file - WRITE for a new currency and date, REWRITE to
      *  replace one already on file - then reads the next card.
      ******************************************************************
       U01-LOAD-CARD SECTION.
           ADD 1 TO WS-READ-COUNT
           PERFORM U01A-EDIT-CARD
           IF WS-DATE-OK
               MOVE RTL-CARD-CURRENCY TO RAT-CURRENCY
               MOVE RTL-CARD-DATE TO RAT-DATE
               MOVE WS-RATE TO RAT-RATE
               MOVE WS-RUN-DATE TO RAT-LOAD-DATE
               WRITE RAT-RECORD
                   INVALID KEY
                       REWRITE RAT-RECORD
                       ADD 1 TO WS-REPLACED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF
           PERFORM U02-READ-CARD
           .

      ******************************************************************
      *  U01A-EDIT-CARD
      *  Edits one card: a currency code that is not blank and not
      *  the base currency; numeric, real calendar date; a rate
      *  numeric either side of its decimal point and above zero.
      *  A failing card is reported with its contents and dropped.
      *  WS-DATE-OK-SW carries the verdict for the whole card.
      ******************************************************************
       U01A-EDIT-CARD SECTION.
           SET WS-DATE-OK TO TRUE
           MOVE RTL-CARD-CURRENCY TO RAT-CURRENCY
           IF RTL-CARD-CURRENCY = SPACES
               OR RAT-BASE-CURRENCY
               SET WS-DATE-NOT-OK TO TRUE
           END-IF
           IF WS-DATE-OK
               IF RTL-CARD-DATE NOT NUMERIC
                   SET WS-DATE-NOT-OK TO TRUE
               ELSE
                   MOVE RTL-CARD-DATE TO WS-EDIT-DATE
                   PERFORM U01B-EDIT-CALENDAR-DATE
               END-IF
           END-IF
           IF WS-DATE-OK
               IF RTL-CARD-RATE-INT NOT NUMERIC
                   OR RTL-CARD-RATE-POINT NOT = "."
                   OR RTL-CARD-RATE-DEC NOT NUMERIC
                   SET WS-DATE-NOT-OK TO TRUE
               ELSE
                   MOVE RTL-CARD-RATE-INT TO WS-RATE-INT
                   MOVE RTL-CARD-RATE-DEC TO WS-RATE-DEC
                   IF WS-RATE = 0
                       SET WS-DATE-NOT-OK TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-DATE-NOT-OK
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO RTL-ERR-TEXT
               STRING "CARD DROPPED: " RTL-CARD-CURRENCY " "
                   RTL-CARD-DATE " " RTL-CARD-RATE-INT
                   RTL-CARD-RATE-POINT RTL-CARD-RATE-DEC
                   DELIMITED BY SIZE INTO RTL-ERR-TEXT
               WRITE RPT-RECORD FROM RTL-ERR-LINE
           END-IF
           .

      ******************************************************************
      *  U01B-EDIT-CALENDAR-DATE
      *  Checks that the (already numeric) date in WS-EDIT-DATE is a
      *  real calendar date, exactly as TRANEDIT's date edit does:
      *  month 01-12 and day 01 through the month's length, with
      *  February taking 29 in a leap year (divisible by 4, except
      *  centuries not divisible by 400).
      ******************************************************************
       U01B-EDIT-CALENDAR-DATE SECTION.
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
      *  U02-READ-CARD
      *  Reads the next rate card, setting CARD-EOF-SW at end of
      *  file.
      ******************************************************************
       U02-READ-CARD SECTION.
           READ CARD-FILE INTO RTL-CARD
               AT END
                   SET CARD-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Writes the load-report footers, closes the files and sets
      *  the return code.
      ******************************************************************
       U04-TERMINATION SECTION.
           MOVE WS-READ-COUNT TO RTL-FTR-READ
           WRITE RPT-RECORD FROM RTL-FTR-1-LINE
           MOVE WS-ADDED-COUNT TO RTL-FTR-ADDED
           WRITE RPT-RECORD FROM RTL-FTR-2-LINE
           MOVE WS-REPLACED-COUNT TO RTL-FTR-REPLACED
           WRITE RPT-RECORD FROM RTL-FTR-3-LINE
           MOVE WS-ERROR-COUNT TO RTL-FTR-ERRORS
           WRITE RPT-RECORD FROM RTL-FTR-4-LINE
           CLOSE CARD-FILE
           CLOSE RPT-FILE
           CLOSE RAT-FILE
           EVALUATE TRUE
               WHEN WS-ADDED-COUNT = 0 AND WS-REPLACED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

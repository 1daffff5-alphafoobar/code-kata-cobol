       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRNMAINT.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  BRNMAINT - BRANCH MASTER MAINTENANCE
      *  ----------------------------------------------------------------
      *  Maintains the branch master (BRNFILE, copybook BRNREC,
      *  indexed by branch code) from a card deck (BRMCARDS, copybook
      *  BRMREC), one card per change:
      *
      *      ADD  a new branch.  The code must not already be on
      *           file; the date (the day the branch opens) must be
      *           a real calendar date, and the cost center and name
      *           must be punched.
      *      CHG  an existing branch.  A punched name or cost center
      *           replaces the one on file; a punched date moves the
      *           open date.  Blank columns leave the field alone, so
      *           a rename is one card.  A change to a closed branch
      *           is refused - a closed branch stays closed, so no
      *           card can bring one back to life by accident.
      *      CLS  close an existing open branch.  The date is the
      *           first date it no longer takes work and may not be
      *           before it opened.  The record stays on file so the
      *           reports can still name it and TRANEDIT can tell a
      *           closed branch from a mistyped one.
      *
      *  Dates take the same calendar edit TRANEDIT applies to a
      *  transaction date.  A card that fails any edit is printed
      *  with its reason and changes nothing; every card applied is
      *  printed with the branch as it now stands on file.
      *
      *  TRANEDIT reads this file to fail a transaction whose branch
      *  is unknown, not yet open or closed as of its TRAN-DATE -
      *  load a new branch before its first day of business or the
      *  desks' work lands in the repair queue.
      *
      *  RETURN-CODE:  0  every card applied
      *                4  some cards in error but some applied
      *                8  nothing applied
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "BRMCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "BRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRN-FILE ASSIGN TO "BRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD-IN           PIC X(80).

       FD  RPT-FILE.
       01  RPT-RECORD               PIC X(80).

       FD  BRN-FILE.
       COPY BRNREC.

       WORKING-STORAGE SECTION.
       01  CARD-EOF-SW         PIC X(01) VALUE 'N'.
           88  CARD-EOF                  VALUE 'Y'.
           88  CARD-NOT-EOF              VALUE 'N'.

       01  WS-BRN-STATUS            PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).

       01  WS-READ-COUNT            PIC 9(06) COMP VALUE 0.
       01  WS-ADDED-COUNT           PIC 9(06) COMP VALUE 0.
       01  WS-CHANGED-COUNT         PIC 9(06) COMP VALUE 0.
       01  WS-CLOSED-COUNT          PIC 9(06) COMP VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  Card verdict.  WS-CARD-REASON carries the first reason a
      *  card was refused, for the error line.  WS-ON-FILE-SW says
      *  whether the card's branch code was found on the master.
      ******************************************************************
       01  WS-CARD-OK-SW            PIC X(01).
           88  WS-CARD-OK                 VALUE 'Y'.
           88  WS-CARD-NOT-OK             VALUE 'N'.
       01  WS-CARD-REASON           PIC X(40).
       01  WS-ON-FILE-SW            PIC X(01).
           88  WS-ON-FILE                 VALUE 'Y'.
           88  WS-NOT-ON-FILE             VALUE 'N'.

      ******************************************************************
      *  Calendar work fields for the card-date edit - the same
      *  month-length and leap-year logic TRANEDIT applies to a
      *  transaction date, so a branch can never open or close on a
      *  date the edit would refuse on a transaction.
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

       COPY BRMREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           PERFORM U01-MAINTAIN-BRANCH
               UNTIL CARD-EOF
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files (creating BRNFILE on first use, the same
      *  status-35 fallback CALLOAD uses for the calendar), writes
      *  the report headings and primes the card read.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN INPUT CARD-FILE
           OPEN OUTPUT RPT-FILE
           OPEN I-O BRN-FILE
           IF WS-BRN-STATUS = "35"
               OPEN OUTPUT BRN-FILE
               CLOSE BRN-FILE
               OPEN I-O BRN-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "BRNMAINT" TO BRM-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO BRM-HDG-RUN-DATE(1:4)
           MOVE "-" TO BRM-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO BRM-HDG-RUN-DATE(6:2)
           MOVE "-" TO BRM-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO BRM-HDG-RUN-DATE(9:2)
           WRITE RPT-RECORD FROM BRM-HDG-1-LINE
           IF WS-BRN-STATUS NOT = "00"
               MOVE SPACES TO BRM-ERR-TEXT
               STRING "BRNFILE OPEN FAILED - STATUS " WS-BRN-STATUS
                   " - NOTHING APPLIED"
                   DELIMITED BY SIZE INTO BRM-ERR-TEXT
               WRITE RPT-RECORD FROM BRM-ERR-LINE
               SET CARD-EOF TO TRUE
           ELSE
               WRITE RPT-RECORD FROM BRM-HDG-2-LINE
               PERFORM U02-READ-CARD
           END-IF
           .

      ******************************************************************
      *  U01-MAINTAIN-BRANCH
      *  Looks the card's branch up on the master, edits the card
      *  against what it found (U01A) and applies the action -
      *  WRITE for an ADD, REWRITE for a CHG or CLS - printing the
      *  branch as it now stands.  A refused card is printed with
      *  its reason.  Then reads the next card.
      ******************************************************************
       U01-MAINTAIN-BRANCH SECTION.
           ADD 1 TO WS-READ-COUNT
           MOVE BRM-CARD-CODE TO BRN-CODE
           READ BRN-FILE
               INVALID KEY
                   SET WS-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
           END-READ
           PERFORM U01A-EDIT-CARD
           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN BRM-ADD
                       PERFORM U01C-ADD-BRANCH
                   WHEN BRM-CHANGE
                       PERFORM U01D-CHANGE-BRANCH
                   WHEN BRM-CLOSE
                       PERFORM U01E-CLOSE-BRANCH
               END-EVALUATE
           END-IF
           IF WS-CARD-NOT-OK
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO BRM-ERR-TEXT
               STRING "CARD DROPPED: " BRM-CARD-ACTION " "
                   BRM-CARD-CODE " - " WS-CARD-REASON
                   DELIMITED BY SIZE INTO BRM-ERR-TEXT
               WRITE RPT-RECORD FROM BRM-ERR-LINE
           END-IF
           PERFORM U02-READ-CARD
           .

      ******************************************************************
      *  U01A-EDIT-CARD
      *  Edits one card against the action's rules and the branch as
      *  found on the master.  Stops at the first failure - the
      *  reason printed is the one that decided the card.
      ******************************************************************
       U01A-EDIT-CARD SECTION.
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN NOT (BRM-ADD OR BRM-CHANGE OR BRM-CLOSE)
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "ACTION NOT ADD, CHG OR CLS"
                       TO WS-CARD-REASON
               WHEN BRM-CARD-CODE = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "BRANCH CODE IS BLANK" TO WS-CARD-REASON
               WHEN BRM-ADD AND WS-ON-FILE
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "BRANCH ALREADY ON FILE" TO WS-CARD-REASON
               WHEN NOT BRM-ADD AND WS-NOT-ON-FILE
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "BRANCH NOT ON FILE" TO WS-CARD-REASON
               WHEN NOT BRM-ADD AND BRN-CLOSED
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "BRANCH IS ALREADY CLOSED" TO WS-CARD-REASON
               WHEN BRM-ADD AND BRM-CARD-NAME = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "BRANCH NAME IS BLANK" TO WS-CARD-REASON
               WHEN BRM-ADD AND BRM-CARD-COST-CENTER = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "COST CENTER IS BLANK" TO WS-CARD-REASON
               WHEN BRM-CHANGE AND BRM-CARD-NAME = SPACES
                   AND BRM-CARD-COST-CENTER = SPACES
                   AND BRM-CARD-DATE = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "NOTHING TO CHANGE" TO WS-CARD-REASON
           END-EVALUATE
           IF WS-CARD-OK
               AND (NOT BRM-CHANGE OR BRM-CARD-DATE NOT = SPACES)
               PERFORM U01B-EDIT-CARD-DATE
           END-IF
           IF WS-CARD-OK AND BRM-CLOSE
               AND WS-EDIT-DATE-N < BRN-OPEN-DATE
               SET WS-CARD-NOT-OK TO TRUE
               MOVE "CLOSE DATE BEFORE OPEN DATE" TO WS-CARD-REASON
           END-IF
           .

      ******************************************************************
      *  U01B-EDIT-CARD-DATE
      *  The card date must be numeric and a real calendar date; on
      *  success it is left in WS-EDIT-DATE for the action to use.
      ******************************************************************
       U01B-EDIT-CARD-DATE SECTION.
           SET WS-DATE-OK TO TRUE
           IF BRM-CARD-DATE NOT NUMERIC
               SET WS-DATE-NOT-OK TO TRUE
           ELSE
               MOVE BRM-CARD-DATE TO WS-EDIT-DATE
               PERFORM U01F-EDIT-CALENDAR-DATE
           END-IF
           IF WS-DATE-NOT-OK
               SET WS-CARD-NOT-OK TO TRUE
               MOVE SPACES TO WS-CARD-REASON
               STRING "DATE NOT VALID: " BRM-CARD-DATE
                   DELIMITED BY SIZE INTO WS-CARD-REASON
           END-IF
           .

      ******************************************************************
      *  U01C-ADD-BRANCH
      *  Writes a new open branch effective from the card date.
      ******************************************************************
       U01C-ADD-BRANCH SECTION.
           MOVE SPACES TO BRN-RECORD
           MOVE BRM-CARD-CODE TO BRN-CODE
           MOVE BRM-CARD-NAME TO BRN-NAME
           MOVE BRM-CARD-COST-CENTER TO BRN-COST-CENTER
           SET BRN-OPEN TO TRUE
           MOVE WS-EDIT-DATE-N TO BRN-OPEN-DATE
           MOVE 0 TO BRN-CLOSE-DATE
           MOVE WS-RUN-DATE TO BRN-MAINT-DATE
           WRITE BRN-RECORD
               INVALID KEY
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "WRITE FAILED - STATUS " WS-BRN-STATUS
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE "ADDED" TO BRM-DET-DISPOSITION
                   PERFORM U01G-PRINT-BRANCH
           END-WRITE
           .

      ******************************************************************
      *  U01D-CHANGE-BRANCH
      *  Replaces the punched fields on the branch read by
      *  U01-MAINTAIN-BRANCH and rewrites it.
      ******************************************************************
       U01D-CHANGE-BRANCH SECTION.
           IF BRM-CARD-NAME NOT = SPACES
               MOVE BRM-CARD-NAME TO BRN-NAME
           END-IF
           IF BRM-CARD-COST-CENTER NOT = SPACES
               MOVE BRM-CARD-COST-CENTER TO BRN-COST-CENTER
           END-IF
           IF BRM-CARD-DATE NOT = SPACES
               MOVE WS-EDIT-DATE-N TO BRN-OPEN-DATE
           END-IF
           MOVE WS-RUN-DATE TO BRN-MAINT-DATE
           REWRITE BRN-RECORD
               INVALID KEY
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "REWRITE FAILED - STATUS " WS-BRN-STATUS
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE "CHANGED" TO BRM-DET-DISPOSITION
                   PERFORM U01G-PRINT-BRANCH
           END-REWRITE
           .

      ******************************************************************
      *  U01E-CLOSE-BRANCH
      *  Marks the branch read by U01-MAINTAIN-BRANCH closed from the
      *  card date and rewrites it.
      ******************************************************************
       U01E-CLOSE-BRANCH SECTION.
           SET BRN-CLOSED TO TRUE
           MOVE WS-EDIT-DATE-N TO BRN-CLOSE-DATE
           MOVE WS-RUN-DATE TO BRN-MAINT-DATE
           REWRITE BRN-RECORD
               INVALID KEY
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "REWRITE FAILED - STATUS " WS-BRN-STATUS
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CLOSED-COUNT
                   MOVE "CLOSED" TO BRM-DET-DISPOSITION
                   PERFORM U01G-PRINT-BRANCH
           END-REWRITE
           .

      ******************************************************************
      *  U01F-EDIT-CALENDAR-DATE
      *  Checks that the (already numeric) date in WS-EDIT-DATE is a
      *  real calendar date, exactly as TRANEDIT's date edit does:
      *  month 01-12 and day 01 through the month's length, with
      *  February taking 29 in a leap year (divisible by 4, except
      *  centuries not divisible by 400).
      ******************************************************************
       U01F-EDIT-CALENDAR-DATE SECTION.
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
      *  U01G-PRINT-BRANCH
      *  Prints the branch as it now stands on file, under the
      *  disposition the caller set.
      ******************************************************************
       U01G-PRINT-BRANCH SECTION.
           MOVE BRM-CARD-ACTION TO BRM-DET-ACTION
           MOVE BRN-CODE TO BRM-DET-CODE
           MOVE BRN-NAME TO BRM-DET-NAME
           MOVE BRN-COST-CENTER TO BRM-DET-COST-CENTER
           MOVE BRN-STATUS TO BRM-DET-STATUS
           MOVE BRN-OPEN-DATE TO BRM-DET-OPEN-DATE
           MOVE BRN-CLOSE-DATE TO BRM-DET-CLOSE-DATE
           WRITE RPT-RECORD FROM BRM-DET-LINE
           .

      ******************************************************************
      *  U02-READ-CARD
      *  Reads the next maintenance card, setting CARD-EOF-SW at end
      *  of file.
      ******************************************************************
       U02-READ-CARD SECTION.
           READ CARD-FILE INTO BRM-CARD
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
           MOVE WS-READ-COUNT TO BRM-FTR-READ
           WRITE RPT-RECORD FROM BRM-FTR-1-LINE
           MOVE WS-ADDED-COUNT TO BRM-FTR-ADDED
           WRITE RPT-RECORD FROM BRM-FTR-2-LINE
           MOVE WS-CHANGED-COUNT TO BRM-FTR-CHANGED
           WRITE RPT-RECORD FROM BRM-FTR-3-LINE
           MOVE WS-CLOSED-COUNT TO BRM-FTR-CLOSED
           WRITE RPT-RECORD FROM BRM-FTR-4-LINE
           MOVE WS-ERROR-COUNT TO BRM-FTR-ERRORS
           WRITE RPT-RECORD FROM BRM-FTR-5-LINE
           CLOSE CARD-FILE
           CLOSE RPT-FILE
           CLOSE BRN-FILE
           EVALUATE TRUE
               WHEN WS-ADDED-COUNT = 0 AND WS-CHANGED-COUNT = 0
                   AND WS-CLOSED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

      *              that reassembles short - a header recycled
      *              without its members can no longer pass as a
      *              valid smaller group.
      *  2026-10-15  TRANEDIT now fails a branch code that is not on
      *              the branch master (BRNFILE, copybook BRNREC), or
      *              not open as of the transaction date, into this
      *              queue as a TRAN-BRANCH failure; the BRN card is
      *              its repair.  A BRN card whose replacement code
      *              is itself not on the branch master is dropped at
      *              load, like any other invalid value, instead of
      *              recycling the record straight back into the
      *              same failure.  Whether the branch is open on
      *              the transaction's date is left to TRANEDIT on
      *              the way back in, since a DTE card may move the
      *              date in the same run.  A missing branch master
      *              is warned about and the check skipped.
      *  2026-10-15  Multi-currency.  Rejects carry the transaction's
      *              currency code (REJ-CURRENCY, copybook REJREC),
      *              rebuilt onto the recycled record (TRAN-CURRENCY)
      *              so an amount comes back in the currency it was
      *              keyed in.  New CCY correction card (copybook
      *              FIXREC) replaces the code - blank for the base
      *              currency - across the whole group, like BRN and
      *              DTE; TRANEDIT re-takes the currency and rate
      *              edit on the way back in.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RCY-FILE ASSIGN TO "RCYRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRN-FILE ASSIGN TO "BRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJ-FILE.
       FD  RCY-FILE.
       01  RCY-RECORD               PIC X(80).

       FD  BRN-FILE.
       COPY BRNREC.

       WORKING-STORAGE SECTION.
       01  REJ-EOF-SW          PIC X(01) VALUE 'N'.
           88  REJ-EOF                   VALUE 'Y'.
       01  WS-FIX-STATUS            PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).

       01  WS-BRN-STATUS            PIC X(02).
       01  WS-BRN-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-BRN-AVAILABLE              VALUE 'Y'.
           88  WS-BRN-ABSENT                 VALUE 'N'.
       01  WS-BRN-KNOWN-SW          PIC X(01).
           88  WS-BRN-KNOWN                  VALUE 'Y'.
           88  WS-BRN-UNKNOWN                VALUE 'N'.

       01  WS-REJECT-READ-COUNT     PIC 9(06) COMP VALUE 0.
       01  WS-RECYCLED-COUNT        PIC 9(06) COMP VALUE 0.
       01  WS-ABANDONED-COUNT       PIC 9(06) COMP VALUE 0.
           MOVE WS-RUN-DATE(7:2) TO RCY-HDG-RUN-DATE(9:2)
           WRITE RCY-RECORD FROM RCY-HDG-1-LINE
           WRITE RCY-RECORD FROM RCY-HDG-2-LINE
           OPEN INPUT BRN-FILE
           IF WS-BRN-STATUS = "00"
               SET WS-BRN-AVAILABLE TO TRUE
           ELSE
               SET WS-BRN-ABSENT TO TRUE
               MOVE SPACES TO RCY-MSG-TEXT
               STRING "BRANCH MASTER NOT AVAILABLE (STATUS "
                   WS-BRN-STATUS ") - BRN CODES NOT CHECKED"
                   DELIMITED BY SIZE INTO RCY-MSG-TEXT
               WRITE RCY-RECORD FROM RCY-MSG-LINE
           END-IF
           OPEN INPUT FIX-FILE
           IF WS-FIX-STATUS = "00"
               PERFORM U00A-LOAD-FIX-CARD
                   UNTIL FIX-EOF
           END-IF
           CLOSE FIX-FILE
           IF WS-BRN-AVAILABLE
               CLOSE BRN-FILE
           END-IF
           PERFORM U02-READ-REJECT
           .

      *  Reads one correction card into the next WS-FIX-TABLE slot.
      *  A card beyond the table limit, with an unrecognized action,
      *  a non-numeric replacement summand or date, a blank
      *  replacement branch or one not on the branch master, or a
      *  replacement op-code outside the ADD/SUB/MUL/DIV/SUM/AVG set
      *  is reported on the recycle report and dropped rather than
      *  half-applied.
      ******************************************************************
       U00A-LOAD-FIX-CARD SECTION.
           READ FIX-FILE INTO FIX-RECORD
      *  usable, stores it in WS-FIX-TABLE.
      ******************************************************************
       U00B-EDIT-FIX-CARD SECTION.
           SET WS-BRN-KNOWN TO TRUE
           IF FIX-BRANCH
               AND FIX-NEW-BRANCH NOT = SPACES
               AND WS-BRN-AVAILABLE
               MOVE FIX-NEW-BRANCH TO BRN-CODE
               READ BRN-FILE
                   INVALID KEY
                       SET WS-BRN-UNKNOWN TO TRUE
               END-READ
           END-IF
           IF NOT (FIX-SUMMAND-1 OR FIX-SUMMAND-2
                   OR FIX-OP-CODE OR FIX-BRANCH
                   OR FIX-DATE OR FIX-CURRENCY OR FIX-ABANDON)
               MOVE SPACES TO RCY-MSG-TEXT
               STRING "CARD FOR " FIX-TRAN-ID
                   " DROPPED - BAD ACTION: " FIX-ACTION
                   AND FIX-NEW-OP NOT = "ADD" AND "SUB"
                   AND "MUL" AND "DIV" AND "SUM" AND "AVG")
                   OR (FIX-BRANCH AND FIX-NEW-BRANCH = SPACES)
                   OR (FIX-BRANCH AND WS-BRN-UNKNOWN)
                   OR (FIX-DATE AND FIX-NEW-DATE NOT NUMERIC)
                   MOVE SPACES TO RCY-MSG-TEXT
                   STRING "CARD FOR " FIX-TRAN-ID
           MOVE REJ-SUMMAND-2 TO TRAN-SUMMAND-2
           MOVE REJ-OP-CODE TO TRAN-OP-CODE
           MOVE REJ-BRANCH TO TRAN-BRANCH
           MOVE REJ-CURRENCY TO TRAN-CURRENCY
           IF REJ-MEMBER-COUNT NUMERIC
               AND REJ-MEMBER-COUNT > 0
               MOVE REJ-MEMBER-COUNT TO TRAN-GROUP-COUNT
                       WHEN FIX-DATE
                           SET WS-MATCH-FOUND TO TRUE
                           MOVE FIX-NEW-DATE TO TRAN-DATE
                       WHEN FIX-CURRENCY
                           SET WS-MATCH-FOUND TO TRUE
                           MOVE FIX-NEW-CURRENCY TO TRAN-CURRENCY
                   END-EVALUATE
               END-IF
           END-IF
      *  applies to the current reject record's group member.  A
      *  numeric FIX-MEMBER-SEQ must equal the record's
      *  REJ-MEMBER-SEQ exactly.  A blank member column falls back on
      *  the action's natural reach (see copybook FIXREC): ABN, DTE,
      *  BRN and CCY cover the whole group - those attributes must
      *  move together or the group stops matching as a group - while
      *  amount fixes reach only standalone rejects (member seq 00)
      *  and an op-code fix reaches standalone rejects and the group
      *  header, never a CON member.  A card punched out of scope is
               WHEN FIX-ABANDON
               WHEN FIX-DATE
               WHEN FIX-BRANCH
               WHEN FIX-CURRENCY
                   SET WS-CARD-IN-SCOPE TO TRUE
               WHEN FIX-OP-CODE
                   IF REJ-MEMBER-SEQ NUMERIC

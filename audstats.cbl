      *      - volume, result total and average/minimum/maximum
      *        result per op-code (unrecognized codes bucketed under
      *        "OTH" so nothing is silently dropped)
      *      - volume, result total and reject count per branch,
      *        with the branch name off the branch master (BRNFILE,
      *        copybook BRNREC)
      *      - volume, result total, reject count and reject rate
      *        per day
      *      - a month-over-month trend with each month's volume
      *  the two move together, which is what makes the daily reject
      *  rate meaningful.
      *
      *  Every result figure is in the base currency: a calculation
      *  keyed in another currency is taken at its base-currency
      *  result (AUD-BASE-RESULT).
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-08-22  Initial version.
      *  2026-09-02  The op-code table carries SUM and AVG now (the
      *              new multi-operand operations), so they report as
      *              themselves instead of landing in the OTH bucket.
      *  2026-10-15  New STATISTICS BY BRANCH section: calculations,
      *              result total and rejects per originating branch
      *              (AUD-BRANCH/REJ-BRANCH), in branch-code order,
      *              each named from the branch master (BRNFILE,
      *              copybook BRNREC, maintained by BRNMAINT).  A
      *              missing master leaves the names blank.
      *  2026-10-15  AUD-RECORD grew to 114 bytes with the approving
      *              supervisor's id (AUD-APPROVER); the statistics
      *              are unchanged.
      *  2026-10-15  AUD-RECORD grew to 122 bytes with the business
      *              date (AUD-TRAN-DATE); the statistics still
      *              bucket on the posting date in AUD-TIMESTAMP.
      *  2026-10-15  AUD-RECORD grew to 146 bytes with the currency,
      *              rate and base-currency result.  Result totals,
      *              averages and the minimum/maximum are taken in
      *              the base currency (AUD-BASE-RESULT; the result
      *              as keyed on a record with no currency), so
      *              work keyed in another currency adds up with the
      *              rest.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT STS-FILE ASSIGN TO "STSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BRN-FILE ASSIGN TO "BRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
       01  AUD-RECORD-IN            PIC X(146).

       FD  REJ-FILE.
       01  REJ-RECORD-IN            PIC X(80).
       FD  STS-FILE.
       01  STS-RECORD               PIC X(80).

       FD  BRN-FILE.
       COPY BRNREC.

       WORKING-STORAGE SECTION.
       01  AUD-EOF-SW          PIC X(01) VALUE 'N'.
           88  AUD-EOF                   VALUE 'Y'.

       01  WS-REJ-STATUS            PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-STAT-RESULT           PIC S9(08)V99.
       01  WS-BRN-STATUS            PIC X(02).
       01  WS-BRN-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-BRN-AVAILABLE              VALUE 'Y'.
           88  WS-BRN-ABSENT                 VALUE 'N'.

      ******************************************************************
      *  Op-code statistics.  Entries 1-6 are ADD/SUB/MUL/DIV/SUM/AVG;
               10  WS-OP-MAX            PIC S9(08)V99.
       01  WS-OP-IX                 PIC 9(02) COMP.

      ******************************************************************
      *  Branch statistics, keyed by branch code in arrival order and
      *  printed in code order.  Fifty slots is well past the branch
      *  master's size; should a corrupt generation present more
      *  distinct codes than that, the last slot is relabelled "***"
      *  and absorbs the overflow, as on the calculation report, so
      *  the section still adds across.
      ******************************************************************
       01  WS-BRN-LIMIT             PIC 9(04) COMP VALUE 50.
       01  WS-BRN-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-BRN-TABLE.
           05  WS-BRN-ENTRY OCCURS 50 TIMES.
               10  WS-BRN-CODE          PIC X(03).
               10  WS-BRN-CALCS         PIC 9(08) COMP.
               10  WS-BRN-TOTAL         PIC S9(13)V99 COMP-3.
               10  WS-BRN-REJECTS       PIC 9(08) COMP.
       01  WS-BRN-IX                PIC 9(04) COMP.
       01  WS-BRN-FOUND-SW          PIC X(01).
           88  WS-BRN-FOUND               VALUE 'Y'.
           88  WS-BRN-NOT-FOUND           VALUE 'N'.
       01  WS-WORK-BRANCH           PIC X(03).
       01  WS-LAST-BRANCH           PIC X(03).
       01  WS-BEST-BRANCH           PIC X(03).

      ******************************************************************
      *  Daily statistics, added to as the audit and reject records
      *  stream past and printed in ascending date order at the end.
           MOVE "-" TO STS-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO STS-HDG-RUN-DATE(9:2)
           WRITE STS-RECORD FROM STS-HDG-1-LINE
           OPEN INPUT BRN-FILE
           IF WS-BRN-STATUS = "00"
               SET WS-BRN-AVAILABLE TO TRUE
           ELSE
               SET WS-BRN-ABSENT TO TRUE
           END-IF
           MOVE "ADD" TO WS-OP-CODE (1)
           MOVE "SUB" TO WS-OP-CODE (2)
           MOVE "MUL" TO WS-OP-CODE (3)

      ******************************************************************
      *  U01-TALLY-AUDIT
      *  Accumulates one audit record into the op-code, branch, daily
      *  and monthly tables, then reads the next.  A corrupt record (a
      *  non-numeric result) is reported and skipped, and a record
      *  with no usable run date is kept out of the day/month tables
      *  so a zero key cannot jam the calendar-ordered print pass.
                   TO STS-WARN-TEXT
               WRITE STS-RECORD FROM STS-WARN-LINE
           ELSE
               IF AUD-CURRENCY = SPACES
                   OR AUD-BASE-RESULT NOT NUMERIC
                   MOVE AUD-RESULT TO WS-STAT-RESULT
               ELSE
                   MOVE AUD-BASE-RESULT TO WS-STAT-RESULT
               END-IF
               EVALUATE AUD-OP-CODE
                   WHEN "ADD"
                       MOVE 1 TO WS-OP-IX
                       MOVE 7 TO WS-OP-IX
               END-EVALUATE
               ADD 1 TO WS-OP-COUNT (WS-OP-IX)
               ADD WS-STAT-RESULT TO WS-OP-TOTAL (WS-OP-IX)
               IF WS-STAT-RESULT < WS-OP-MIN (WS-OP-IX)
                   MOVE WS-STAT-RESULT TO WS-OP-MIN (WS-OP-IX)
               END-IF
               IF WS-STAT-RESULT > WS-OP-MAX (WS-OP-IX)
                   MOVE WS-STAT-RESULT TO WS-OP-MAX (WS-OP-IX)
               END-IF
               MOVE AUD-BRANCH TO WS-WORK-BRANCH
               PERFORM U07-LOCATE-BRANCH
               ADD 1 TO WS-BRN-CALCS (WS-BRN-IX)
               ADD WS-STAT-RESULT TO WS-BRN-TOTAL (WS-BRN-IX)
               IF AUD-TIMESTAMP(1:8) NUMERIC
                   AND AUD-TIMESTAMP(1:8) NOT = "00000000"
                   MOVE AUD-TIMESTAMP(1:8) TO WS-WORK-DATE
                   PERFORM U05-LOCATE-DAY
                   IF WS-DAY-FOUND
                       ADD 1 TO WS-DAY-CALCS (WS-DAY-IX)
                       ADD WS-STAT-RESULT TO WS-DAY-TOTAL (WS-DAY-IX)
                   END-IF
                   MOVE WS-WORK-DATE(1:6) TO WS-WORK-MONTH
                   PERFORM U06-LOCATE-MONTH
                   IF WS-MON-FOUND
                       ADD 1 TO WS-MON-CALCS (WS-MON-IX)
                       ADD WS-STAT-RESULT TO WS-MON-TOTAL (WS-MON-IX)
                   END-IF
               END-IF
           END-IF

      ******************************************************************
      *  U02-TALLY-REJECT
      *  Accumulates one reject record into the branch, daily and
      *  monthly tables, then reads the next.
      ******************************************************************
       U02-TALLY-REJECT SECTION.
           MOVE REJ-BRANCH TO WS-WORK-BRANCH
           PERFORM U07-LOCATE-BRANCH
           ADD 1 TO WS-BRN-REJECTS (WS-BRN-IX)
           IF REJ-TRAN-DATE NUMERIC AND REJ-TRAN-DATE > 0
               MOVE REJ-TRAN-DATE TO WS-WORK-DATE
               PERFORM U05-LOCATE-DAY

      ******************************************************************
      *  U03-PRINT-REPORT
      *  Prints the four report sections from the accumulated
      *  tables, then summarizes any records the day or month tables
      *  could not hold.
      ******************************************************************
           PERFORM U03A-PRINT-OP-ENTRY
               UNTIL WS-OP-IX > 7
           WRITE STS-RECORD FROM STS-BLANK-LINE
           WRITE STS-RECORD FROM STS-SEC-4-LINE
           WRITE STS-RECORD FROM STS-BRN-HDG-LINE
           MOVE 0 TO WS-PRINT-COUNT
           MOVE LOW-VALUES TO WS-LAST-BRANCH
           PERFORM U03D-PRINT-NEXT-BRANCH
               UNTIL WS-PRINT-COUNT >= WS-BRN-COUNT
           WRITE STS-RECORD FROM STS-BLANK-LINE
           WRITE STS-RECORD FROM STS-SEC-2-LINE
           WRITE STS-RECORD FROM STS-DAY-HDG-LINE
           MOVE 0 TO WS-PRINT-COUNT
           ADD 1 TO WS-SCAN-IX
           .

      ******************************************************************
      *  U03D-PRINT-NEXT-BRANCH
      *  Selects the unprinted branch with the smallest code and
      *  prints it with its name off the branch master, so the
      *  branch section comes out in code order.  A code not on the
      *  master (an older generation, or one from before the master
      *  existed) says so instead of printing a blank name.
      ******************************************************************
       U03D-PRINT-NEXT-BRANCH SECTION.
           MOVE HIGH-VALUES TO WS-BEST-BRANCH
           MOVE 0 TO WS-BEST-IX
           MOVE 1 TO WS-SCAN-IX
           PERFORM U03D1-SCAN-BRANCH
               UNTIL WS-SCAN-IX > WS-BRN-COUNT
           IF WS-BEST-IX = 0
               MOVE WS-BRN-COUNT TO WS-PRINT-COUNT
           ELSE
               MOVE WS-BRN-CODE (WS-BEST-IX) TO STS-BRN-CODE
               MOVE SPACES TO STS-BRN-NAME
               EVALUATE TRUE
                   WHEN WS-BRN-CODE (WS-BEST-IX) = "***"
                       MOVE "OVERFLOW - CODES COMBINED"
                           TO STS-BRN-NAME
                   WHEN WS-BRN-AVAILABLE
                       MOVE WS-BRN-CODE (WS-BEST-IX) TO BRN-CODE
                       READ BRN-FILE
                           INVALID KEY
                               MOVE "NOT ON BRANCH MASTER"
                                   TO STS-BRN-NAME
                           NOT INVALID KEY
                               MOVE BRN-NAME TO STS-BRN-NAME
                       END-READ
               END-EVALUATE
               MOVE WS-BRN-CALCS (WS-BEST-IX) TO STS-BRN-COUNT
               MOVE WS-BRN-TOTAL (WS-BEST-IX) TO STS-BRN-TOTAL
               MOVE WS-BRN-REJECTS (WS-BEST-IX) TO STS-BRN-REJECTS
               WRITE STS-RECORD FROM STS-BRN-LINE
               MOVE WS-BEST-BRANCH TO WS-LAST-BRANCH
               ADD 1 TO WS-PRINT-COUNT
           END-IF
           .

      ******************************************************************
      *  U03D1-SCAN-BRANCH
      *  One step of the branch selection: remembers the smallest
      *  branch code not yet printed.
      ******************************************************************
       U03D1-SCAN-BRANCH SECTION.
           IF WS-BRN-CODE (WS-SCAN-IX) > WS-LAST-BRANCH
               AND WS-BRN-CODE (WS-SCAN-IX) < WS-BEST-BRANCH
               MOVE WS-BRN-CODE (WS-SCAN-IX) TO WS-BEST-BRANCH
               MOVE WS-SCAN-IX TO WS-BEST-IX
           END-IF
           ADD 1 TO WS-SCAN-IX
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Closes the files.
           CLOSE AUD-FILE
           CLOSE REJ-FILE
           CLOSE STS-FILE
           IF WS-BRN-AVAILABLE
               CLOSE BRN-FILE
           END-IF
           .

      ******************************************************************
               ADD 1 TO WS-MON-IX
           END-IF
           .

      ******************************************************************
      *  U07-LOCATE-BRANCH
      *  Finds (or adds) the branch table entry for WS-WORK-BRANCH
      *  and leaves its subscript in WS-BRN-IX.  Once the table is
      *  full, an unseen code lands in the last slot, relabelled
      *  "***", so every record is still counted somewhere.
      ******************************************************************
       U07-LOCATE-BRANCH SECTION.
           SET WS-BRN-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BRN-IX
           PERFORM U07A-MATCH-BRANCH
               UNTIL WS-BRN-FOUND OR WS-BRN-IX > WS-BRN-COUNT
           IF WS-BRN-NOT-FOUND
               IF WS-BRN-COUNT < WS-BRN-LIMIT
                   ADD 1 TO WS-BRN-COUNT
                   MOVE WS-BRN-COUNT TO WS-BRN-IX
                   MOVE WS-WORK-BRANCH TO WS-BRN-CODE (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-CALCS (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-TOTAL (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-REJECTS (WS-BRN-IX)
               ELSE
                   MOVE WS-BRN-LIMIT TO WS-BRN-IX
                   MOVE "***" TO WS-BRN-CODE (WS-BRN-IX)
               END-IF
           END-IF
           .

      ******************************************************************
      *  U07A-MATCH-BRANCH
      *  One step of the branch-table search.
      ******************************************************************
       U07A-MATCH-BRANCH SECTION.
           IF WS-BRN-CODE (WS-BRN-IX) = WS-WORK-BRANCH
               SET WS-BRN-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-BRN-IX
           END-IF
           .

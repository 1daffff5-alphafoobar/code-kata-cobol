      *  RPTREC): the original detail line, the RESOLVED line under a
      *  chained reference, and the COMPUTED OVER nn OPERANDS line
      *  under a multi-operand result, exactly as HISTINQ prints them.
      *  A result computed in a currency other than the base gets the
      *  currency line HELLOWORLD prints under it (currency, rate and
      *  base result), and the result total is in the base currency
      *  (HIST-BASE-RESULT; a blank HIST-CURRENCY is the base), so a
      *  TRAN-ID keyed in two currencies still totals to one figure.
      *  A record whose stored result is not numeric is warned about
      *  and left out of the totals (the integrity verification run
      *  is the place that chases those).
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-09-02  Initial version.
      *  2026-10-15  Statement lines print the branch name from the
      *              branch master (BRNFILE, copybook BRNREC) beside
      *              the branch code.  A missing master leaves the
      *              names blank; the statements are unchanged.
      *  2026-10-15  Multi-currency.  A non-base result prints the
      *              currency line (currency, rate, base result) under
      *              its detail line; the section result total is in
      *              the base currency.
      ******************************************************************

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BRN-FILE ASSIGN TO "BRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPT-FILE.
       FD  HIST-FILE.
       COPY HISTREC.

       FD  BRN-FILE.
       COPY BRNREC.

       WORKING-STORAGE SECTION.
       01  WS-OPT-STATUS            PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).
       01  WS-BRN-STATUS            PIC X(02).
       01  WS-BRN-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-BRN-AVAILABLE              VALUE 'Y'.
           88  WS-BRN-ABSENT                 VALUE 'N'.

       01  WS-OPT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                    VALUE 'Y'.
           88  WS-SECTION-CLOSED             VALUE 'N'.
       01  WS-ID-LINE-COUNT         PIC 9(06) COMP VALUE 0.
       01  WS-ID-RESULT-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-STMT-BASE-RESULT      PIC S9(08)V99.
       01  WS-BASE-CURRENCY         PIC X(03).
       01  WS-RATE-X                PIC ZZZ9.999999.
       01  WS-BASE-RESULT-X         PIC --------9.99.
       01  WS-IDS-STATEMENTED       PIC 9(06) COMP VALUE 0.
       01  WS-LINE-COUNT            PIC 9(08) COMP VALUE 0.
       01  WS-MISS-COUNT            PIC 9(06) COMP VALUE 0.

       COPY RPTREC.
       COPY STMREC.
       COPY RATREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
       U00-INITIALIZE SECTION.
           OPEN OUTPUT STM-FILE
           OPEN INPUT HIST-FILE
           OPEN INPUT BRN-FILE
           IF WS-BRN-STATUS = "00"
               SET WS-BRN-AVAILABLE TO TRUE
           ELSE
               SET WS-BRN-ABSENT TO TRUE
           END-IF
           SET RAT-BASE-CURRENCY TO TRUE
           MOVE RAT-CURRENCY TO WS-BASE-CURRENCY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "HISTSTMT" TO STM-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO STM-HDG-RUN-DATE(1:4)
      *  U01C-PRINT-STATEMENT-LINE
      *  Prints the current history record as an original report
      *  detail line with its RESOLVED and operand-count lines, the
      *  same presentation HISTINQ gives an inquiry answer (plus the
      *  branch name off the branch master and, for a result not in
      *  the base currency, HELLOWORLD's currency line), and rolls it
      *  into the section totals at its base-currency result.  A
      *  non-numeric stored result is warned about and kept out of
      *  the totals.
      ******************************************************************
       U01C-PRINT-STATEMENT-LINE SECTION.
           IF HIST-RESULT NOT NUMERIC
               MOVE HIST-RESULT TO RPT-DET-RESULT
               MOVE HIST-REMAINDER TO RPT-DET-REMAINDER
               MOVE HIST-BRANCH TO RPT-DET-BRANCH
               MOVE SPACES TO RPT-DET-BRANCH-NAME
               IF WS-BRN-AVAILABLE
                   MOVE HIST-BRANCH TO BRN-CODE
                   READ BRN-FILE
                       INVALID KEY
                           MOVE "NOT ON BRANCH MASTER"
                               TO RPT-DET-BRANCH-NAME
                       NOT INVALID KEY
                           MOVE BRN-NAME TO RPT-DET-BRANCH-NAME
                   END-READ
               END-IF
               WRITE STM-RECORD FROM RPT-DET-LINE
               IF HIST-S1-REF-FLAG = "R"
                   MOVE SPACES TO RPT-REF-TEXT
                       DELIMITED BY SIZE INTO RPT-REF-TEXT
                   WRITE STM-RECORD FROM RPT-REF-LINE
               END-IF
               IF HIST-CURRENCY = SPACES
                   OR HIST-BASE-RESULT NOT NUMERIC
                   MOVE HIST-RESULT TO WS-STMT-BASE-RESULT
               ELSE
                   MOVE HIST-BASE-RESULT TO WS-STMT-BASE-RESULT
               END-IF
               IF HIST-CURRENCY NOT = SPACES
                   AND HIST-CURRENCY NOT = WS-BASE-CURRENCY
                   AND HIST-BASE-RESULT NUMERIC
                   AND HIST-RATE NUMERIC
                   MOVE HIST-RATE TO WS-RATE-X
                   MOVE HIST-BASE-RESULT TO WS-BASE-RESULT-X
                   MOVE SPACES TO RPT-REF-TEXT
                   STRING "CURRENCY " HIST-CURRENCY
                       " RATE " WS-RATE-X
                       " BASE " WS-BASE-CURRENCY " RESULT "
                       WS-BASE-RESULT-X
                       DELIMITED BY SIZE INTO RPT-REF-TEXT
                   WRITE STM-RECORD FROM RPT-REF-LINE
               END-IF
               ADD 1 TO WS-ID-LINE-COUNT
               ADD 1 TO WS-LINE-COUNT
               ADD WS-STMT-BASE-RESULT TO WS-ID-RESULT-TOTAL
           END-IF
           .

           WRITE STM-RECORD FROM STM-FTR-2-LINE
           CLOSE STM-FILE
           CLOSE HIST-FILE
           IF WS-BRN-AVAILABLE
               CLOSE BRN-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-HIST-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE

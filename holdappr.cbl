       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDAPPR.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  HOLDAPPR - HIGH-VALUE APPROVAL RUN
      *  ----------------------------------------------------------------
      *  HELLOWORLD holds every result whose magnitude is over the
      *  approval limit for its branch and op-code (APRLIMIT, copybook
      *  LIMREC) on the pending-approval generation (PENDOUT,
      *  copybook PNDREC) instead of posting it.  This run works the
      *  queue - the new PENDOUT generation plus everything still
      *  held from earlier runs (APRHOLD), concatenated on APRIN -
      *  against the supervisors' decision cards (APRCARDS, copybook
      *  APRREC), one card per item:
      *
      *      APP  approve.  The calculation is written to HIST-FILE as
      *           HELLOWORLD would have posted it and journaled to
      *           HISTJRNL under this run's run-id, and an audit
      *           record carrying the supervisor's id (AUD-APPROVER)
      *           is appended to APRPOST.  The next HELLOWORLD cycle
      *           posts APRPOST to its audit and extract generations
      *           and counts it as accepted work, so the GL tie-back
      *           and the downstream acknowledgment balance.
      *      DEC  decline.  The item - and, for a SUM/AVG, every
      *           continuation member with it - goes to DECLOUT in the
      *           reject layout (copybook REJREC), which REJRECYC
      *           reads with the rest of the repair queue.  The reason
      *           names the supervisor.
      *
      *  An item with no card stays held: it is written unchanged,
      *  members and all, to the next APRHOLD generation (HOLDOUT).
      *  Each one still held is aged in business days off the
      *  calendar (CALFILE, copybook CALREC) - the business days
      *  after the day it was held, up to today - and any held for
      *  AGING= days or more (SYSIN card, default 3) is listed on the
      *  aging list at the end of the report.  Without the calendar
      *  every held item is listed.
      *
      *  A card must name a held item by TRAN-ID and TRAN-DATE and
      *  carry the supervisor's id; a card that fails the edit, names
      *  an item twice, or matches nothing on the queue is printed
      *  as an error and decides nothing.  An item already on
      *  HIST-FILE (a later transaction posted under the same key)
      *  cannot be approved and stays held with an error.  An item
      *  that appears twice on the queue is carried once.
      *
      *  RETURN-CODE:  0  every card applied, nothing past the aging
      *                   limit
      *                4  cards in error, or items on the aging list
      *               12  HIST-FILE, HISTJRNL or APRPOST failed to
      *                   open - every item carried forward untouched
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  The audit record appended to APRPOST carries the
      *              item's business date (AUD-TRAN-DATE, 122 bytes).
      *  2026-10-15  Multi-currency.  An approved item posts with its
      *              currency, rate and base-currency result (audit
      *              146 bytes, queue 146); a declined item keeps its
      *              currency on the repair queue.  The aging list
      *              shows the base-currency result beside the limit.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPT-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-STATUS.

           SELECT CARD-FILE ASSIGN TO "APRCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT PND-FILE ASSIGN TO "APRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POST-FILE ASSIGN TO "APRPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT DECL-FILE ASSIGN TO "DECLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "APRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JRN-FILE ASSIGN TO "HISTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPT-FILE.
       01  OPT-RECORD-IN            PIC X(80).

       FD  CARD-FILE.
       01  CARD-RECORD-IN           PIC X(80).

       FD  PND-FILE.
       01  PND-RECORD-IN            PIC X(146).

       FD  HOLD-FILE.
       01  HOLD-RECORD-OUT          PIC X(146).

       FD  POST-FILE.
       01  POST-RECORD-OUT          PIC X(146).

       FD  DECL-FILE.
       01  DECL-RECORD-OUT          PIC X(80).

       FD  RPT-FILE.
       01  RPT-RECORD               PIC X(80).

       FD  JRN-FILE.
       01  JRN-RECORD-OUT           PIC X(261).

       FD  HIST-FILE.
       COPY HISTREC.

       FD  CAL-FILE.
       COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-OPT-STATUS            PIC X(02).
       01  WS-CARD-STATUS           PIC X(02).
       01  WS-PND-STATUS            PIC X(02).
       01  WS-POST-STATUS           PIC X(02).
       01  WS-JRN-STATUS            PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).
       01  WS-CAL-STATUS            PIC X(02).

       01  WS-OPT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                    VALUE 'Y'.
           88  WS-OPT-NOT-EOF                VALUE 'N'.
       01  CARD-EOF-SW         PIC X(01) VALUE 'N'.
           88  CARD-EOF                  VALUE 'Y'.
           88  CARD-NOT-EOF              VALUE 'N'.

       01  WS-OPT-CARD              PIC X(80).
       01  WS-OPT-KEYWORD           PIC X(20).
       01  WS-OPT-VALUE             PIC X(20).

      ******************************************************************
      *  AGING=nn sets how many business days an item may stay held
      *  before it is listed on the aging list.
      ******************************************************************
       01  WS-AGING-DAYS            PIC 9(03) VALUE 3.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-RUN-ID                PIC X(16).

       01  WS-RUN-SW                PIC X(01) VALUE 'N'.
           88  WS-RUN-FAILED                 VALUE 'Y'.
           88  WS-RUN-NOT-FAILED             VALUE 'N'.
       01  WS-JRN-SW                PIC X(01) VALUE 'N'.
           88  WS-JRN-OPEN                   VALUE 'Y'.
           88  WS-JRN-NOT-OPEN               VALUE 'N'.
       01  WS-CAL-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-CAL-AVAILABLE              VALUE 'Y'.
           88  WS-CAL-ABSENT                 VALUE 'N'.

       01  WS-ITEM-COUNT            PIC 9(06) COMP VALUE 0.
       01  WS-APPROVED-COUNT        PIC 9(06) COMP VALUE 0.
       01  WS-DECLINED-COUNT        PIC 9(06) COMP VALUE 0.
       01  WS-HELD-COUNT            PIC 9(06) COMP VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(06) COMP VALUE 0.
       01  WS-JRN-COUNT             PIC 9(08) COMP VALUE 0.

      ******************************************************************
      *  Decision cards, loaded up front so the queue is read once.
      *  WS-CRD-USED-SW marks a card that found its item; whatever is
      *  left unused at the end matched nothing on the queue.
      ******************************************************************
       01  WS-CRD-LIMIT             PIC 9(04) COMP VALUE 200.
       01  WS-CRD-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-CRD-TABLE.
           05  WS-CRD-ENTRY OCCURS 200 TIMES.
               10  WS-CRD-ACTION        PIC X(03).
               10  WS-CRD-TRAN-ID       PIC X(06).
               10  WS-CRD-DATE          PIC X(08).
               10  WS-CRD-APPROVER      PIC X(08).
               10  WS-CRD-REASON        PIC X(30).
               10  WS-CRD-USED-SW       PIC X(01).
                   88  WS-CRD-USED              VALUE 'Y'.
                   88  WS-CRD-NOT-USED          VALUE 'N'.
       01  WS-CRD-IX                PIC 9(04) COMP VALUE 0.
       01  WS-CRD-SW                PIC X(01) VALUE 'N'.
           88  WS-CRD-FOUND                  VALUE 'Y'.
           88  WS-CRD-NOT-FOUND              VALUE 'N'.
       01  WS-CARD-REASON           PIC X(40).
       01  WS-WORK-TRAN-ID          PIC X(06).
       01  WS-WORK-DATE             PIC X(08).

      ******************************************************************
      *  Queue lookahead.  The record after the current item is held
      *  in WS-NEXT-RECORD, so an item's continuation members can be
      *  gathered into WS-MEM-TABLE while the item is current.
      ******************************************************************
       01  WS-NEXT-RECORD           PIC X(146).
       01  WS-NEXT-SW               PIC X(01) VALUE 'N'.
           88  WS-NEXT-AT-EOF                VALUE 'Y'.
           88  WS-NEXT-NOT-AT-EOF            VALUE 'N'.
       01  ITEM-EOF-SW         PIC X(01) VALUE 'N'.
           88  ITEM-EOF                  VALUE 'Y'.
           88  ITEM-NOT-EOF              VALUE 'N'.
       01  WS-MEM-LIMIT             PIC 9(02) COMP VALUE 18.
       01  WS-MEM-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-MEM-TABLE.
           05  WS-MEM-RECORD OCCURS 18 TIMES
                                    PIC X(146).
       01  WS-MEM-IX                PIC 9(02) COMP VALUE 0.
       01  WS-ITEM-RECORD           PIC X(146).

      ******************************************************************
      *  Keys already taken off the queue, so a second copy of an
      *  item (a HELLOWORLD restart that repeated a window) is not
      *  decided twice.
      ******************************************************************
       01  WS-SEEN-LIMIT            PIC 9(04) COMP VALUE 5000.
       01  WS-SEEN-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-KEY OCCURS 5000 TIMES
                                    PIC X(14).
       01  WS-SEEN-IX               PIC 9(04) COMP VALUE 0.
       01  WS-SEEN-SW               PIC X(01) VALUE 'N'.
           88  WS-SEEN-FOUND                 VALUE 'Y'.
           88  WS-SEEN-NOT-FOUND             VALUE 'N'.
       01  WS-SEEN-FULL-SW          PIC X(01) VALUE 'N'.
           88  WS-SEEN-FULL                  VALUE 'Y'.
           88  WS-SEEN-NOT-FULL              VALUE 'N'.
       01  WS-ITEM-KEY              PIC X(14).

      ******************************************************************
      *  Aging.  WS-AGE-DAYS is the business days an item has been
      *  held; the aging-list lines are kept until the end of the run
      *  and printed as a section of their own.
      ******************************************************************
       01  WS-AGE-DAYS              PIC 9(03) COMP VALUE 0.
       01  WS-AGE-STEPS             PIC 9(04) COMP VALUE 0.
       01  WS-AGE-STEP-LIMIT        PIC 9(04) COMP VALUE 999.
       01  WS-AGE-DONE-SW           PIC X(01) VALUE 'N'.
           88  WS-AGE-DONE                   VALUE 'Y'.
           88  WS-AGE-NOT-DONE               VALUE 'N'.
       01  WS-AGE-LIMIT             PIC 9(04) COMP VALUE 500.
       01  WS-AGE-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-AGE-OVERFLOW          PIC 9(06) COMP VALUE 0.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 500 TIMES
                                    PIC X(80).
       01  WS-AGE-IX                PIC 9(04) COMP VALUE 0.

       01  WS-DECL-REASON           PIC X(37).
       01  WS-ERR-COUNT-X           PIC ZZZ,ZZ9.

       COPY PNDREC.
       COPY AUDREC.
       COPY REJREC.
       COPY JRNREC.
       COPY TRANREC.
       COPY APRREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           PERFORM U01-PROCESS-ITEM
               UNTIL ITEM-EOF
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files, writes the report heading, reads the SYSIN
      *  option and loads the decision cards.  HIST-FILE, HISTJRNL
      *  and APRPOST must all open for any decision to be applied;
      *  if one will not, the run is marked failed and every item is
      *  carried forward as it stands.  The calendar is optional.
      *  Primes the queue lookahead and promotes the first item.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT HOLD-FILE
           OPEN OUTPUT DECL-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8)
           MOVE WS-CURRENT-TIME TO WS-RUN-ID(9:8)
           MOVE "HOLDAPPR" TO APR-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO APR-HDG-RUN-DATE(1:4)
           MOVE "-" TO APR-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO APR-HDG-RUN-DATE(6:2)
           MOVE "-" TO APR-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO APR-HDG-RUN-DATE(9:2)
           WRITE RPT-RECORD FROM APR-HDG-1-LINE
           OPEN INPUT OPT-FILE
           IF WS-OPT-STATUS = "00"
               PERFORM U00A-READ-OPTION
                   UNTIL WS-OPT-EOF
           END-IF
           CLOSE OPT-FILE
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS = "00"
               PERFORM U00B-LOAD-CARD
                   UNTIL CARD-EOF
               CLOSE CARD-FILE
           END-IF
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-AVAILABLE TO TRUE
           ELSE
               SET WS-CAL-ABSENT TO TRUE
               MOVE SPACES TO APR-NOTE-TEXT
               STRING "CALENDAR NOT AVAILABLE (STATUS "
                   WS-CAL-STATUS ") - EVERY HELD ITEM IS LISTED"
                   DELIMITED BY SIZE INTO APR-NOTE-TEXT
               WRITE RPT-RECORD FROM APR-NOTE-LINE
           END-IF
           OPEN I-O HIST-FILE
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JRN-FILE
           END-IF
           IF WS-JRN-STATUS = "00"
               SET WS-JRN-OPEN TO TRUE
           END-IF
           OPEN EXTEND POST-FILE
           IF WS-POST-STATUS = "35"
               OPEN OUTPUT POST-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-HIST-STATUS NOT = "00"
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO APR-ERR-TEXT
                   STRING "HIST-FILE OPEN FAILED - STATUS "
                       WS-HIST-STATUS " - EVERY ITEM STILL HELD"
                       DELIMITED BY SIZE INTO APR-ERR-TEXT
                   WRITE RPT-RECORD FROM APR-ERR-LINE
               WHEN WS-JRN-STATUS NOT = "00"
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO APR-ERR-TEXT
                   STRING "HISTJRNL OPEN FAILED - STATUS "
                       WS-JRN-STATUS " - EVERY ITEM STILL HELD"
                       DELIMITED BY SIZE INTO APR-ERR-TEXT
                   WRITE RPT-RECORD FROM APR-ERR-LINE
               WHEN WS-POST-STATUS NOT = "00"
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO APR-ERR-TEXT
                   STRING "APRPOST OPEN FAILED - STATUS "
                       WS-POST-STATUS " - EVERY ITEM STILL HELD"
                       DELIMITED BY SIZE INTO APR-ERR-TEXT
                   WRITE RPT-RECORD FROM APR-ERR-LINE
               WHEN OTHER
                   MOVE WS-RUN-ID TO APR-JRN-RUN-ID
           END-EVALUATE
           WRITE RPT-RECORD FROM APR-HDG-2-LINE
           OPEN INPUT PND-FILE
           IF WS-PND-STATUS = "00"
               PERFORM U03B-READ-NEXT
           ELSE
               SET WS-NEXT-AT-EOF TO TRUE
               MOVE SPACES TO APR-NOTE-TEXT
               STRING "NO HELD ITEMS ON APRIN (STATUS "
                   WS-PND-STATUS ")"
                   DELIMITED BY SIZE INTO APR-NOTE-TEXT
               WRITE RPT-RECORD FROM APR-NOTE-LINE
           END-IF
           PERFORM U03-READ-ITEM
           .

      ******************************************************************
      *  U00A-READ-OPTION
      *  Reads one SYSIN card.  AGING=nn is the only option; an
      *  unrecognized card or a bad value is noted and the default
      *  stands.
      ******************************************************************
       U00A-READ-OPTION SECTION.
           READ OPT-FILE INTO WS-OPT-CARD
               AT END
                   SET WS-OPT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-OPT-KEYWORD
                   MOVE SPACES TO WS-OPT-VALUE
                   UNSTRING WS-OPT-CARD DELIMITED BY "=" OR SPACE
                       INTO WS-OPT-KEYWORD WS-OPT-VALUE
                   END-UNSTRING
                   EVALUATE TRUE
                       WHEN WS-OPT-KEYWORD = "AGING"
                           AND WS-OPT-VALUE(1:3) NUMERIC
                           AND WS-OPT-VALUE(4:17) = SPACES
                           MOVE WS-OPT-VALUE(1:3) TO WS-AGING-DAYS
                       WHEN WS-OPT-KEYWORD = "AGING"
                           AND WS-OPT-VALUE(1:2) NUMERIC
                           AND WS-OPT-VALUE(3:18) = SPACES
                           MOVE WS-OPT-VALUE(1:2) TO WS-AGING-DAYS
                       WHEN WS-OPT-KEYWORD = "AGING"
                           AND WS-OPT-VALUE(1:1) NUMERIC
                           AND WS-OPT-VALUE(2:19) = SPACES
                           MOVE WS-OPT-VALUE(1:1) TO WS-AGING-DAYS
                       WHEN WS-OPT-KEYWORD = SPACES
                           CONTINUE
                       WHEN OTHER
                           MOVE SPACES TO APR-NOTE-TEXT
                           STRING "UNRECOGNIZED OPTION CARD: "
                               WS-OPT-CARD(1:40)
                               DELIMITED BY SIZE INTO APR-NOTE-TEXT
                           WRITE RPT-RECORD FROM APR-NOTE-LINE
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U00B-LOAD-CARD
      *  Reads one decision card and adds it to the card table once
      *  it passes the edit (U00C).  A card that fails is printed
      *  with its reason.  Blank cards are skipped.
      ******************************************************************
       U00B-LOAD-CARD SECTION.
           READ CARD-FILE INTO APR-CARD
               AT END
                   SET CARD-EOF TO TRUE
               NOT AT END
                   IF APR-CARD NOT = SPACES
                       PERFORM U00C-EDIT-CARD
                       IF WS-CARD-REASON = SPACES
                           ADD 1 TO WS-CRD-COUNT
                           MOVE APR-CARD-ACTION
                               TO WS-CRD-ACTION (WS-CRD-COUNT)
                           MOVE APR-CARD-TRAN-ID
                               TO WS-CRD-TRAN-ID (WS-CRD-COUNT)
                           MOVE APR-CARD-DATE
                               TO WS-CRD-DATE (WS-CRD-COUNT)
                           MOVE APR-CARD-APPROVER
                               TO WS-CRD-APPROVER (WS-CRD-COUNT)
                           MOVE APR-CARD-REASON
                               TO WS-CRD-REASON (WS-CRD-COUNT)
                           SET WS-CRD-NOT-USED (WS-CRD-COUNT)
                               TO TRUE
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE SPACES TO APR-ERR-TEXT
                           STRING "CARD DROPPED: " APR-CARD(1:26)
                               " - " WS-CARD-REASON
                               DELIMITED BY SIZE INTO APR-ERR-TEXT
                           WRITE RPT-RECORD FROM APR-ERR-LINE
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U00C-EDIT-CARD
      *  Edits one decision card, leaving WS-CARD-REASON blank for a
      *  good card.  Stops at the first failure.
      ******************************************************************
       U00C-EDIT-CARD SECTION.
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN NOT (APR-APPROVE OR APR-DECLINE)
                   MOVE "ACTION NOT APP OR DEC" TO WS-CARD-REASON
               WHEN APR-CARD-TRAN-ID = SPACES
                   MOVE "TRAN-ID IS BLANK" TO WS-CARD-REASON
               WHEN APR-CARD-DATE NOT NUMERIC
                   MOVE "DATE IS NOT NUMERIC" TO WS-CARD-REASON
               WHEN APR-CARD-APPROVER = SPACES
                   MOVE "APPROVER ID IS BLANK" TO WS-CARD-REASON
               WHEN OTHER
                   MOVE APR-CARD-TRAN-ID TO WS-WORK-TRAN-ID
                   MOVE APR-CARD-DATE TO WS-WORK-DATE
                   PERFORM U01F-SEARCH-CARD
                   IF WS-CRD-FOUND
                       MOVE "ITEM ALREADY DECIDED BY EARLIER CARD"
                           TO WS-CARD-REASON
                   ELSE
                       IF WS-CRD-COUNT >= WS-CRD-LIMIT
                           MOVE "CARD TABLE FULL" TO WS-CARD-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      *  U01-PROCESS-ITEM
      *  Decides the current held item: applies its card - approve
      *  (U01A) or decline (U01B) - or, with no card, carries it
      *  forward (U01C).  A key already taken off the queue this run
      *  is noted and dropped; on a failed run every item is carried
      *  forward without looking for a card.  Then promotes the next
      *  item.
      ******************************************************************
       U01-PROCESS-ITEM SECTION.
           ADD 1 TO WS-ITEM-COUNT
           MOVE PND-TRAN-ID TO WS-ITEM-KEY(1:6)
           MOVE PND-TRAN-DATE TO WS-ITEM-KEY(7:8)
           PERFORM U01G-CHECK-SEEN
           EVALUATE TRUE
               WHEN WS-SEEN-FOUND
                   MOVE SPACES TO APR-NOTE-TEXT
                   STRING "SECOND COPY OF HELD ITEM " PND-TRAN-ID
                       " " PND-TRAN-DATE " DROPPED"
                       DELIMITED BY SIZE INTO APR-NOTE-TEXT
                   WRITE RPT-RECORD FROM APR-NOTE-LINE
               WHEN WS-RUN-FAILED
                   MOVE SPACES TO APR-DET-ACTION
                   MOVE SPACES TO APR-DET-APPROVER
                   PERFORM U01C-CARRY-ITEM
               WHEN OTHER
                   MOVE PND-TRAN-ID TO WS-WORK-TRAN-ID
                   MOVE PND-TRAN-DATE TO WS-WORK-DATE
                   PERFORM U01F-SEARCH-CARD
                   IF WS-CRD-FOUND
                       SET WS-CRD-USED (WS-CRD-IX) TO TRUE
                       MOVE WS-CRD-ACTION (WS-CRD-IX)
                           TO APR-DET-ACTION
                       MOVE WS-CRD-APPROVER (WS-CRD-IX)
                           TO APR-DET-APPROVER
                       IF WS-CRD-ACTION (WS-CRD-IX) = "APP"
                           PERFORM U01A-APPROVE-ITEM
                       ELSE
                           PERFORM U01B-DECLINE-ITEM
                       END-IF
                   ELSE
                       MOVE SPACES TO APR-DET-ACTION
                       MOVE SPACES TO APR-DET-APPROVER
                       PERFORM U01C-CARRY-ITEM
                   END-IF
           END-EVALUATE
           PERFORM U03-READ-ITEM
           .

      ******************************************************************
      *  U01A-APPROVE-ITEM
      *  Writes the held calculation to HIST-FILE as HELLOWORLD
      *  would have posted it, journals the add under this run's
      *  run-id and appends the audit record, with the supervisor's
      *  id, to APRPOST for the next HELLOWORLD cycle to post.  A key
      *  already on history cannot be approved; the item stays held
      *  and the card is reported as an error.
      ******************************************************************
       U01A-APPROVE-ITEM SECTION.
           MOVE PND-TRAN-ID TO HIST-TRAN-ID
           MOVE PND-TRAN-DATE TO HIST-TRAN-DATE
           MOVE PND-SUMMAND-1 TO HIST-SUMMAND-1
           MOVE PND-SUMMAND-2 TO HIST-SUMMAND-2
           MOVE PND-OP-CODE TO HIST-OP-CODE
           MOVE PND-RESULT TO HIST-RESULT
           MOVE PND-REMAINDER TO HIST-REMAINDER
           MOVE PND-S1-REF TO HIST-S1-REF
           MOVE PND-S2-REF TO HIST-S2-REF
           MOVE PND-BRANCH TO HIST-BRANCH
           MOVE PND-OPERAND-COUNT TO HIST-OPERAND-COUNT
           IF PND-CURRENCY = SPACES
               MOVE 1 TO PND-RATE
               MOVE PND-RESULT TO PND-BASE-RESULT
           END-IF
           MOVE PND-CURRENCY TO HIST-CURRENCY
           MOVE PND-RATE TO HIST-RATE
           MOVE PND-BASE-RESULT TO HIST-BASE-RESULT
           WRITE HIST-RECORD
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO APR-ERR-TEXT
                   STRING "CANNOT APPROVE " PND-TRAN-ID " "
                       PND-TRAN-DATE " - KEY ALREADY ON HISTORY"
                       DELIMITED BY SIZE INTO APR-ERR-TEXT
                   WRITE RPT-RECORD FROM APR-ERR-LINE
                   PERFORM U01C-CARRY-ITEM
               NOT INVALID KEY
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   SET JRN-ADDED TO TRUE
                   MOVE SPACES TO JRN-BEFORE-IMAGE
                   MOVE HIST-RECORD TO JRN-AFTER-IMAGE
                   MOVE WS-RUN-ID TO JRN-RUN-ID
                   MOVE "HOLDAPPR" TO JRN-PROGRAM
                   MOVE WS-RUN-DATE TO JRN-TIMESTAMP(1:8)
                   MOVE WS-CURRENT-TIME TO JRN-TIMESTAMP(9:8)
                   WRITE JRN-RECORD-OUT FROM JRN-RECORD
                   ADD 1 TO WS-JRN-COUNT
                   MOVE WS-RUN-ID TO AUD-RUN-ID
                   MOVE PND-TRAN-ID TO AUD-TRAN-ID
                   MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8)
                   MOVE WS-CURRENT-TIME TO AUD-TIMESTAMP(9:8)
                   MOVE PND-SUMMAND-1 TO AUD-SUMMAND-1
                   MOVE PND-SUMMAND-2 TO AUD-SUMMAND-2
                   MOVE PND-OP-CODE TO AUD-OP-CODE
                   MOVE PND-RESULT TO AUD-RESULT
                   MOVE PND-REMAINDER TO AUD-REMAINDER
                   MOVE PND-S1-REF TO AUD-S1-REF
                   MOVE PND-S2-REF TO AUD-S2-REF
                   MOVE PND-BRANCH TO AUD-BRANCH
                   MOVE WS-CRD-APPROVER (WS-CRD-IX) TO AUD-APPROVER
                   MOVE PND-TRAN-DATE TO AUD-TRAN-DATE
                   MOVE PND-CURRENCY TO AUD-CURRENCY
                   MOVE PND-RATE TO AUD-RATE
                   MOVE PND-BASE-RESULT TO AUD-BASE-RESULT
                   WRITE POST-RECORD-OUT FROM AUD-RECORD
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED - POSTS NEXT CYCLE"
                       TO APR-DET-DISPOSITION
                   PERFORM U01E-PRINT-ITEM
           END-WRITE
           .

      ******************************************************************
      *  U01B-DECLINE-ITEM
      *  Sends the held item to the repair queue in the reject layout
      *  with the supervisor's id and reason, followed by each of its
      *  continuation members, placed in the group by member sequence
      *  and count exactly as HELLOWORLD rejects a group.
      ******************************************************************
       U01B-DECLINE-ITEM SECTION.
           MOVE SPACES TO WS-DECL-REASON
           IF WS-CRD-REASON (WS-CRD-IX) = SPACES
               STRING "DECLINED BY " WS-CRD-APPROVER (WS-CRD-IX)
                   ": OVER LIMIT"
                   DELIMITED BY SIZE INTO WS-DECL-REASON
           ELSE
               STRING "DECLINED BY " WS-CRD-APPROVER (WS-CRD-IX)
                   ": " WS-CRD-REASON (WS-CRD-IX)
                   DELIMITED BY SIZE INTO WS-DECL-REASON
           END-IF
           MOVE PND-TRAN-ID TO REJ-TRAN-ID
           MOVE PND-TRAN-DATE TO REJ-TRAN-DATE
           MOVE PND-SUMMAND-1 TO REJ-SUMMAND-1
           MOVE PND-SUMMAND-2 TO REJ-SUMMAND-2
           MOVE PND-OP-CODE TO REJ-OP-CODE
           MOVE PND-CYCLE-COUNT TO REJ-CYCLE-COUNT
           MOVE PND-BRANCH TO REJ-BRANCH
           MOVE PND-CURRENCY TO REJ-CURRENCY
           IF WS-MEM-COUNT > 0
               MOVE 1 TO REJ-MEMBER-SEQ
               COMPUTE REJ-MEMBER-COUNT = WS-MEM-COUNT + 1
           ELSE
               MOVE 0 TO REJ-MEMBER-SEQ
               MOVE 0 TO REJ-MEMBER-COUNT
           END-IF
           MOVE WS-DECL-REASON TO REJ-REASON
           WRITE DECL-RECORD-OUT FROM REJ-RECORD
           MOVE 0 TO WS-MEM-IX
           PERFORM U01B1-DECLINE-MEMBER
               UNTIL WS-MEM-IX >= WS-MEM-COUNT
           ADD 1 TO WS-DECLINED-COUNT
           MOVE "DECLINED - TO REPAIR QUEUE" TO APR-DET-DISPOSITION
           PERFORM U01E-PRINT-ITEM
           .

      ******************************************************************
      *  U01B1-DECLINE-MEMBER
      *  Writes one continuation member of a declined group to the
      *  repair queue behind its header.
      ******************************************************************
       U01B1-DECLINE-MEMBER SECTION.
           ADD 1 TO WS-MEM-IX
           MOVE WS-MEM-RECORD (WS-MEM-IX)(40:80) TO TRAN-RECORD
           MOVE TRAN-ID TO REJ-TRAN-ID
           MOVE TRAN-DATE TO REJ-TRAN-DATE
           MOVE TRAN-SUMMAND-1 TO REJ-SUMMAND-1
           MOVE TRAN-SUMMAND-2 TO REJ-SUMMAND-2
           MOVE TRAN-OP-CODE TO REJ-OP-CODE
           MOVE TRAN-BRANCH TO REJ-BRANCH
           MOVE TRAN-CURRENCY TO REJ-CURRENCY
           IF TRAN-CYCLE-COUNT NUMERIC
               MOVE TRAN-CYCLE-COUNT TO REJ-CYCLE-COUNT
           ELSE
               MOVE 0 TO REJ-CYCLE-COUNT
           END-IF
           COMPUTE REJ-MEMBER-SEQ = WS-MEM-IX + 1
           COMPUTE REJ-MEMBER-COUNT = WS-MEM-COUNT + 1
           MOVE "GROUP MEMBER SUPPRESSED" TO REJ-REASON
           WRITE DECL-RECORD-OUT FROM REJ-RECORD
           .

      ******************************************************************
      *  U01C-CARRY-ITEM
      *  Carries the held item, with its members, forward to the next
      *  APRHOLD generation unchanged, ages it (U01D) and puts it on
      *  the aging list when it has been held AGING= business days
      *  or more - or on every run when there is no calendar.
      ******************************************************************
       U01C-CARRY-ITEM SECTION.
           WRITE HOLD-RECORD-OUT FROM WS-ITEM-RECORD
           MOVE 0 TO WS-MEM-IX
           PERFORM U01C1-CARRY-MEMBER
               UNTIL WS-MEM-IX >= WS-MEM-COUNT
           ADD 1 TO WS-HELD-COUNT
           MOVE "STILL HELD" TO APR-DET-DISPOSITION
           PERFORM U01E-PRINT-ITEM
           MOVE 0 TO WS-AGE-DAYS
           IF WS-CAL-AVAILABLE
               PERFORM U01D-AGE-ITEM
           END-IF
           IF WS-CAL-ABSENT OR WS-AGE-DAYS >= WS-AGING-DAYS
               IF WS-AGE-COUNT < WS-AGE-LIMIT
                   ADD 1 TO WS-AGE-COUNT
                   MOVE PND-TRAN-ID TO APR-AGE-TRAN-ID
                   MOVE PND-TRAN-DATE TO APR-AGE-DATE
                   MOVE PND-BRANCH TO APR-AGE-BRANCH
                   MOVE PND-OP-CODE TO APR-AGE-OP-CODE
                   IF PND-CURRENCY = SPACES
                       MOVE PND-RESULT TO APR-AGE-RESULT
                   ELSE
                       MOVE PND-BASE-RESULT TO APR-AGE-RESULT
                   END-IF
                   MOVE PND-LIMIT TO APR-AGE-LIMIT
                   MOVE PND-HELD-DATE TO APR-AGE-HELD-DATE
                   MOVE WS-AGE-DAYS TO APR-AGE-DAYS
                   MOVE PND-HELD-RUN-ID TO APR-AGE-RUN-ID
                   MOVE APR-AGE-LINE TO WS-AGE-ENTRY (WS-AGE-COUNT)
               ELSE
                   ADD 1 TO WS-AGE-OVERFLOW
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01C1-CARRY-MEMBER
      *  Carries one continuation member forward behind its item.
      ******************************************************************
       U01C1-CARRY-MEMBER SECTION.
           ADD 1 TO WS-MEM-IX
           WRITE HOLD-RECORD-OUT FROM WS-MEM-RECORD (WS-MEM-IX)
           .

      ******************************************************************
      *  U01D-AGE-ITEM
      *  Counts the business days on the calendar after the day the
      *  item was held, up to and including the run date, browsing
      *  the calendar in key order.  Gives up after WS-AGE-STEP-LIMIT
      *  reads; the count so far stands.
      ******************************************************************
       U01D-AGE-ITEM SECTION.
           SET WS-AGE-NOT-DONE TO TRUE
           MOVE 0 TO WS-AGE-STEPS
           MOVE PND-HELD-DATE TO CAL-DATE
           START CAL-FILE KEY > CAL-DATE
               INVALID KEY
                   SET WS-AGE-DONE TO TRUE
           END-START
           PERFORM U01D1-AGE-STEP
               UNTIL WS-AGE-DONE
           .

      ******************************************************************
      *  U01D1-AGE-STEP
      *  One step of the aging count: reads the next calendar date and
      *  counts it when it is a business day no later than today.
      ******************************************************************
       U01D1-AGE-STEP SECTION.
           ADD 1 TO WS-AGE-STEPS
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-AGE-DONE TO TRUE
               NOT AT END
                   IF CAL-DATE > WS-RUN-DATE
                       SET WS-AGE-DONE TO TRUE
                   ELSE
                       IF CAL-BUSINESS-DAY
                           ADD 1 TO WS-AGE-DAYS
                       END-IF
                   END-IF
           END-READ
           IF WS-AGE-STEPS >= WS-AGE-STEP-LIMIT
               SET WS-AGE-DONE TO TRUE
           END-IF
           .

      ******************************************************************
      *  U01E-PRINT-ITEM
      *  Prints the current item's report line under the action,
      *  approver and disposition the caller set.
      ******************************************************************
       U01E-PRINT-ITEM SECTION.
           MOVE PND-TRAN-ID TO APR-DET-TRAN-ID
           MOVE PND-TRAN-DATE TO APR-DET-DATE
           MOVE PND-BRANCH TO APR-DET-BRANCH
           MOVE PND-OP-CODE TO APR-DET-OP-CODE
           MOVE PND-RESULT TO APR-DET-RESULT
           WRITE RPT-RECORD FROM APR-DET-LINE
           .

      ******************************************************************
      *  U01F-SEARCH-CARD
      *  Searches the card table for WS-WORK-TRAN-ID/WS-WORK-DATE,
      *  leaving the subscript in WS-CRD-IX when found.
      ******************************************************************
       U01F-SEARCH-CARD SECTION.
           SET WS-CRD-NOT-FOUND TO TRUE
           MOVE 1 TO WS-CRD-IX
           PERFORM U01F1-MATCH-CARD
               UNTIL WS-CRD-FOUND OR WS-CRD-IX > WS-CRD-COUNT
           .

      ******************************************************************
      *  U01F1-MATCH-CARD
      *  One step of the card-table search.
      ******************************************************************
       U01F1-MATCH-CARD SECTION.
           IF WS-CRD-TRAN-ID (WS-CRD-IX) = WS-WORK-TRAN-ID
               AND WS-CRD-DATE (WS-CRD-IX) = WS-WORK-DATE
               SET WS-CRD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CRD-IX
           END-IF
           .

      ******************************************************************
      *  U01G-CHECK-SEEN
      *  Looks the current item's key up among those already taken
      *  off the queue this run and, when it is new, records it.
      *  Should the table fill, later keys go unchecked - noted once.
      ******************************************************************
       U01G-CHECK-SEEN SECTION.
           SET WS-SEEN-NOT-FOUND TO TRUE
           MOVE 1 TO WS-SEEN-IX
           PERFORM U01G1-MATCH-SEEN
               UNTIL WS-SEEN-FOUND OR WS-SEEN-IX > WS-SEEN-COUNT
           IF WS-SEEN-NOT-FOUND
               IF WS-SEEN-COUNT < WS-SEEN-LIMIT
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE WS-ITEM-KEY TO WS-SEEN-KEY (WS-SEEN-COUNT)
               ELSE
                   IF WS-SEEN-NOT-FULL
                       SET WS-SEEN-FULL TO TRUE
                       MOVE SPACES TO APR-NOTE-TEXT
                       STRING "MORE THAN 5000 HELD ITEMS - LATER "
                           "ITEMS NOT CHECKED FOR A SECOND COPY"
                           DELIMITED BY SIZE INTO APR-NOTE-TEXT
                       WRITE RPT-RECORD FROM APR-NOTE-LINE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01G1-MATCH-SEEN
      *  One step of the seen-key search.
      ******************************************************************
       U01G1-MATCH-SEEN SECTION.
           IF WS-SEEN-KEY (WS-SEEN-IX) = WS-ITEM-KEY
               SET WS-SEEN-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SEEN-IX
           END-IF
           .

      ******************************************************************
      *  U03-READ-ITEM
      *  Promotes the item staged in the lookahead to the current
      *  item (PND-RECORD, kept in WS-ITEM-RECORD) and gathers the
      *  continuation members behind it into WS-MEM-TABLE.  A member
      *  record with no item ahead of it is carried forward as it
      *  stands and noted (U03A).  Sets ITEM-EOF when the queue is
      *  exhausted.
      ******************************************************************
       U03-READ-ITEM SECTION.
           MOVE 0 TO WS-MEM-COUNT
           PERFORM U03A-CARRY-ORPHAN
               UNTIL WS-NEXT-AT-EOF OR WS-NEXT-RECORD(1:1) = "H"
           IF WS-NEXT-AT-EOF
               SET ITEM-EOF TO TRUE
           ELSE
               MOVE WS-NEXT-RECORD TO WS-ITEM-RECORD
               MOVE WS-NEXT-RECORD TO PND-RECORD
               PERFORM U03B-READ-NEXT
               PERFORM U03C-GATHER-MEMBER
                   UNTIL WS-NEXT-AT-EOF
                      OR WS-NEXT-RECORD(1:1) NOT = "C"
                      OR WS-NEXT-RECORD(26:14)
                             NOT = WS-ITEM-RECORD(26:14)
                      OR WS-MEM-COUNT >= WS-MEM-LIMIT
           END-IF
           .

      ******************************************************************
      *  U03A-CARRY-ORPHAN
      *  Carries a member record that has no item ahead of it forward
      *  to APRHOLD unchanged, so nothing on the queue is lost, and
      *  notes it for investigation.
      ******************************************************************
       U03A-CARRY-ORPHAN SECTION.
           WRITE HOLD-RECORD-OUT FROM WS-NEXT-RECORD
           MOVE SPACES TO APR-NOTE-TEXT
           STRING "MEMBER RECORD WITH NO HELD ITEM CARRIED FORWARD: "
               WS-NEXT-RECORD(26:14)
               DELIMITED BY SIZE INTO APR-NOTE-TEXT
           WRITE RPT-RECORD FROM APR-NOTE-LINE
           PERFORM U03B-READ-NEXT
           .

      ******************************************************************
      *  U03B-READ-NEXT
      *  Reads the next queue record into the lookahead.
      ******************************************************************
       U03B-READ-NEXT SECTION.
           READ PND-FILE INTO WS-NEXT-RECORD
               AT END
                   SET WS-NEXT-AT-EOF TO TRUE
               NOT AT END
                   SET WS-NEXT-NOT-AT-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U03C-GATHER-MEMBER
      *  Adds the member record in the lookahead to the current item's
      *  member table and reads on.
      ******************************************************************
       U03C-GATHER-MEMBER SECTION.
           ADD 1 TO WS-MEM-COUNT
           MOVE WS-NEXT-RECORD TO WS-MEM-RECORD (WS-MEM-COUNT)
           PERFORM U03B-READ-NEXT
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Reports every card that matched no held item, prints the
      *  aging list and the footers, closes the files and sets the
      *  return code.
      ******************************************************************
       U04-TERMINATION SECTION.
           IF WS-RUN-NOT-FAILED
               MOVE 0 TO WS-CRD-IX
               PERFORM U04A-CHECK-CARD-USED
                   UNTIL WS-CRD-IX >= WS-CRD-COUNT
               MOVE WS-JRN-COUNT TO APR-JRN-COUNT
               WRITE RPT-RECORD FROM APR-JRN-LINE
           END-IF
           MOVE WS-AGING-DAYS TO APR-AGE-SEC-DAYS
           WRITE RPT-RECORD FROM APR-AGE-SEC-LINE
           WRITE RPT-RECORD FROM APR-AGE-HDG-LINE
           MOVE 0 TO WS-AGE-IX
           PERFORM U04B-PRINT-AGE-ENTRY
               UNTIL WS-AGE-IX >= WS-AGE-COUNT
           IF WS-AGE-OVERFLOW > 0
               MOVE WS-AGE-OVERFLOW TO WS-ERR-COUNT-X
               MOVE SPACES TO APR-NOTE-TEXT
               STRING WS-ERR-COUNT-X " MORE AGED ITEMS NOT LISTED"
                   DELIMITED BY SIZE INTO APR-NOTE-TEXT
               WRITE RPT-RECORD FROM APR-NOTE-LINE
           END-IF
           MOVE WS-ITEM-COUNT TO APR-FTR-READ
           WRITE RPT-RECORD FROM APR-FTR-1-LINE
           MOVE WS-APPROVED-COUNT TO APR-FTR-APPROVED
           WRITE RPT-RECORD FROM APR-FTR-2-LINE
           MOVE WS-DECLINED-COUNT TO APR-FTR-DECLINED
           WRITE RPT-RECORD FROM APR-FTR-3-LINE
           MOVE WS-HELD-COUNT TO APR-FTR-HELD
           WRITE RPT-RECORD FROM APR-FTR-4-LINE
           COMPUTE APR-FTR-AGED = WS-AGE-COUNT + WS-AGE-OVERFLOW
           WRITE RPT-RECORD FROM APR-FTR-5-LINE
           MOVE WS-ERROR-COUNT TO APR-FTR-ERRORS
           WRITE RPT-RECORD FROM APR-FTR-6-LINE
           CLOSE PND-FILE
           CLOSE HOLD-FILE
           CLOSE DECL-FILE
           CLOSE RPT-FILE
           CLOSE HIST-FILE
           CLOSE JRN-FILE
           CLOSE POST-FILE
           IF WS-CAL-AVAILABLE
               CLOSE CAL-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-AGE-COUNT > 0 OR WS-AGE-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

      ******************************************************************
      *  U04A-CHECK-CARD-USED
      *  Reports one card that found no held item on the queue.
      ******************************************************************
       U04A-CHECK-CARD-USED SECTION.
           ADD 1 TO WS-CRD-IX
           IF WS-CRD-NOT-USED (WS-CRD-IX)
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO APR-ERR-TEXT
               STRING "CARD DROPPED: " WS-CRD-ACTION (WS-CRD-IX) " "
                   WS-CRD-TRAN-ID (WS-CRD-IX) " "
                   WS-CRD-DATE (WS-CRD-IX)
                   " - NO HELD ITEM FOR THIS KEY"
                   DELIMITED BY SIZE INTO APR-ERR-TEXT
               WRITE RPT-RECORD FROM APR-ERR-LINE
           END-IF
           .

      ******************************************************************
      *  U04B-PRINT-AGE-ENTRY
      *  Prints one line of the aging list.
      ******************************************************************
       U04B-PRINT-AGE-ENTRY SECTION.
           ADD 1 TO WS-AGE-IX
           WRITE RPT-RECORD FROM WS-AGE-ENTRY (WS-AGE-IX)
           .

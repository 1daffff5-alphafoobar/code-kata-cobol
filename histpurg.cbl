      *  archive generation" instead of "not found" for keys older
      *  than the cutoff.
      *
      *  Every record deleted is journaled to HISTJRNL (copybook
      *  JRNREC) with its image under this run's run-id, printed
      *  under the heading, so a sweep run with the wrong cutoff can
      *  be put back with HISTBOUT.
      *
      *  RETURN-CODE:  0  sweep complete (even if nothing qualified)
      *                8  no usable CUTOFF card - nothing touched
      *               12  HIST-FILE or HISTJRNL failed to open -
      *                   nothing touched
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *              and ARCHOUT's LRECL - at 80 the archive write
      *              was truncating the new trailing fields off every
      *              record it unloaded.
      *  2026-10-15  Journals each deleted record to HISTJRNL under a
      *              run-id printed on the report, for HISTBOUT.  A
      *              journal that will not open stops the sweep like
      *              a HIST-FILE open failure (RC 12).
      *  2026-10-15  ARCH-RECORD-OUT is 108 bytes and journal entries
      *              261, matching HIST-RECORD grown with the
      *              currency, rate and base-currency result.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCCTL-STATUS.

           SELECT JRN-FILE ASSIGN TO "HISTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT RET-FILE ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  OPT-RECORD-IN            PIC X(80).

       FD  ARCH-FILE.
       01  ARCH-RECORD-OUT          PIC X(108).

       FD  ARCCTL-FILE.
       01  ARCCTL-RECORD-IO         PIC X(32).

       FD  JRN-FILE.
       01  JRN-RECORD-OUT           PIC X(261).

       FD  RET-FILE.
       01  RET-RECORD               PIC X(80).

       01  WS-OPT-STATUS            PIC X(02).
       01  WS-ARCCTL-STATUS         PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).
       01  WS-JRN-STATUS            PIC X(02).

       01  WS-OPT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                    VALUE 'Y'.
       01  WS-OPT-VALUE             PIC X(20).

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-RUN-ID                PIC X(16).
       01  WS-CUTOFF-DATE           PIC 9(08) VALUE 0.
       01  WS-CUTOFF-SW             PIC X(01) VALUE 'N'.
           88  WS-CUTOFF-SET                 VALUE 'Y'.
           88  WS-HIST-OPEN-FAILED           VALUE 'Y'.
           88  WS-HIST-OPEN-OK               VALUE 'N'.

       01  WS-JRN-FAIL-SW           PIC X(01) VALUE 'N'.
           88  WS-JRN-OPEN-FAILED            VALUE 'Y'.
           88  WS-JRN-OPEN-OK                VALUE 'N'.

       01  WS-BEFORE-COUNT          PIC 9(08) COMP VALUE 0.
       01  WS-ARCHIVED-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-KEPT-COUNT            PIC 9(08) COMP VALUE 0.

       COPY ARCREC.
       COPY RETREC.
       COPY JRNREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
      *  card off SYSIN and positions the history browse at the start
      *  of the file.  Without a usable CUTOFF card the sweep is
      *  skipped entirely - a purge with a defaulted cutoff is how a
      *  history file gets emptied by accident.  Nor is anything
      *  swept when the journal will not open - a purge it does not
      *  record could not be put back.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT ARCH-FILE
           OPEN OUTPUT RET-FILE
           OPEN I-O HIST-FILE
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8)
           MOVE WS-CURRENT-TIME TO WS-RUN-ID(9:8)
           MOVE "HISTPURG" TO RET-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO RET-HDG-RUN-DATE(1:4)
           MOVE "-" TO RET-HDG-RUN-DATE(5:1)
           MOVE "-" TO RET-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO RET-HDG-RUN-DATE(9:2)
           WRITE RET-RECORD FROM RET-HDG-1-LINE
           MOVE WS-RUN-ID TO RET-JRN-RUN-ID
           WRITE RET-RECORD FROM RET-JRN-LINE
           OPEN INPUT OPT-FILE
           IF WS-OPT-STATUS = "00"
               PERFORM U00A-READ-OPTION
                       WS-HIST-STATUS " - NOTHING PURGED"
                       DELIMITED BY SIZE INTO RET-ERR-TEXT
                   WRITE RET-RECORD FROM RET-ERR-LINE
               WHEN WS-JRN-STATUS NOT = "00"
                   SET WS-JRN-OPEN-FAILED TO TRUE
                   SET HIST-EOF TO TRUE
                   MOVE SPACES TO RET-ERR-TEXT
                   STRING "HISTJRNL OPEN FAILED - STATUS "
                       WS-JRN-STATUS " - NOTHING PURGED"
                       DELIMITED BY SIZE INTO RET-ERR-TEXT
                   WRITE RET-RECORD FROM RET-ERR-LINE
               WHEN WS-CUTOFF-NOT-SET
                   MOVE "NO USABLE CUTOFF CARD - NOTHING PURGED"
                       TO RET-ERR-TEXT
      ******************************************************************
      *  U01-SWEEP-HISTORY
      *  Disposes of the current history record - archived and
      *  deleted when its date is older than the cutoff (and the
      *  deletion journaled), counted as kept otherwise - then
      *  browses forward.
      ******************************************************************
       U01-SWEEP-HISTORY SECTION.
           ADD 1 TO WS-BEFORE-COUNT
           IF HIST-TRAN-DATE < WS-CUTOFF-DATE
               WRITE ARCH-RECORD-OUT FROM HIST-RECORD
               PERFORM U01A-JOURNAL-DELETE
               DELETE HIST-FILE
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
           PERFORM U02-READ-HISTORY-NEXT
           .

      ******************************************************************
      *  U01A-JOURNAL-DELETE
      *  Journals the current history record, about to be deleted, as
      *  a delete - the record is its before image; there is no after
      *  image.
      ******************************************************************
       U01A-JOURNAL-DELETE SECTION.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE "HISTPURG" TO JRN-PROGRAM
           SET JRN-DELETED TO TRUE
           MOVE WS-RUN-DATE TO JRN-TIMESTAMP(1:8)
           MOVE WS-CURRENT-TIME TO JRN-TIMESTAMP(9:8)
           MOVE HIST-RECORD TO JRN-BEFORE-IMAGE
           MOVE SPACES TO JRN-AFTER-IMAGE
           WRITE JRN-RECORD-OUT FROM JRN-RECORD
           .

      ******************************************************************
      *  U02-READ-HISTORY-NEXT
      *  Browses HIST-FILE forward one record, setting HIST-EOF-SW at
           WRITE RET-RECORD FROM RET-FTR-3-LINE
           MOVE WS-AFTER-COUNT TO RET-FTR-AFTER
           WRITE RET-RECORD FROM RET-FTR-4-LINE
           IF WS-CUTOFF-SET AND WS-HIST-OPEN-OK AND WS-JRN-OPEN-OK
               MOVE WS-RUN-DATE TO ARC-LAST-RUN-DATE
               MOVE WS-CUTOFF-DATE TO ARC-CUTOFF-DATE
               MOVE WS-ARCHIVED-COUNT TO ARC-ARCHIVED-COUNT
           CLOSE ARCH-FILE
           CLOSE RET-FILE
           CLOSE HIST-FILE
           CLOSE JRN-FILE
           EVALUATE TRUE
               WHEN WS-HIST-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-JRN-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CUTOFF-NOT-SET
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER

      *  dropped, and a card that selected nothing on the archive is
      *  warned about at the end so a mispunched id is visible.
      *
      *  Every record restored is journaled to HISTJRNL (copybook
      *  JRNREC) as an add under this run's run-id, printed under the
      *  heading, so a restore made in error can be taken back off
      *  with HISTBOUT.
      *
      *  RETURN-CODE:  0  every selected record restored
      *                4  some selected records were live, or a card
      *                   selected nothing
      *                8  no usable request card - nothing restored
      *               12  HIST-FILE or HISTJRNL failed to open -
      *                   nothing touched
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-09-02  Initial version.
      *  2026-10-15  Journals each restored record to HISTJRNL under a
      *              run-id printed on the report, for HISTBOUT.  A
      *              journal that will not open stops the restore
      *              like a HIST-FILE open failure (RC 12).
      *  2026-10-15  ARCH-RECORD-IN is 108 bytes and journal entries
      *              261, matching HIST-RECORD grown with the
      *              currency, rate and base-currency result.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT JRN-FILE ASSIGN TO "HISTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT RST-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE.
       01  ARCH-RECORD-IN           PIC X(108).

       FD  RST-CARD-FILE.
       01  RST-CARD-IN              PIC X(80).

       FD  JRN-FILE.
       01  JRN-RECORD-OUT           PIC X(261).

       FD  RST-FILE.
       01  RST-RECORD               PIC X(80).


       01  WS-CARD-STATUS           PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).
       01  WS-JRN-STATUS            PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-RUN-ID                PIC X(16).

       01  WS-HIST-FAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-HIST-OPEN-FAILED           VALUE 'Y'.
           88  WS-HIST-OPEN-OK               VALUE 'N'.

       01  WS-JRN-FAIL-SW           PIC X(01) VALUE 'N'.
           88  WS-JRN-OPEN-FAILED            VALUE 'Y'.
           88  WS-JRN-OPEN-OK                VALUE 'N'.

       01  WS-READ-COUNT            PIC 9(08) COMP VALUE 0.
       01  WS-RESTORED-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-LIVE-COUNT            PIC 9(08) COMP VALUE 0.

       COPY INQREC.
       COPY RSTREC.
       COPY JRNREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
      *  U00-INITIALIZE
      *  Opens the files, writes the report heading, loads and edits
      *  the request-card deck and primes the archive read.  A
      *  HIST-FILE or journal that fails to open is reported and
      *  nothing is attempted against it - a restore the journal does
      *  not record could not be backed out; an empty or missing card
      *  deck restores nothing - a restore with no explicit request
      *  is how a live file gets flooded with stale history by
      *  accident.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN INPUT ARCH-FILE
           OPEN OUTPUT RST-FILE
           OPEN I-O HIST-FILE
           OPEN EXTEND JRN-FILE
           IF WS-JRN-STATUS = "35"
               OPEN OUTPUT JRN-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8)
           MOVE WS-CURRENT-TIME TO WS-RUN-ID(9:8)
           MOVE "HISTREST" TO RST-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO RST-HDG-RUN-DATE(1:4)
           MOVE "-" TO RST-HDG-RUN-DATE(5:1)
           MOVE "-" TO RST-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO RST-HDG-RUN-DATE(9:2)
           WRITE RST-RECORD FROM RST-HDG-1-LINE
           MOVE WS-RUN-ID TO RST-JRN-RUN-ID
           WRITE RST-RECORD FROM RST-JRN-LINE
           OPEN INPUT RST-CARD-FILE
           IF WS-CARD-STATUS = "00"
               PERFORM U00A-LOAD-REQUEST-CARD
                       WS-HIST-STATUS " - NOTHING RESTORED"
                       DELIMITED BY SIZE INTO RST-ERR-TEXT
                   WRITE RST-RECORD FROM RST-ERR-LINE
               WHEN WS-JRN-STATUS NOT = "00"
                   SET WS-JRN-OPEN-FAILED TO TRUE
                   SET ARCH-EOF TO TRUE
                   MOVE SPACES TO RST-ERR-TEXT
                   STRING "HISTJRNL OPEN FAILED - STATUS "
                       WS-JRN-STATUS " - NOTHING RESTORED"
                       DELIMITED BY SIZE INTO RST-ERR-TEXT
                   WRITE RST-RECORD FROM RST-ERR-LINE
               WHEN WS-REQ-COUNT = 0
                   MOVE "NO USABLE REQUEST CARD - NOTHING RESTORED"
                       TO RST-ERR-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-RESTORED-COUNT
                       MOVE "RESTORED" TO RST-DET-DISPOSITION
                       PERFORM U01B-JOURNAL-RESTORE
               END-WRITE
               WRITE RST-RECORD FROM RST-DET-LINE
           ELSE
           END-EVALUATE
           .

      ******************************************************************
      *  U01B-JOURNAL-RESTORE
      *  Journals the record just written back onto HIST-FILE as an
      *  add - the key was not on file, so there is no before image.
      ******************************************************************
       U01B-JOURNAL-RESTORE SECTION.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE "HISTREST" TO JRN-PROGRAM
           SET JRN-ADDED TO TRUE
           MOVE WS-RUN-DATE TO JRN-TIMESTAMP(1:8)
           MOVE WS-CURRENT-TIME TO JRN-TIMESTAMP(9:8)
           MOVE SPACES TO JRN-BEFORE-IMAGE
           MOVE HIST-RECORD TO JRN-AFTER-IMAGE
           WRITE JRN-RECORD-OUT FROM JRN-RECORD
           .

      ******************************************************************
      *  U02-READ-ARCHIVE
      *  Reads the next archive record into the HIST-FILE record
           CLOSE ARCH-FILE
           CLOSE RST-FILE
           CLOSE HIST-FILE
           CLOSE JRN-FILE
           EVALUATE TRUE
               WHEN WS-HIST-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-JRN-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REQ-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LIVE-COUNT > 0

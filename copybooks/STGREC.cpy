      *  report is the staging step's control stub: how many raw feed
      *  records were staged and the trailer count/hash appended for
      *  the calculation step's reconciliation to balance against.
      *  On a split run STG-STM-LINE gives each stream's trailer and
      *  STG-XRF-LINE how many records were taken off their branch's
      *  stream and routed to the common stream.
      ******************************************************************
       01  STG-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
       01  STG-MSG-LINE.
           05  FILLER              PIC X(06) VALUE "NOTE: ".
           05  STG-MSG-TEXT        PIC X(74) VALUE SPACES.

       01  STG-STM-LINE.
           05  FILLER              PIC X(07) VALUE "STREAM ".
           05  STG-STM-STREAM      PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE " TRL:".
           05  FILLER              PIC X(07) VALUE "COUNT=".
           05  STG-STM-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "HASH=".
           05  STG-STM-HASH        PIC -----------9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  STG-XRF-LINE.
           05  FILLER              PIC X(24)
                                   VALUE "ROUTED TO COMMON STREAM:".
           05  STG-XRF-COUNT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

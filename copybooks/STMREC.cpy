      *  (copybook RPTREC) so a statement line reads exactly like the
      *  line on the original report; the layouts below are the
      *  statement-only lines around them - one section header and
      *  totals pair per TRAN-ID, and the run-level footer.  The
      *  result total is in the base currency (copybook RATREC).
      ******************************************************************
       01  STM-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".

       01  STM-TOT-2-LINE.
           05  FILLER              PIC X(20) VALUE
               "RESULT TOTAL (BASE):".
           05  STM-TOT-RESULT      PIC -----------9.99.
           05  FILLER              PIC X(45) VALUE SPACES.


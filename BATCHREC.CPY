      ******************************************************************
      * Shared layout for the batchres.dat row - the step result a
      * close-of-day program leaves behind when it is run by the
      * nightly stream (ChallengeCobolNightly), which it knows from
      * the CBLSHOP_BATCH_DATE business date being set.  The stream
      * empties the file before each step and reads the one row
      * back afterwards : no row, or a row for another step or
      * date, means the step died before it finished.
      * BR-OUTCOME is "OK" when the step did its work, "FAIL" when
      * it stopped on an error it could see.  BR-EXCEPTIONS is only
      * filled by ChallengeCobolIntegrity - the count the stream
      * holds against its threshold.  BR-COUNTS is the step's own
      * summary line and BR-OUTPUT the file it wrote, both copied
      * into the run log for the morning check.
      ******************************************************************
       01  BATCH-RESULT-RECORD.
           05 BR-STEP                          PIC X(12).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 BR-BUSINESS-DATE                 PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 BR-OUTCOME                       PIC X(4).
               88 BR-OK                                   VALUE "OK".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 BR-EXCEPTIONS                    PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 BR-COUNTS                        PIC X(60).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 BR-OUTPUT                        PIC X(30).

      ******************************************************************
      * Shared layout for a runctl.dat row - the nightly stream's
      * run-control file, appended to by ChallengeCobolNightly and
      * never rewritten.  Each step of a business date gets an "S"
      * row when it is started and an end row when it comes back :
      * "C" completed or "F" failed, carrying the start again with
      * the end time, the exceptions count (integrity only), the
      * step's counts and its output file.  The last row for a step
      * is its standing, so a step left on "S" is one that died
      * with the stream, and a rerun for the same date starts at
      * the first step not on "C" (or "K").  An "R" row against the
      * integrity step records that the exceptions it found were
      * reviewed and the stream released past its threshold.  A "K"
      * end row means the integrity check was not started because
      * the stock snapshot had already been taken for that date -
      * it is never run twice - and holds the stream the same way
      * until someone has looked at what that earlier run found.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05 RC-BUSINESS-DATE                 PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-STEP-NO                       PIC 9(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-STEP-NAME                     PIC X(12).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-STATUS                        PIC X(1).
               88 RC-STARTED                              VALUE "S".
               88 RC-COMPLETED                            VALUE "C".
               88 RC-FAILED                               VALUE "F".
               88 RC-RELEASED                             VALUE "R".
               88 RC-NOT-RERUN                            VALUE "K".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-START-DATE                    PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-START-TIME                    PIC 9(6).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-END-DATE                      PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-END-TIME                      PIC 9(6).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-EXCEPTIONS                    PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-COUNTS                        PIC X(60).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RC-OUTPUT                        PIC X(30).

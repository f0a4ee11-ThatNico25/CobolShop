      ******************************************************************
      * Shared layout for a perd.dat row - the accounting period
      * control file.  Append only, like runctl.dat : nothing ever
      * rewrites it.
      *   I  integrity run - ChallengeCobolIntegrity leaves one row
      *                      at the end of every run : the date it
      *                      checked the books through (the business
      *                      date under the nightly stream, else the
      *                      day it ran) and the exceptions it found.
      *   C  closed period - ChallengeCobolPeriodClose, one row per
      *                      month closed : the period (YYYYMM), its
      *                      last day, and the manager who closed it.
      *                      The period summary it froze is in
      *                      perdsum.dat (PSUMREC.CPY).
      * Periods close one month at a time and in order, so the
      * books are closed through the latest PD-THRU-DATE on a "C"
      * row.  ChallengeCobolReturns, ChallengeCobolPayments,
      * ChallengeCobolOrderImport and ChallengeCobolPointsExpiry
      * date a posting that would fall on or before it into the
      * first day of the open period instead.
      * PD-RUN-DATE / PD-RUN-TIME are when the row was written.
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           05 PD-TYPE                          PIC X(1).
              88 PD-INTEGRITY-RUN                         VALUE "I".
              88 PD-CLOSED                                VALUE "C".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PD-PERIOD                        PIC 9(6).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PD-THRU-DATE                     PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PD-RUN-DATE                      PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PD-RUN-TIME                      PIC 9(6).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PD-EXCEPTIONS                    PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PD-OPERATOR                      PIC X(10).

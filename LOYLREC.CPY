      ******************************************************************
      * Shared layout for a loyl.dat row - the loyalty points
      * ledger, keyed by LOY-CUSTOMER-ID (the CUST-ID of cust.dat).
      * Append only, like the paym.dat and payl.dat journals : a
      * customer's points balance is the sum of LOY-POINTS over
      * their rows, never a figure stored and rewritten.
      *   E  earned    - one row per invoice line that earned, from
      *                  checkout or ChallengeCobolOrderImport,
      *                  points positive.
      *   R  taken back - ChallengeCobolReturns, when a credit memo
      *                  reverses a line that earned; LOY-DOCUMENT
      *                  is the credit memo, LOY-INVOICE and
      *                  LOY-ID-PRODUCT the line it reverses.
      *   P  redeemed  - the "L" points tender at checkout, the
      *                  invoice it paid for.
      *   X  lapsed    - ChallengeCobolPointsExpiry, points earned
      *                  more than the expiry period ago and never
      *                  spent.  LOY-DATE is the day of the run (the
      *                  first day of the open period if that day is
      *                  in a closed month), not the as-of date the
      *                  expiry was worked out to.
      * Every row but E carries negative points.  LOY-EARN-DATE is
      * the day the points were earned (on an R row, the day of the
      * row it reverses) so expiry can age them; zero on P and X
      * rows.  LOY-VALUE is the dollar value of the points at the
      * scheme's point value when the row was written - the
      * liability the general-ledger export posts.
      ******************************************************************
       01  FILE-LOYALTY-OBJ.
           05 LOY-CUSTOMER-ID                  PIC X(20).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOY-TYPE                         PIC X(1).
              88 LOY-EARNED                               VALUE "E".
              88 LOY-TAKEN-BACK                           VALUE "R".
              88 LOY-REDEEMED                             VALUE "P".
              88 LOY-LAPSED                               VALUE "X".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOY-DATE                         PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOY-DOCUMENT                     PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOY-INVOICE                      PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOY-ID-PRODUCT                   PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOY-EARN-DATE                    PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOY-POINTS                       PIC S9(7)
                                               SIGN LEADING SEPARATE.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOY-VALUE                        PIC S9(5)V99
                                               SIGN LEADING SEPARATE.

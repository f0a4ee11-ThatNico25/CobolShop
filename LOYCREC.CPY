      ******************************************************************
      * Shared layout for the loyctl.dat row - the loyalty scheme's
      * parameters, one row, plain text so a change of rate needs
      * no recompile.  LOYC-EARN-RATE is the points earned per
      * dollar of invoice subtotal (0100 = one point a dollar),
      * whole points only, fractions dropped.  LOYC-POINT-VALUE is
      * what one point is worth when it is redeemed as the "L"
      * tender (00100 = one cent).  LOYC-EXCLUDE-PROMO "Y" earns
      * nothing on a line sold at a promotional price.
      * LOYC-EXPIRY-MONTHS is how old earned points may get before
      * ChallengeCobolPointsExpiry lapses them - twelve when zero
      * or missing.  With no loyctl.dat (or a zero rate and value)
      * the scheme is not running : checkout and the order import
      * earn nothing and the points tender is refused.
      ******************************************************************
       01  FILE-LOYCTL-OBJ.
           05 LOYC-EARN-RATE                   PIC 9(2)V99.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOYC-POINT-VALUE                 PIC 9V9(4).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOYC-EXCLUDE-PROMO               PIC X(1).
              88 LOYC-PROMO-EXCLUDED                      VALUE "Y".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 LOYC-EXPIRY-MONTHS               PIC 9(3).

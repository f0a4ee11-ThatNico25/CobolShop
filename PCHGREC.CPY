      ******************************************************************
      * Shared layout for a pchg.dat row - the pending permanent
      * price changes.  A change is scheduled in
      * ChallengeCobolPriceChanges against one product with the day
      * it takes effect : the new catalog price and, optionally, a
      * new unit cost (zero leaves UNIT-COST as it is).  PC-OPERATOR
      * is who scheduled it - the PRICE and COST audit rows are
      * written under that operator when the change is posted.
      * ChallengeCobolPriceApply posts every pending change due on or
      * before the day it runs to prodix.dat and marks it applied,
      * with the day and the price it replaced; one whose product
      * has left the catalog is marked rejected instead.
      * ChallengeCobolPricePreview lists the pending ones coming up.
      * Rows are never removed, so the file is also the history of
      * every permanent price change made this way.
      ******************************************************************
       01  FILE-PRICECHG-OBJ.
           05 PC-ID-PRODUCT                    PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PC-EFF-DATE                      PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PC-NEW-PRICE                     PIC 9(4)V99.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PC-NEW-COST                      PIC 9(4)V99.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PC-OPERATOR                      PIC X(10).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PC-ENTERED-DATE                  PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PC-STATUS                        PIC X(1).
              88 PC-PENDING                               VALUE "P".
              88 PC-APPLIED                               VALUE "A".
              88 PC-CANCELLED                             VALUE "C".
              88 PC-REJECTED                              VALUE "R".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PC-APPLIED-DATE                  PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PC-OLD-PRICE                     PIC 9(4)V99.

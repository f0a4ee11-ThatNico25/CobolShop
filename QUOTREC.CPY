      ******************************************************************
      * Shared layout for a quote.dat row - the customer quotation
      * file.  One "H" header per quotation (the number from the
      * qtctl.dat control file, the date it was priced, the date it
      * stops being honoured, the customer, an O open / C converted
      * status, the invoice it became once converted, and the
      * totals as quoted), then one "L" line per product quoted
      * carrying the quantity and the unit price checkout would have
      * charged on the quote date - promotion applied, the catalog
      * price it came off, and the tax rate of the product's
      * category.  ChallengeCobol writes a quotation from the
      * shopper's wishlist and converts one back into an invoice at
      * QL-UNIT-PRICE; ChallengeCobolOrderImport converts the ones
      * named on orders.dat; ChallengeCobolQuoteRegister lists them
      * all.  An open quotation whose QH-EXPIRY-DATE has passed is
      * expired - nothing rewrites the status for that, it is read
      * off the date.  The file is appended as quotations are made
      * and rewritten whole when one is converted, the same way
      * po.dat is saved.
      ******************************************************************
       01  QUOTE-HEADER-REC.
           05 QH-RECORD-TYPE                   PIC X(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-QUOTE-NUMBER                  PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-QUOTE-DATE                    PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-EXPIRY-DATE                   PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-CUSTOMER-ID                   PIC X(20).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-STATUS                        PIC X(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-INVOICE-NUMBER                PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-SUBTOTAL                      PIC S9(5)V99
                                               SIGN LEADING SEPARATE.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-TAX-AMOUNT                    PIC S9(5)V99
                                               SIGN LEADING SEPARATE.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QH-GRAND-TOTAL                   PIC S9(5)V99
                                               SIGN LEADING SEPARATE.
       01  QUOTE-LINE-REC.
           05 QL-RECORD-TYPE                   PIC X(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QL-QUOTE-NUMBER                  PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QL-ID-PRODUCT                    PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QL-QUANTITY                      PIC 9(3).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QL-UNIT-PRICE                    PIC 9(4)V99.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QL-BASE-PRICE                    PIC 9(4)V99.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QL-PROMO                         PIC X(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QL-TAX-RATE                      PIC 9V9(4).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 QL-LINE-TOTAL                    PIC S9(5)V99
                                               SIGN LEADING SEPARATE.

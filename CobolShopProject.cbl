      *     are logged as "B" checkpoint rows alongside the "K"
      *     kept rows, so a crash after the commit still gets them
      *     onto the book when recovery replays the sale.
      *   - Quotations : 'Q' prices the wishlist exactly as checkout
      *     would (promotions and tax categories as of today) and
      *     saves it as a numbered quotation in quote.dat
      *     (QUOTREC.CPY, numbers and the validity period from
      *     qtctl.dat), printed with the customer's name and address
      *     to quote.txt.  'A' takes a quotation number back and
      *     invoices it through the normal checkout path at the
      *     quoted prices, promotion or not, as long as it is still
      *     open and unexpired; the quotation number rides in the
      *     checkpoint so recovery marks it converted too.
      *   - A customer on credit hold (CUST-HOLD, set by
      *     ChallengeCobolAging) is refused the on-account tender
      *     and asked for cash or card; an enrollment starts off
      *     hold.
      *   - Loyalty points : every invoice earns points on its
      *     subtotal at the loyctl.dat rate (promotional lines can be
      *     left out) and posts them to the loyl.dat ledger once the
      *     sale is committed.  'L' at the tender prompt pays the
      *     whole total out of the customer's points, journalled as
      *     tender "L".  The invoice prints the points earned and
      *     the new balance.
      *   - A quotation the order import converted with every line
      *     backordered (invoice 0) is reported as such when taken
      *     back at 'A', rather than as bought on invoice 0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-FILESTATUS.

           SELECT FILE-QUOTE
           ASSIGN TO DYNAMIC WS-QUOTE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-QUOTE-FILESTATUS.

           SELECT FILE-QTCTL
           ASSIGN TO DYNAMIC WS-QTCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-QTCTL-FILESTATUS.

           SELECT FILE-QUOTE-PRINT
           ASSIGN TO DYNAMIC WS-QUOTE-PRINT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-QUOTE-PRINT-FILESTATUS.

           SELECT FILE-LOYCTL
           ASSIGN TO DYNAMIC WS-LOYCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LOYCTL-FILESTATUS.

           SELECT FILE-LOYALTY
           ASSIGN TO DYNAMIC WS-LOYALTY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LOYALTY-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY "TAXREC.CPY".

      * Checkout checkpoint - the whole sale is logged here ("P"
      * status carrying the quotation being converted, if any, one
      * "L" row per line sold with the on-hand it will leave behind,
      * one "K" row per line kept, one "B" row per line going on
      * the backorder book) before any other file is
      * touched, and the status is flipped to "D" once the
      * sale is fully on disk.  The file is chkp_<customer>.dat,
      * keyed like the wishlist, so concurrent terminals never share
           05 CKPT-INVOICE-DATE                PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 CKPT-CUSTOMER-ID                 PIC X(20).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 CKPT-QUOTE-NUMBER                PIC 9(5).
       01  CKPT-LINE-REC.
           05 CKPT-LINE-TYPE                   PIC X(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
       FD  FILE-BACKORDER.
           COPY "BORDREC.CPY".

       FD  FILE-QUOTE.
           COPY "QUOTREC.CPY".

      * Next quotation number and how many days a quotation is
      * honoured, held in qtctl.dat the same way ctrl.dat holds the
      * invoice number.  A missing or zero validity means 30 days.
       FD  FILE-QTCTL.
       01  QTCTL-RECORD.
           05 QTCTL-NEXT-QUOTE                 PIC 9(5).
           05 FILLER                           PIC X(1).
           05 QTCTL-VALID-DAYS                 PIC 9(3).

       FD  FILE-QUOTE-PRINT.
       01  QUOTE-TEXT                          PIC X(80).

       FD  FILE-LOYCTL.
           COPY "LOYCREC.CPY".

       FD  FILE-LOYALTY.
           COPY "LOYLREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  EMP-READ-PRODUCT-FILE-STATUS        PIC X(1).
       01  WS-CUST-LIMIT                        PIC 9(5)V99 VALUE ZERO.
       01  WS-CUST-BALANCE                      PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-CUST-HOLD                         PIC X(1)   VALUE "N".
       01  WS-PROJECTED-BALANCE                 PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-BALANCE-PRINT                     PIC $$$$$$$9.99-.
       01  WS-TENDERED-PRINT                    PIC $$$$$9.99.
       01  WS-CHANGE-PRINT                      PIC $$$$$9.99.

      * Loyalty points : the scheme's parameters from loyctl.dat,
      * the customer's balance summed off the loyl.dat ledger at
      * checkout, and what this sale earns and redeems.
       01  WS-LOYCTL-PATH                       PIC X(250) VALUE SPACES.
       01  WS-LOYCTL-FILESTATUS                 PIC X(02).
       01  WS-LOYALTY-PATH                      PIC X(250) VALUE SPACES.
       01  WS-LOYALTY-FILESTATUS                PIC X(02).
       01  WS-LOY-EOF-SWITCH                    PIC X(1)   VALUE 'N'.
           88 WS-LOY-EOF                                   VALUE 'Y'.
       01  WS-LOY-SCHEME-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-LOY-SCHEME-ON                             VALUE 'Y'.
       01  WS-LOY-EARN-RATE                     PIC 9(2)V99 VALUE ZERO.
       01  WS-LOY-POINT-VALUE                   PIC 9V9(4) VALUE ZERO.
       01  WS-LOY-EXCLUDE-PROMO                 PIC X(1)   VALUE 'N'.
       01  WS-LOY-BALANCE                       PIC S9(7)  VALUE ZERO.
       01  WS-LOY-NEW-BALANCE                   PIC S9(7)  VALUE ZERO.
       01  WS-POINTS-EARNED                     PIC 9(7)   VALUE ZERO.
       01  WS-POINTS-REDEEMED                   PIC 9(7)   VALUE ZERO.
       01  WS-POINTS-WORTH                      PIC 9(7)V99 VALUE ZERO.
       01  WS-POINTS-PRINT                      PIC Z(6)9-.
       01  WS-POINTS-WORTH-PRINT                PIC $$$$$$9.99.

      * Promotions in effect, loaded from promo.dat at startup.  A
      * lookup feeds the product (WS-SEARCH-ID), base price, quantity
      * and date in and gets the effective unit price back, with the
               10 WS-SOLD-PROMO                 PIC X(1).
               10 WS-SOLD-NEW-ONHAND            PIC 9(5).
               10 WS-SOLD-UCOST                 PIC 9(4)V99.
               10 WS-SOLD-POINTS                PIC 9(7).

      * Lines found sold out at classification, turned into
      * back.dat rows once the sale is committed.
               10 WS-LEAK-TOTAL                 PIC S9(5)V99.
               10 WS-LEAK-RATE                  PIC 9V9(4).
               10 WS-LEAK-UCOST                 PIC 9(4)V99.
       01  WS-RCV-QUOTE                         PIC 9(5)   VALUE ZERO.

      * Quotations : the quote.dat file, its control file and the
      * printed quotation document.
       01  WS-QUOTE-PATH                        PIC X(250) VALUE SPACES.
       01  WS-QUOTE-FILESTATUS                  PIC X(02).
       01  WS-QTCTL-PATH                        PIC X(250) VALUE SPACES.
       01  WS-QTCTL-FILESTATUS                  PIC X(02).
       01  WS-QUOTE-PRINT-PATH                  PIC X(250) VALUE SPACES.
       01  WS-QUOTE-PRINT-FILESTATUS            PIC X(02).
       01  WS-QUOTE-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-QUOTE-EOF                                 VALUE 'Y'.
       01  WS-QTCTL-GOT-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-QTCTL-GOT                                 VALUE 'Y'.
       01  WS-QUOTE-NUMBER                      PIC 9(5)   VALUE ZERO.
       01  WS-QUOTE-NUMBER-PRINT                PIC Z(4)9.
       01  WS-QUOTE-VALID-DAYS                  PIC 9(3)   VALUE 30.
       01  WS-QUOTE-EXPIRY                      PIC 9(8)   VALUE ZERO.
       01  WS-QUOTE-EXPIRY-PRINT                PIC X(10)  VALUE SPACES.
       01  WS-UNIT-PRICE-PRINT                  PIC $$$$9.99.

      * Set while checkout is invoicing a quotation instead of the
      * wishlist : the lines come from WS-QT-TABLE at their quoted
      * prices and the wishlist is left exactly as it was.
       01  WS-QUOTE-MODE-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-QUOTE-MODE                                VALUE 'Y'.

      * The quotation looked up by FIND-QUOTE - its header and lines.
       01  WS-QH-FOUND-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-QH-FOUND                                  VALUE 'Y'.
       01  WS-QH-CUSTOMER                       PIC X(20)  VALUE SPACES.
       01  WS-QH-STATUS                         PIC X(1)   VALUE SPACES.
       01  WS-QH-EXPIRY                         PIC 9(8)   VALUE ZERO.
       01  WS-QH-INVOICE                        PIC 9(5)   VALUE ZERO.
       01  WS-QT-COUNT                          PIC 9(3)   VALUE ZERO.
       01  WS-QT-INDEX                          PIC 9(3)   VALUE ZERO.
       01  WS-QT-TABLE.
           05 WS-QT-ENTRY OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-QT-COUNT.
               10 WS-QT-ID                      PIC X(9).
               10 WS-QT-QTY                     PIC 9(3).
               10 WS-QT-PRICE                   PIC 9(4)V99.
               10 WS-QT-BASE                    PIC 9(4)V99.
               10 WS-QT-PROMO                   PIC X(1).

      * Whole-file rewrite buffer for marking a quotation converted,
      * the same way po.dat is saved.
       01  WS-QREW-COUNT                        PIC 9(4)   VALUE ZERO.
       01  WS-QREW-INDEX                        PIC 9(4)   VALUE ZERO.
       01  WS-QREW-OVERFLOW-SWITCH              PIC X(1)   VALUE 'N'.
           88 WS-QREW-OVERFLOW                             VALUE 'Y'.
       01  WS-QREW-TABLE.
           05 WS-QREW-REC OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-QREW-COUNT       PIC X(90).

      * Calendar arithmetic : DATE-TO-DAYS turns the YYYYMMDD in
      * WS-DC-DATE into a day number in WS-DC-DAYS (days counted
      * from 1 March of year 0, so leap days fall at the end of the
      * counting year), DAYS-TO-DATE turns it back.  Adding N days
      * to a date is one of each with an ADD in between.
       01  WS-DC-DATE                           PIC 9(8)   VALUE ZERO.
       01  WS-DC-DATE-R REDEFINES WS-DC-DATE.
           05 WS-DC-YYYY                        PIC 9(4).
           05 WS-DC-MM                          PIC 9(2).
           05 WS-DC-DD                          PIC 9(2).
       01  WS-DC-DAYS                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-Y                              PIC 9(5)   VALUE ZERO.
       01  WS-DC-MP                             PIC 9(2)   VALUE ZERO.
       01  WS-DC-ERA                            PIC 9(3)   VALUE ZERO.
       01  WS-DC-DOE                            PIC 9(7)   VALUE ZERO.
       01  WS-DC-YOE                            PIC 9(3)   VALUE ZERO.
       01  WS-DC-DOY                            PIC 9(3)   VALUE ZERO.
       01  WS-DC-Q4                             PIC 9(7)   VALUE ZERO.
       01  WS-DC-Q100                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-Q400                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-T                              PIC 9(7)   VALUE ZERO.
       01  WS-DC-T5                             PIC 9(7)   VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Welcome!"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PROMO-TABLE
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-LOYALTY-CONTROL
           PERFORM GET-CUSTOMER-ID
           PERFORM RECOVER-CHECKOUT THRU RECOVER-CHECKOUT-EXIT

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/back.dat"        DELIMITED BY SIZE
               INTO WS-BACKORDER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/quote.dat"       DELIMITED BY SIZE
               INTO WS-QUOTE-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/qtctl.dat"       DELIMITED BY SIZE
               INTO WS-QTCTL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/quote.txt"       DELIMITED BY SIZE
               INTO WS-QUOTE-PRINT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyctl.dat"      DELIMITED BY SIZE
               INTO WS-LOYCTL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyl.dat"        DELIMITED BY SIZE
               INTO WS-LOYALTY-PATH
           END-STRING.

       GET-CUSTOMER-ID.
                       ELSE
                           MOVE 0 TO WS-CUST-BALANCE
                       END-IF
                       IF CUST-ON-HOLD
                           MOVE "Y" TO WS-CUST-HOLD
                       ELSE
                           MOVE "N" TO WS-CUST-HOLD
                       END-IF
                   END-IF
           END-READ.

      * opened in the customer maintenance program.
           MOVE 0 TO CUST-CREDIT-LIMIT
           MOVE 0 TO CUST-BALANCE
           MOVE "N" TO CUST-HOLD
           MOVE 0 TO WS-CUST-LIMIT
           MOVE 0 TO WS-CUST-BALANCE
           MOVE "N" TO WS-CUST-HOLD
           WRITE FILE-CUSTOMER-OBJ
           IF WS-CUSTOMER-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-CUSTOMER-FILESTATUS
       READ-TAX-EXIT.
           EXIT.

      * The loyalty scheme's parameters.  No loyctl.dat, or neither
      * an earn rate nor a point value in it, means the shop is not
      * running a scheme : nothing is earned and points are not
      * taken as a tender.
       LOAD-LOYALTY-CONTROL.
           MOVE 'N' TO WS-LOY-SCHEME-SWITCH
           MOVE 0 TO WS-LOY-EARN-RATE
           MOVE 0 TO WS-LOY-POINT-VALUE
           MOVE 'N' TO WS-LOY-EXCLUDE-PROMO

           OPEN INPUT FILE-LOYCTL
           EVALUATE TRUE
           WHEN WS-LOYCTL-FILESTATUS = "35"
               CONTINUE
           WHEN WS-LOYCTL-FILESTATUS = "00"
               READ FILE-LOYCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOYC-EARN-RATE IS NUMERIC
                           MOVE LOYC-EARN-RATE TO WS-LOY-EARN-RATE
                       END-IF
                       IF LOYC-POINT-VALUE IS NUMERIC
                           MOVE LOYC-POINT-VALUE TO WS-LOY-POINT-VALUE
                       END-IF
                       IF LOYC-PROMO-EXCLUDED
                           MOVE 'Y' TO WS-LOY-EXCLUDE-PROMO
                       END-IF
               END-READ
               CLOSE FILE-LOYCTL
           WHEN OTHER
               DISPLAY "ERROR : " WS-LOYCTL-FILESTATUS
           END-EVALUATE

           IF WS-LOY-EARN-RATE > 0 OR WS-LOY-POINT-VALUE > 0
               SET WS-LOY-SCHEME-ON TO TRUE
           END-IF.

      * The customer's points balance is the sum of their rows on
      * the loyl.dat ledger - summed fresh at every checkout so a
      * return or an expiry run since startup is counted.
       SUM-LOYALTY-BALANCE.
           MOVE 0 TO WS-LOY-BALANCE
           MOVE 'N' TO WS-LOY-EOF-SWITCH

           OPEN INPUT FILE-LOYALTY
           EVALUATE TRUE
           WHEN WS-LOYALTY-FILESTATUS = "35"
               CONTINUE
           WHEN WS-LOYALTY-FILESTATUS = "00"
               PERFORM READ-LOYALTY-RECORD THRU READ-LOYALTY-EXIT
                   UNTIL WS-LOY-EOF
               CLOSE FILE-LOYALTY
           WHEN OTHER
               DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
           END-EVALUATE.

       READ-LOYALTY-RECORD.
           READ FILE-LOYALTY
               AT END
                   SET WS-LOY-EOF TO TRUE
                   GO TO READ-LOYALTY-EXIT
           END-READ

           IF LOY-CUSTOMER-ID = WS-CUSTOMER-ID
               AND LOY-POINTS IS NUMERIC
               ADD LOY-POINTS TO WS-LOY-BALANCE
           END-IF.

       READ-LOYALTY-EXIT.
           EXIT.

      * Points the sold line at WS-SOLD-COUNT earns : its line total
      * times the earn rate, fractions of a point dropped.  A line
      * sold at a promotion earns nothing when the scheme says so.
       COMPUTE-LINE-POINTS.
           MOVE 0 TO WS-SOLD-POINTS(WS-SOLD-COUNT)
           IF WS-LOY-SCHEME-ON
               IF WS-LOY-EXCLUDE-PROMO = 'Y'
                   AND WS-SOLD-PROMO(WS-SOLD-COUNT) = 'Y'
                   CONTINUE
               ELSE
                   COMPUTE WS-SOLD-POINTS(WS-SOLD-COUNT) =
                       WS-SOLD-TOTAL(WS-SOLD-COUNT) * WS-LOY-EARN-RATE
               END-IF
           END-IF
           ADD WS-SOLD-POINTS(WS-SOLD-COUNT) TO WS-POINTS-EARNED.

      * Rate table row for the category in WS-TAX-CAT-LOOKUP.  Spaces
      * mean standard; an unknown code also falls back to standard so
      * a mistyped category taxes high rather than not at all.
           DISPLAY "INFO: Write 'R' to remove an item from the wishlist"
           DISPLAY "INFO: Write 'C' to cancel and save wishlist"
           DISPLAY "INFO: Write 'B' to buy everything from the wishlist"
           DISPLAY "INFO: Write 'Q' to save the wishlist as a quotation"
           DISPLAY "INFO: Write 'A' to buy a quotation at its prices"
           PERFORM READ-ID-INPUT.

       READ-ID-INPUT.
           DISPLAY "ENTER ID PRODUCT (or R/C/B/Q/A) : "
           ACCEPT INPUT-USER

           EVALUATE TRUE
           WHEN INPUT-USER = "Q" OR INPUT-USER = "q"
               PERFORM SAVE-QUOTATION THRU SAVE-QUOTATION-EXIT
               GO TO READ-ID-INPUT

           WHEN INPUT-USER = "A" OR INPUT-USER = "a"
               PERFORM ACCEPT-QUOTATION THRU ACCEPT-QUOTATION-EXIT
               IF WS-QUOTE-MODE
                   GO TO CLOSE-PROGRAM
               END-IF
               GO TO READ-ID-INPUT

           WHEN INPUT-USER = "C" OR INPUT-USER = "c"
               PERFORM SAVE-WISHLIST-TABLE

           MOVE 0 TO WS-BO-COUNT
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE ZEROS TO WS-CAT-BASES
           MOVE 0 TO WS-POINTS-EARNED
           MOVE 0 TO WS-POINTS-REDEEMED

      * A quotation being bought classifies its own lines at the
      * quoted prices; the shopper's wishlist is kept whole, so it
      * is logged as kept ("K") and saved back untouched.
           IF WS-QUOTE-MODE
               MOVE WS-WISHLIST-COUNT TO WS-KEEP-COUNT
               PERFORM CLASSIFY-QUOTE-LINES
           ELSE
               PERFORM CLASSIFY-WISHLIST-LINES
           END-IF

           PERFORM COMPUTE-TAX-TOTALS
           COMPUTE WS-GRAND-TOTAL = TOTAL-PRICE + WS-TAX-AMOUNT

           IF WS-LOY-SCHEME-ON
               PERFORM SUM-LOYALTY-BALANCE
           END-IF
           PERFORM CAPTURE-TENDER

      * Phase 2 : log the whole sale to the checkpoint before any
               WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE
           END-IF

           IF WS-QUOTE-MODE
               MOVE WS-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT
               MOVE SPACES TO SELECTED-TEXT
               STRING "Per quotation #" DELIMITED BY SIZE
                      WS-QUOTE-NUMBER-PRINT DELIMITED BY SIZE
                      " at the quoted prices" DELIMITED BY SIZE
                   INTO SELECTED-TEXT
               END-STRING
               DISPLAY SELECTED-TEXT
               WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE
           END-IF

           MOVE "--------------------------------------------------"
               TO SELECTED-TEXT
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE
               MOVE "Paid by CARD" TO SELECTED-TEXT
           WHEN "A"
               MOVE "Charged ON ACCOUNT" TO SELECTED-TEXT
           WHEN "L"
               MOVE WS-POINTS-REDEEMED TO WS-POINTS-PRINT
               STRING "Paid with POINTS : " DELIMITED BY SIZE
                      WS-POINTS-PRINT  DELIMITED BY SIZE
                      " points"        DELIMITED BY SIZE
                   INTO SELECTED-TEXT
               END-STRING
           END-EVALUATE
           DISPLAY SELECTED-TEXT
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE

           IF WS-LOY-SCHEME-ON
               PERFORM PRINT-INVOICE-POINTS
           END-IF

           MOVE "====================" TO SELECTED-TEXT
           DISPLAY SELECTED-TEXT
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE
               PERFORM APPEND-BACKORDERS
           END-IF

      * A quotation just bought is marked converted before the
      * checkpoint is retired, so a crash in between still gets it
      * marked by the recovery replay.
           IF WS-QUOTE-MODE
               PERFORM MARK-QUOTE-CONVERTED THRU MARK-QUOTE-EXIT
           END-IF

      * Phase 7 : the sale is fully on disk - retire the checkpoint.
           PERFORM MARK-CHECKPOINT-DONE

      * show up), never a half-posted sale.
           IF WS-TENDER-TYPE = 'A'
               PERFORM POST-ACCOUNT-CHARGE
           END-IF

      * Phase 9 : the points redeemed and earned go onto the loyalty
      * ledger, after the commit for the same reason as the account
      * charge.
           IF WS-POINTS-REDEEMED > 0 OR WS-POINTS-EARNED > 0
               PERFORM POST-LOYALTY-POINTS
           END-IF.

      * The points lines under the tender on the printed invoice.
      * The balance shown is what the ledger will hold once this
      * sale's rows are posted.
       PRINT-INVOICE-POINTS.
           COMPUTE WS-LOY-NEW-BALANCE = WS-LOY-BALANCE
               - WS-POINTS-REDEEMED + WS-POINTS-EARNED

           MOVE WS-POINTS-EARNED TO WS-POINTS-PRINT
           MOVE SPACES TO SELECTED-TEXT
           STRING "Points earned : " DELIMITED BY SIZE
                  WS-POINTS-PRINT    DELIMITED BY SIZE
               INTO SELECTED-TEXT
           END-STRING
           DISPLAY SELECTED-TEXT
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE

           MOVE WS-LOY-NEW-BALANCE TO WS-POINTS-PRINT
           MOVE SPACES TO SELECTED-TEXT
           STRING "Points balance : " DELIMITED BY SIZE
                  WS-POINTS-PRINT     DELIMITED BY SIZE
               INTO SELECTED-TEXT
           END-STRING
           DISPLAY SELECTED-TEXT
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE.

      * Append the sale's ledger rows : one "P" for the points the
      * tender redeemed, valued at the total they paid, and one "E"
      * per line that earned, valued at today's point value.
       POST-LOYALTY-POINTS.
           OPEN EXTEND FILE-LOYALTY
           IF WS-LOYALTY-FILESTATUS = "35"
               OPEN OUTPUT FILE-LOYALTY
               CLOSE FILE-LOYALTY
               OPEN EXTEND FILE-LOYALTY
           END-IF
           IF WS-LOYALTY-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
               DISPLAY "ALERT : loyalty points not posted"
           ELSE
               IF WS-POINTS-REDEEMED > 0
                   MOVE SPACES TO FILE-LOYALTY-OBJ
                   MOVE WS-CUSTOMER-ID TO LOY-CUSTOMER-ID
                   MOVE "P" TO LOY-TYPE
                   MOVE WS-INVOICE-DATE TO LOY-DATE
                   MOVE WS-INVOICE-NUMBER TO LOY-DOCUMENT
                   MOVE WS-INVOICE-NUMBER TO LOY-INVOICE
                   MOVE 0 TO LOY-EARN-DATE
                   COMPUTE LOY-POINTS = 0 - WS-POINTS-REDEEMED
                   COMPUTE LOY-VALUE = 0 - WS-GRAND-TOTAL
                   WRITE FILE-LOYALTY-OBJ
                   IF WS-LOYALTY-FILESTATUS NOT = "00"
                       DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
                   END-IF
               END-IF

               PERFORM VARYING WS-SOLD-INDEX FROM 1 BY 1
                   UNTIL WS-SOLD-INDEX > WS-SOLD-COUNT
                   IF WS-SOLD-POINTS(WS-SOLD-INDEX) > 0
                       MOVE SPACES TO FILE-LOYALTY-OBJ
                       MOVE WS-CUSTOMER-ID TO LOY-CUSTOMER-ID
                       MOVE "E" TO LOY-TYPE
                       MOVE WS-INVOICE-DATE TO LOY-DATE
                       MOVE WS-INVOICE-NUMBER TO LOY-DOCUMENT
                       MOVE WS-INVOICE-NUMBER TO LOY-INVOICE
                       MOVE WS-SOLD-ID(WS-SOLD-INDEX) TO LOY-ID-PRODUCT
                       MOVE WS-INVOICE-DATE TO LOY-EARN-DATE
                       MOVE WS-SOLD-POINTS(WS-SOLD-INDEX) TO LOY-POINTS
                       COMPUTE LOY-VALUE ROUNDED =
                           WS-SOLD-POINTS(WS-SOLD-INDEX)
                               * WS-LOY-POINT-VALUE
                       WRITE FILE-LOYALTY-OBJ
                       IF WS-LOYALTY-FILESTATUS NOT = "00"
                           DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FILE-LOYALTY

               MOVE WS-LOY-NEW-BALANCE TO WS-POINTS-PRINT
               DISPLAY "Points balance is now " WS-POINTS-PRINT
           END-IF.

      * Phase 1 for an ordinary checkout : every wishlist line
      * priced at today's promotion, or kept / backordered.
       CLASSIFY-WISHLIST-LINES.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-WISHLIST-COUNT
               MOVE WS-W-ID-PRODUCT(WS-INDEX) TO WS-SEARCH-ID
               MOVE WS-W-ID-PRODUCT(WS-INDEX)
                   TO ID-PRODUCT IN FILE-PRODUCT-OBJ
               READ FILE-PRODUCT
                   INVALID KEY
                       CONTINUE
               END-READ

               EVALUATE TRUE
               WHEN EMP-PRODUCT-FILESTATUS NOT = "00"
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-W-ID-PRODUCT(WS-INDEX)
                       TO WS-W-ID-PRODUCT(WS-KEEP-COUNT)
                   MOVE WS-W-QUANTITY(WS-INDEX)
                       TO WS-W-QUANTITY(WS-KEEP-COUNT)
      * Sold out : the line becomes a backorder with the customer
      * and date on it, instead of a wishlist line hoping for a
      * lucky retry - receiving will say who is waiting, and the
      * backorder book fills first-come.
               WHEN WS-W-QUANTITY(WS-INDEX) > QTY-ON-HAND
                   DISPLAY "ALERT : " WS-W-ID-PRODUCT(WS-INDEX)
                       " sold out - backordered, we'll call you"
                       " when it arrives"
                   ADD 1 TO WS-BO-COUNT
                   MOVE WS-W-ID-PRODUCT(WS-INDEX)
                       TO WS-BO-ID(WS-BO-COUNT)
                   MOVE WS-W-QUANTITY(WS-INDEX)
                       TO WS-BO-QTY(WS-BO-COUNT)
               WHEN OTHER
                   MOVE PRICE-PRODUCT TO WS-PROMO-BASE-PRICE
                   MOVE WS-W-QUANTITY(WS-INDEX) TO WS-PROMO-LOOKUP-QTY
                   MOVE WS-INVOICE-DATE TO WS-PROMO-LOOKUP-DATE
                   PERFORM GET-PROMO-PRICE

                   COMPUTE WS-LINE-TOTAL =
                       WS-EFFECTIVE-PRICE * WS-W-QUANTITY(WS-INDEX)
                   ADD WS-LINE-TOTAL TO TOTAL-PRICE

                   MOVE TAX-CATEGORY TO WS-TAX-CAT-LOOKUP
                   PERFORM GET-TAX-RATE
                   ADD WS-LINE-TOTAL TO WS-CAT-BASE(WS-TAX-MATCH)

                   ADD 1 TO WS-SOLD-COUNT
                   MOVE WS-W-ID-PRODUCT(WS-INDEX)
                       TO WS-SOLD-ID(WS-SOLD-COUNT)
                   MOVE NAME-PRODUCT TO WS-SOLD-NAME(WS-SOLD-COUNT)
                   MOVE WS-W-QUANTITY(WS-INDEX)
                       TO WS-SOLD-QTY(WS-SOLD-COUNT)
                   MOVE WS-EFFECTIVE-PRICE
                       TO WS-SOLD-PRICE(WS-SOLD-COUNT)
                   MOVE WS-LINE-TOTAL TO WS-SOLD-TOTAL(WS-SOLD-COUNT)
                   MOVE WS-TAX-RATE-FOUND
                       TO WS-SOLD-RATE(WS-SOLD-COUNT)
                   MOVE WS-PROMO-BASE-PRICE
                       TO WS-SOLD-BASE(WS-SOLD-COUNT)
                   MOVE WS-PROMO-APPLIED-SWITCH
                       TO WS-SOLD-PROMO(WS-SOLD-COUNT)
                   COMPUTE WS-SOLD-NEW-ONHAND(WS-SOLD-COUNT) =
                       QTY-ON-HAND - WS-W-QUANTITY(WS-INDEX)
      * Catalog rows from before the cost field existed read back
      * as spaces there - record a zero (cost unknown).
                   IF UNIT-COST IS NUMERIC
                       MOVE UNIT-COST
                           TO WS-SOLD-UCOST(WS-SOLD-COUNT)
                   ELSE
                       MOVE 0 TO WS-SOLD-UCOST(WS-SOLD-COUNT)
                   END-IF
                   PERFORM COMPUTE-LINE-POINTS
               END-EVALUATE
           END-PERFORM.

      * Phase 1 for a quotation : each quoted line is sold at the
      * price it was quoted at (the promotion it was quoted under
      * may have ended since), taxed at its category's rate today.
      * A quoted product gone from the catalog is dropped; one sold
      * out goes on the backorder book like any other line.
       CLASSIFY-QUOTE-LINES.
           PERFORM VARYING WS-QT-INDEX FROM 1 BY 1
               UNTIL WS-QT-INDEX > WS-QT-COUNT
               MOVE WS-QT-ID(WS-QT-INDEX) TO WS-SEARCH-ID
               MOVE WS-QT-ID(WS-QT-INDEX)
                   TO ID-PRODUCT IN FILE-PRODUCT-OBJ
               READ FILE-PRODUCT
                   INVALID KEY
                       CONTINUE
               END-READ

               EVALUATE TRUE
               WHEN EMP-PRODUCT-FILESTATUS NOT = "00"
                   DISPLAY "ALERT : " WS-QT-ID(WS-QT-INDEX)
                       " is no longer in the catalog - dropped"
               WHEN WS-QT-QTY(WS-QT-INDEX) > QTY-ON-HAND
                   DISPLAY "ALERT : " WS-QT-ID(WS-QT-INDEX)
                       " sold out - backordered, we'll call you"
                       " when it arrives"
                   ADD 1 TO WS-BO-COUNT
                   MOVE WS-QT-ID(WS-QT-INDEX)
                       TO WS-BO-ID(WS-BO-COUNT)
                   MOVE WS-QT-QTY(WS-QT-INDEX)
                       TO WS-BO-QTY(WS-BO-COUNT)
               WHEN OTHER
                   COMPUTE WS-LINE-TOTAL =
                       WS-QT-PRICE(WS-QT-INDEX) * WS-QT-QTY(WS-QT-INDEX)
                   ADD WS-LINE-TOTAL TO TOTAL-PRICE

                   MOVE TAX-CATEGORY TO WS-TAX-CAT-LOOKUP
                   PERFORM GET-TAX-RATE
                   ADD WS-LINE-TOTAL TO WS-CAT-BASE(WS-TAX-MATCH)

                   ADD 1 TO WS-SOLD-COUNT
                   MOVE WS-QT-ID(WS-QT-INDEX)
                       TO WS-SOLD-ID(WS-SOLD-COUNT)
                   MOVE NAME-PRODUCT TO WS-SOLD-NAME(WS-SOLD-COUNT)
                   MOVE WS-QT-QTY(WS-QT-INDEX)
                       TO WS-SOLD-QTY(WS-SOLD-COUNT)
                   MOVE WS-QT-PRICE(WS-QT-INDEX)
                       TO WS-SOLD-PRICE(WS-SOLD-COUNT)
                   MOVE WS-LINE-TOTAL TO WS-SOLD-TOTAL(WS-SOLD-COUNT)
                   MOVE WS-TAX-RATE-FOUND
                       TO WS-SOLD-RATE(WS-SOLD-COUNT)
                   MOVE WS-QT-BASE(WS-QT-INDEX)
                       TO WS-SOLD-BASE(WS-SOLD-COUNT)
                   MOVE WS-QT-PROMO(WS-QT-INDEX)
                       TO WS-SOLD-PROMO(WS-SOLD-COUNT)
                   COMPUTE WS-SOLD-NEW-ONHAND(WS-SOLD-COUNT) =
                       QTY-ON-HAND - WS-QT-QTY(WS-QT-INDEX)
                   IF UNIT-COST IS NUMERIC
                       MOVE UNIT-COST
                           TO WS-SOLD-UCOST(WS-SOLD-COUNT)
                   ELSE
                       MOVE 0 TO WS-SOLD-UCOST(WS-SOLD-COUNT)
                   END-IF
                   PERFORM COMPUTE-LINE-POINTS
               END-EVALUATE
           END-PERFORM.

      * Post the committed on-account sale onto the customer's
      * balance.  cust.dat is a whole-file rewrite, the same way the
      * customer maintenance program saves it : every row is read
      * into a table, this customer's balance is bumped, and the
      * file is written back in one shot.
       POST-ACCOUNT-CHARGE.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 'N' TO WS-ACCT-EOF-SWITCH

           OPEN INPUT FILE-CUSTOMER
           IF WS-CUSTOMER-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-CUSTOMER-FILESTATUS
               DISPLAY "ALERT : account balance not updated"
           ELSE
               PERFORM READ-ACCT-RECORD THRU READ-ACCT-EXIT
                   UNTIL WS-ACCT-EOF
               CLOSE FILE-CUSTOMER

               OPEN OUTPUT FILE-CUSTOMER
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-ACCT-COUNT
                   MOVE WS-ACCT-REC(WS-INDEX) TO FILE-CUSTOMER-OBJ
                   WRITE FILE-CUSTOMER-OBJ
                   IF WS-CUSTOMER-FILESTATUS NOT = "00"
                       DISPLAY "ERROR : " WS-CUSTOMER-FILESTATUS
                   END-IF
               END-PERFORM
               CLOSE FILE-CUSTOMER

               MOVE WS-CUST-BALANCE TO WS-BALANCE-PRINT
               DISPLAY "Account balance is now " WS-BALANCE-PRINT
           END-IF.

       READ-ACCT-RECORD.
           READ FILE-CUSTOMER
               AT END
                   SET WS-ACCT-EOF TO TRUE
                   GO TO READ-ACCT-EXIT
           END-READ

           IF WS-ACCT-COUNT < 500
               ADD 1 TO WS-ACCT-COUNT
               IF CUST-ID = WS-CUSTOMER-ID
      * Normalize rows from before the account fields existed so
      * the arithmetic and the rewrite are both clean.
                   IF CUST-CREDIT-LIMIT IS NOT NUMERIC
                       MOVE 0 TO CUST-CREDIT-LIMIT
                   END-IF
                   IF CUST-BALANCE IS NOT NUMERIC
                       MOVE 0 TO CUST-BALANCE
                   END-IF
                   ADD WS-GRAND-TOTAL TO CUST-BALANCE
                   MOVE CUST-BALANCE TO WS-CUST-BALANCE
               END-IF
               MOVE FILE-CUSTOMER-OBJ TO WS-ACCT-REC(WS-ACCT-COUNT)
           ELSE
               DISPLAY "ALERT : customer row past the 500-row limit"
                   " was dropped from the rewrite"
           END-IF.

       READ-ACCT-EXIT.
           EXIT.

      * How is the customer paying?  Cash wants the amount tendered
      * (and counts the change back), card, on-account and points
      * settle at exactly the grand total.  Asked before the
      * checkpoint so every disk phase works from a settled answer.
       CAPTURE-TENDER.
           MOVE 'N' TO WS-TENDER-OK-SWITCH
           MOVE 0 TO WS-AMOUNT-TENDERED
           MOVE 0 TO WS-CHANGE-GIVEN
           MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-PRINT
           DISPLAY "Amount due : " WS-GRAND-TOTAL-PRINT
           IF WS-LOY-SCHEME-ON
               MOVE WS-LOY-BALANCE TO WS-POINTS-PRINT
               DISPLAY "Points balance : " WS-POINTS-PRINT
           END-IF
           PERFORM ASK-TENDER THRU ASK-TENDER-EXIT
               UNTIL WS-TENDER-OK.

       ASK-TENDER.
           DISPLAY "Payment - C)ash, D) card, A) on account, "
               "L) points : "
           ACCEPT INPUT-USER
           EVALUATE TRUE
           WHEN INPUT-USER = 'C' OR INPUT-USER = 'c'
               SET WS-TENDER-OK TO TRUE
           WHEN INPUT-USER = 'A' OR INPUT-USER = 'a'
      * On account only when a credit limit was opened for this
      * customer, the account is not on credit hold for aged
      * items, and the limit covers what they would then owe.
               COMPUTE WS-PROJECTED-BALANCE =
                   WS-CUST-BALANCE + WS-GRAND-TOTAL
               EVALUATE TRUE
               WHEN WS-CUST-LIMIT = 0
                   DISPLAY "No trade account for this customer"
               WHEN WS-CUST-HOLD = "Y"
                   DISPLAY "Account on credit hold for overdue items"
                       " - cash or card only until they are paid"
               WHEN WS-PROJECTED-BALANCE > WS-CUST-LIMIT
                   MOVE WS-CUST-BALANCE TO WS-BALANCE-PRINT
                   MOVE WS-CUST-LIMIT TO WS-LIMIT-PRINT
                   MOVE WS-GRAND-TOTAL TO WS-AMOUNT-TENDERED
                   SET WS-TENDER-OK TO TRUE
               END-EVALUATE
           WHEN INPUT-USER = 'L' OR INPUT-USER = 'l'
      * Points pay the whole total or not at all, so the journal
      * still carries one tender per invoice.  The points needed
      * are rounded up - a part point is never given away.
               IF NOT WS-LOY-SCHEME-ON OR WS-LOY-POINT-VALUE = 0
                   DISPLAY "Points are not being taken as payment"
                   GO TO ASK-TENDER-EXIT
               END-IF
               COMPUTE WS-POINTS-REDEEMED =
                   WS-GRAND-TOTAL / WS-LOY-POINT-VALUE
               IF WS-POINTS-REDEEMED * WS-LOY-POINT-VALUE
                   < WS-GRAND-TOTAL
                   ADD 1 TO WS-POINTS-REDEEMED
               END-IF
               IF WS-POINTS-REDEEMED > WS-LOY-BALANCE
                   COMPUTE WS-POINTS-WORTH =
                       WS-LOY-BALANCE * WS-LOY-POINT-VALUE
                   IF WS-LOY-BALANCE < 0
                       MOVE 0 TO WS-POINTS-WORTH
                   END-IF
                   MOVE WS-POINTS-REDEEMED TO WS-POINTS-PRINT
                   MOVE WS-POINTS-WORTH TO WS-POINTS-WORTH-PRINT
                   DISPLAY "Needs " WS-POINTS-PRINT
                       " points - the balance covers "
                       WS-POINTS-WORTH-PRINT
                   MOVE 0 TO WS-POINTS-REDEEMED
                   GO TO ASK-TENDER-EXIT
               END-IF
               MOVE 'L' TO WS-TENDER-TYPE
               MOVE WS-GRAND-TOTAL TO WS-AMOUNT-TENDERED
               SET WS-TENDER-OK TO TRUE
           WHEN OTHER
               DISPLAY "Unknown payment type"
           END-EVALUATE.
           MOVE CKPT-INVOICE-NUMBER TO WS-RCV-INVOICE
           MOVE CKPT-INVOICE-DATE TO WS-RCV-DATE
           MOVE CKPT-CUSTOMER-ID TO WS-RCV-CUSTOMER
      * Checkpoints from before quotations existed read back as
      * spaces in the quotation number - no quotation.
           IF CKPT-QUOTE-NUMBER IS NUMERIC
               MOVE CKPT-QUOTE-NUMBER TO WS-RCV-QUOTE
           ELSE
               MOVE 0 TO WS-RCV-QUOTE
           END-IF

           MOVE 0 TO WS-SOLD-COUNT
           MOVE 0 TO WS-WISHLIST-COUNT
                   END-IF
               END-IF

      * A committed quotation purchase marks its quotation
      * converted - marking it twice changes nothing.
               IF WS-RCV-QUOTE NOT = 0
                   MOVE WS-RCV-QUOTE TO WS-QUOTE-NUMBER
                   MOVE WS-RCV-INVOICE TO WS-INVOICE-NUMBER
                   PERFORM MARK-QUOTE-CONVERTED THRU MARK-QUOTE-EXIT
               END-IF

               DISPLAY "Recovery : invoice " WS-RCV-INVOICE
                   " completed"
               DISPLAY "INFO: its printed copy in invo.dat may be"
           MOVE WS-INVOICE-NUMBER TO CKPT-INVOICE-NUMBER
           MOVE WS-INVOICE-DATE TO CKPT-INVOICE-DATE
           MOVE WS-CUSTOMER-ID TO CKPT-CUSTOMER-ID
           IF WS-QUOTE-MODE
               MOVE WS-QUOTE-NUMBER TO CKPT-QUOTE-NUMBER
           ELSE
               MOVE 0 TO CKPT-QUOTE-NUMBER
           END-IF
           WRITE CKPT-STATUS-REC

           PERFORM VARYING WS-SOLD-INDEX FROM 1 BY 1
       COUNT-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * Quotations.  'Q' prices the wishlist the way checkout would
      * price it today - GET-PROMO-PRICE and the product's tax
      * category - without touching stock, and saves the result as
      * a numbered quotation in quote.dat with a printed copy in
      * quote.txt.  'A' buys a quotation back at those prices.
      ******************************************************************
       SAVE-QUOTATION.
           IF WS-WISHLIST-COUNT = 0
               DISPLAY "The wishlist is empty - nothing to quote"
               GO TO SAVE-QUOTATION-EXIT
           END-IF

           MOVE 0 TO TOTAL-PRICE
           MOVE 0 TO WS-SOLD-COUNT
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE ZEROS TO WS-CAT-BASES

           OPEN INPUT FILE-PRODUCT
           IF EMP-PRODUCT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " EMP-PRODUCT-FILESTATUS
               GO TO SAVE-QUOTATION-EXIT
           END-IF
           PERFORM PRICE-QUOTE-LINE THRU PRICE-QUOTE-EXIT
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-WISHLIST-COUNT
           CLOSE FILE-PRODUCT

           IF WS-SOLD-COUNT = 0
               DISPLAY "Nothing on the wishlist is in the catalog"
               GO TO SAVE-QUOTATION-EXIT
           END-IF

           PERFORM COMPUTE-TAX-TOTALS
           COMPUTE WS-GRAND-TOTAL = TOTAL-PRICE + WS-TAX-AMOUNT

           PERFORM DETERMINE-QUOTE-NUMBER
           MOVE WS-TODAY-DATE TO WS-DC-DATE
           PERFORM DATE-TO-DAYS
           ADD WS-QUOTE-VALID-DAYS TO WS-DC-DAYS
           PERFORM DAYS-TO-DATE
           MOVE WS-DC-DATE TO WS-QUOTE-EXPIRY

           PERFORM WRITE-QUOTE-RECORDS
           PERFORM PRINT-QUOTATION

           MOVE WS-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT
           DISPLAY "Quotation #" WS-QUOTE-NUMBER-PRINT
               " saved - valid until " WS-QUOTE-EXPIRY-PRINT

      * The quotation now holds the lines; the shopper can keep the
      * wishlist going or start afresh.
           DISPLAY "Clear the wishlist now it is quoted? (Y/N) : "
           ACCEPT INPUT-USER
           IF INPUT-USER = 'Y' OR INPUT-USER = 'y'
               MOVE 0 TO WS-WISHLIST-COUNT
               MOVE 0 TO TOTAL-PRICE
               PERFORM SAVE-WISHLIST-TABLE
           END-IF.

       SAVE-QUOTATION-EXIT.
           EXIT.

      * One wishlist line priced for the quotation.  Stock is not
      * checked - a quotation promises a price, not the shelf.
       PRICE-QUOTE-LINE.
           MOVE WS-W-ID-PRODUCT(WS-INDEX) TO WS-SEARCH-ID
           MOVE WS-W-ID-PRODUCT(WS-INDEX)
               TO ID-PRODUCT IN FILE-PRODUCT-OBJ
           READ FILE-PRODUCT
               INVALID KEY
                   CONTINUE
           END-READ
           IF EMP-PRODUCT-FILESTATUS NOT = "00"
               DISPLAY "ALERT : " WS-W-ID-PRODUCT(WS-INDEX)
                   " is not in the catalog - left off the quotation"
               GO TO PRICE-QUOTE-EXIT
           END-IF

           MOVE PRICE-PRODUCT TO WS-PROMO-BASE-PRICE
           MOVE WS-W-QUANTITY(WS-INDEX) TO WS-PROMO-LOOKUP-QTY
           MOVE WS-TODAY-DATE TO WS-PROMO-LOOKUP-DATE
           PERFORM GET-PROMO-PRICE

           COMPUTE WS-LINE-TOTAL =
               WS-EFFECTIVE-PRICE * WS-W-QUANTITY(WS-INDEX)
           ADD WS-LINE-TOTAL TO TOTAL-PRICE

           MOVE TAX-CATEGORY TO WS-TAX-CAT-LOOKUP
           PERFORM GET-TAX-RATE
           ADD WS-LINE-TOTAL TO WS-CAT-BASE(WS-TAX-MATCH)

           ADD 1 TO WS-SOLD-COUNT
           MOVE WS-W-ID-PRODUCT(WS-INDEX) TO WS-SOLD-ID(WS-SOLD-COUNT)
           MOVE NAME-PRODUCT TO WS-SOLD-NAME(WS-SOLD-COUNT)
           MOVE WS-W-QUANTITY(WS-INDEX) TO WS-SOLD-QTY(WS-SOLD-COUNT)
           MOVE WS-EFFECTIVE-PRICE TO WS-SOLD-PRICE(WS-SOLD-COUNT)
           MOVE WS-LINE-TOTAL TO WS-SOLD-TOTAL(WS-SOLD-COUNT)
           MOVE WS-TAX-RATE-FOUND TO WS-SOLD-RATE(WS-SOLD-COUNT)
           MOVE WS-PROMO-BASE-PRICE TO WS-SOLD-BASE(WS-SOLD-COUNT)
           MOVE WS-PROMO-APPLIED-SWITCH
               TO WS-SOLD-PROMO(WS-SOLD-COUNT).

       PRICE-QUOTE-EXIT.
           EXIT.

      * The next number lives in qtctl.dat, seeded past the highest
      * quotation already on file when the control file is missing.
      * The validity period rides along and is written back as is.
       DETERMINE-QUOTE-NUMBER.
           MOVE 'N' TO WS-QTCTL-GOT-SWITCH
           MOVE 30 TO WS-QUOTE-VALID-DAYS
           OPEN INPUT FILE-QTCTL
           IF WS-QTCTL-FILESTATUS = "00"
               READ FILE-QTCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QTCTL-NEXT-QUOTE IS NUMERIC
                           AND QTCTL-NEXT-QUOTE NOT = ZERO
                           MOVE QTCTL-NEXT-QUOTE TO WS-QUOTE-NUMBER
                           SET WS-QTCTL-GOT TO TRUE
                       END-IF
                       IF QTCTL-VALID-DAYS IS NUMERIC
                           AND QTCTL-VALID-DAYS NOT = ZERO
                           MOVE QTCTL-VALID-DAYS
                               TO WS-QUOTE-VALID-DAYS
                       END-IF
               END-READ
               CLOSE FILE-QTCTL
           END-IF

           IF NOT WS-QTCTL-GOT
               MOVE 0 TO WS-QUOTE-NUMBER
               MOVE 'N' TO WS-QUOTE-EOF-SWITCH
               OPEN INPUT FILE-QUOTE
               IF WS-QUOTE-FILESTATUS = "00"
                   PERFORM SCAN-QUOTE-NUMBER THRU SCAN-QUOTE-EXIT
                       UNTIL WS-QUOTE-EOF
                   CLOSE FILE-QUOTE
               END-IF
               ADD 1 TO WS-QUOTE-NUMBER
           END-IF

           OPEN OUTPUT FILE-QTCTL
           IF WS-QTCTL-FILESTATUS = "00"
               MOVE SPACES TO QTCTL-RECORD
               COMPUTE QTCTL-NEXT-QUOTE = WS-QUOTE-NUMBER + 1
               MOVE WS-QUOTE-VALID-DAYS TO QTCTL-VALID-DAYS
               WRITE QTCTL-RECORD
               CLOSE FILE-QTCTL
           ELSE
               DISPLAY "ERROR : " WS-QTCTL-FILESTATUS
           END-IF.

       SCAN-QUOTE-NUMBER.
           READ FILE-QUOTE
               AT END
                   SET WS-QUOTE-EOF TO TRUE
                   GO TO SCAN-QUOTE-EXIT
           END-READ
           IF QH-RECORD-TYPE = "H"
               AND QH-QUOTE-NUMBER IS NUMERIC
               AND QH-QUOTE-NUMBER > WS-QUOTE-NUMBER
               MOVE QH-QUOTE-NUMBER TO WS-QUOTE-NUMBER
           END-IF.

       SCAN-QUOTE-EXIT.
           EXIT.

      * Header then lines, appended in one go.
       WRITE-QUOTE-RECORDS.
           OPEN EXTEND FILE-QUOTE
           IF WS-QUOTE-FILESTATUS = "35"
               OPEN OUTPUT FILE-QUOTE
               CLOSE FILE-QUOTE
               OPEN EXTEND FILE-QUOTE
           END-IF

           MOVE SPACES TO QUOTE-HEADER-REC
           MOVE "H" TO QH-RECORD-TYPE
           MOVE WS-QUOTE-NUMBER TO QH-QUOTE-NUMBER
           MOVE WS-TODAY-DATE TO QH-QUOTE-DATE
           MOVE WS-QUOTE-EXPIRY TO QH-EXPIRY-DATE
           MOVE WS-CUSTOMER-ID TO QH-CUSTOMER-ID
           MOVE "O" TO QH-STATUS
           MOVE 0 TO QH-INVOICE-NUMBER
           MOVE TOTAL-PRICE TO QH-SUBTOTAL
           MOVE WS-TAX-AMOUNT TO QH-TAX-AMOUNT
           MOVE WS-GRAND-TOTAL TO QH-GRAND-TOTAL
           WRITE QUOTE-HEADER-REC
           IF WS-QUOTE-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-QUOTE-FILESTATUS
           END-IF

           PERFORM VARYING WS-SOLD-INDEX FROM 1 BY 1
               UNTIL WS-SOLD-INDEX > WS-SOLD-COUNT
               MOVE SPACES TO QUOTE-LINE-REC
               MOVE "L" TO QL-RECORD-TYPE
               MOVE WS-QUOTE-NUMBER TO QL-QUOTE-NUMBER
               MOVE WS-SOLD-ID(WS-SOLD-INDEX) TO QL-ID-PRODUCT
               MOVE WS-SOLD-QTY(WS-SOLD-INDEX) TO QL-QUANTITY
               MOVE WS-SOLD-PRICE(WS-SOLD-INDEX) TO QL-UNIT-PRICE
               MOVE WS-SOLD-BASE(WS-SOLD-INDEX) TO QL-BASE-PRICE
               MOVE WS-SOLD-PROMO(WS-SOLD-INDEX) TO QL-PROMO
               MOVE WS-SOLD-RATE(WS-SOLD-INDEX) TO QL-TAX-RATE
               MOVE WS-SOLD-TOTAL(WS-SOLD-INDEX) TO QL-LINE-TOTAL
               WRITE QUOTE-LINE-REC
               IF WS-QUOTE-FILESTATUS NOT = "00"
                   DISPLAY "ERROR : " WS-QUOTE-FILESTATUS
               END-IF
           END-PERFORM
           CLOSE FILE-QUOTE.

      * The quotation document, on screen and appended to quote.txt,
      * laid out like the invoice so the customer can hold one
      * against the other.
       PRINT-QUOTATION.
           OPEN EXTEND FILE-QUOTE-PRINT
           IF WS-QUOTE-PRINT-FILESTATUS = "35"
               OPEN OUTPUT FILE-QUOTE-PRINT
               CLOSE FILE-QUOTE-PRINT
               OPEN EXTEND FILE-QUOTE-PRINT
           END-IF

           MOVE SPACES TO WS-INVOICE-DATE-PRINT
           STRING WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2) DELIMITED BY SIZE
               INTO WS-INVOICE-DATE-PRINT
           END-STRING
           MOVE SPACES TO WS-QUOTE-EXPIRY-PRINT
           STRING WS-QUOTE-EXPIRY(1:4) DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-QUOTE-EXPIRY(5:2) DELIMITED BY SIZE
                  "-"                  DELIMITED BY SIZE
                  WS-QUOTE-EXPIRY(7:2) DELIMITED BY SIZE
               INTO WS-QUOTE-EXPIRY-PRINT
           END-STRING

           MOVE "====================" TO QUOTE-TEXT
           PERFORM PUT-QUOTE-LINE
           MOVE "|    QUOTATION     |" TO QUOTE-TEXT
           PERFORM PUT-QUOTE-LINE
           MOVE "====================" TO QUOTE-TEXT
           PERFORM PUT-QUOTE-LINE

           MOVE WS-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT
           MOVE SPACES TO QUOTE-TEXT
           STRING "QUOTATION #" DELIMITED BY SIZE
                  WS-QUOTE-NUMBER-PRINT DELIMITED BY SIZE
                  "  DATE: "  DELIMITED BY SIZE
                  WS-INVOICE-DATE-PRINT DELIMITED BY SIZE
                  "  VALID UNTIL: " DELIMITED BY SIZE
                  WS-QUOTE-EXPIRY-PRINT DELIMITED BY SIZE
               INTO QUOTE-TEXT
           END-STRING
           PERFORM PUT-QUOTE-LINE

           MOVE SPACES TO QUOTE-TEXT
           IF WS-CUST-NAME = SPACES
               STRING "Customer : " DELIMITED BY SIZE
                      WS-CUSTOMER-ID DELIMITED BY SPACE
                   INTO QUOTE-TEXT
               END-STRING
           ELSE
               STRING "Customer : " DELIMITED BY SIZE
                      WS-CUST-NAME DELIMITED BY SIZE
                   INTO QUOTE-TEXT
               END-STRING
           END-IF
           PERFORM PUT-QUOTE-LINE

           IF WS-CUST-ADDRESS NOT = SPACES
               MOVE SPACES TO QUOTE-TEXT
               STRING "Address  : " DELIMITED BY SIZE
                      WS-CUST-ADDRESS DELIMITED BY SIZE
                   INTO QUOTE-TEXT
               END-STRING
               PERFORM PUT-QUOTE-LINE
           END-IF

           MOVE "--------------------------------------------------"
               TO QUOTE-TEXT
           PERFORM PUT-QUOTE-LINE

           PERFORM VARYING WS-SOLD-INDEX FROM 1 BY 1
               UNTIL WS-SOLD-INDEX > WS-SOLD-COUNT
               MOVE WS-SOLD-QTY(WS-SOLD-INDEX) TO WS-QTY-PRINT
               MOVE WS-SOLD-PRICE(WS-SOLD-INDEX) TO WS-UNIT-PRICE-PRINT
               MOVE WS-SOLD-TOTAL(WS-SOLD-INDEX)
                   TO WS-LINE-TOTAL-PRINT
               MOVE SPACES TO QUOTE-TEXT
               STRING WS-SOLD-ID(WS-SOLD-INDEX) DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WS-SOLD-NAME(WS-SOLD-INDEX)(1:30)
                          DELIMITED BY SIZE
                      " QTY "      DELIMITED BY SIZE
                      WS-QTY-PRINT DELIMITED BY SIZE
                      " @"         DELIMITED BY SIZE
                      WS-UNIT-PRICE-PRINT DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      WS-LINE-TOTAL-PRINT DELIMITED BY SIZE
                   INTO QUOTE-TEXT
               END-STRING
               IF WS-SOLD-RATE(WS-SOLD-INDEX) = 0
                   MOVE "E" TO QUOTE-TEXT(80:1)
               END-IF
               PERFORM PUT-QUOTE-LINE

               IF WS-SOLD-PROMO(WS-SOLD-INDEX) = 'Y'
                   MOVE WS-SOLD-BASE(WS-SOLD-INDEX)
                       TO WS-REG-PRICE-PRINT
                   MOVE SPACES TO QUOTE-TEXT
                   STRING "   promotion price - regular "
                              DELIMITED BY SIZE
                          WS-REG-PRICE-PRINT DELIMITED BY SIZE
                          " each" DELIMITED BY SIZE
                       INTO QUOTE-TEXT
                   END-STRING
                   PERFORM PUT-QUOTE-LINE
               END-IF
           END-PERFORM

           MOVE "--------------------------------------------------"
               TO QUOTE-TEXT
           PERFORM PUT-QUOTE-LINE

           MOVE TOTAL-PRICE TO TOTAL-PRICE-PRINT
           MOVE SPACES TO QUOTE-TEXT
           STRING "Subtotal : "     DELIMITED BY SIZE
                  TOTAL-PRICE-PRINT DELIMITED BY SIZE
               INTO QUOTE-TEXT
           END-STRING
           PERFORM PUT-QUOTE-LINE

           PERFORM VARYING WS-TAXTBL-INDEX FROM 1 BY 1
               UNTIL WS-TAXTBL-INDEX > WS-TAXTBL-COUNT
               IF WS-CAT-BASE(WS-TAXTBL-INDEX) NOT = 0
                   AND WS-TAXTBL-RATE(WS-TAXTBL-INDEX) NOT = 0
                   COMPUTE WS-CAT-TAX ROUNDED =
                       WS-CAT-BASE(WS-TAXTBL-INDEX) *
                       WS-TAXTBL-RATE(WS-TAXTBL-INDEX)
                   COMPUTE WS-RATE-PCT =
                       WS-TAXTBL-RATE(WS-TAXTBL-INDEX) * 100
                   MOVE WS-RATE-PCT TO WS-RATE-PCT-PRINT
                   MOVE WS-CAT-BASE(WS-TAXTBL-INDEX)
                       TO WS-CAT-BASE-PRINT
                   MOVE WS-CAT-TAX TO WS-CAT-TAX-PRINT
                   MOVE SPACES TO QUOTE-TEXT
                   STRING "Tax @ "         DELIMITED BY SIZE
                          WS-RATE-PCT-PRINT DELIMITED BY SIZE
                          "% on "          DELIMITED BY SIZE
                          WS-CAT-BASE-PRINT DELIMITED BY SIZE
                          " : "            DELIMITED BY SIZE
                          WS-CAT-TAX-PRINT DELIMITED BY SIZE
                       INTO QUOTE-TEXT
                   END-STRING
                   PERFORM PUT-QUOTE-LINE
               END-IF
           END-PERFORM

           MOVE WS-TAX-AMOUNT TO WS-TAX-AMOUNT-PRINT
           MOVE SPACES TO QUOTE-TEXT
           STRING "Tax : "          DELIMITED BY SIZE
                  WS-TAX-AMOUNT-PRINT DELIMITED BY SIZE
               INTO QUOTE-TEXT
           END-STRING
           PERFORM PUT-QUOTE-LINE

           MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-PRINT
           MOVE SPACES TO QUOTE-TEXT
           STRING "Total : "        DELIMITED BY SIZE
                  WS-GRAND-TOTAL-PRINT DELIMITED BY SIZE
               INTO QUOTE-TEXT
           END-STRING
           PERFORM PUT-QUOTE-LINE

           MOVE SPACES TO QUOTE-TEXT
           STRING "Prices held until " DELIMITED BY SIZE
                  WS-QUOTE-EXPIRY-PRINT DELIMITED BY SIZE
                  " - quote the number at the till"
                      DELIMITED BY SIZE
               INTO QUOTE-TEXT
           END-STRING
           PERFORM PUT-QUOTE-LINE
           MOVE "Tax is charged at the rate in force on the day"
               TO QUOTE-TEXT
           PERFORM PUT-QUOTE-LINE

           MOVE "====================" TO QUOTE-TEXT
           PERFORM PUT-QUOTE-LINE

           CLOSE FILE-QUOTE-PRINT.

       PUT-QUOTE-LINE.
           DISPLAY QUOTE-TEXT
           WRITE QUOTE-TEXT BEFORE ADVANCING 1 LINE.

      * The clerk keys a quotation number; only an open one made out
      * to this customer and not yet past its expiry date is bought,
      * through CREATE-INVOICE with the quoted lines and prices.
       ACCEPT-QUOTATION.
           MOVE 'N' TO WS-QUOTE-MODE-SWITCH
           DISPLAY "Quotation number : "
           ACCEPT WS-QUOTE-NUMBER
           PERFORM FIND-QUOTE
           MOVE WS-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT

           EVALUATE TRUE
           WHEN NOT WS-QH-FOUND
               DISPLAY "No quotation #" WS-QUOTE-NUMBER-PRINT
           WHEN WS-QH-CUSTOMER NOT = WS-CUSTOMER-ID
               DISPLAY "Quotation #" WS-QUOTE-NUMBER-PRINT
                   " was made out to another customer"
           WHEN WS-QH-STATUS = "C" AND WS-QH-INVOICE = 0
               DISPLAY "Quotation #" WS-QUOTE-NUMBER-PRINT
                   " was already converted - all on backorder"
           WHEN WS-QH-STATUS = "C"
               MOVE WS-QH-INVOICE TO WS-INVOICE-NUMBER-PRINT
               DISPLAY "Quotation #" WS-QUOTE-NUMBER-PRINT
                   " was already bought on invoice #"
                   WS-INVOICE-NUMBER-PRINT
           WHEN WS-QH-EXPIRY < WS-TODAY-DATE
               MOVE SPACES TO WS-QUOTE-EXPIRY-PRINT
               STRING WS-QH-EXPIRY(1:4) DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      WS-QH-EXPIRY(5:2) DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      WS-QH-EXPIRY(7:2) DELIMITED BY SIZE
                   INTO WS-QUOTE-EXPIRY-PRINT
               END-STRING
               DISPLAY "Quotation #" WS-QUOTE-NUMBER-PRINT
                   " expired on " WS-QUOTE-EXPIRY-PRINT
                   " - it has to be quoted again"
           WHEN WS-QT-COUNT = 0
               DISPLAY "Quotation #" WS-QUOTE-NUMBER-PRINT
                   " has no lines"
           WHEN OTHER
               SET WS-QUOTE-MODE TO TRUE
               DISPLAY SPACE
               DISPLAY "Buying quotation #" WS-QUOTE-NUMBER-PRINT
                   " at the quoted prices"
               DISPLAY SPACE
               PERFORM CREATE-INVOICE
           END-EVALUATE.

       ACCEPT-QUOTATION-EXIT.
           EXIT.

      * The header and lines of quotation WS-QUOTE-NUMBER.
       FIND-QUOTE.
           MOVE 'N' TO WS-QH-FOUND-SWITCH
           MOVE 'N' TO WS-QUOTE-EOF-SWITCH
           MOVE SPACES TO WS-QH-CUSTOMER
           MOVE SPACES TO WS-QH-STATUS
           MOVE 0 TO WS-QH-EXPIRY
           MOVE 0 TO WS-QH-INVOICE
           MOVE 0 TO WS-QT-COUNT

           OPEN INPUT FILE-QUOTE
           EVALUATE TRUE
           WHEN WS-QUOTE-FILESTATUS = "35"
               CONTINUE
           WHEN WS-QUOTE-FILESTATUS = "00"
               PERFORM READ-QUOTE-RECORD THRU READ-QUOTE-EXIT
                   UNTIL WS-QUOTE-EOF
               CLOSE FILE-QUOTE
           WHEN OTHER
               DISPLAY "ERROR : " WS-QUOTE-FILESTATUS
           END-EVALUATE.

       READ-QUOTE-RECORD.
           READ FILE-QUOTE
               AT END
                   SET WS-QUOTE-EOF TO TRUE
                   GO TO READ-QUOTE-EXIT
           END-READ

           EVALUATE TRUE
           WHEN QH-RECORD-TYPE = "H"
               AND QH-QUOTE-NUMBER = WS-QUOTE-NUMBER
               SET WS-QH-FOUND TO TRUE
               MOVE QH-CUSTOMER-ID TO WS-QH-CUSTOMER
               MOVE QH-STATUS TO WS-QH-STATUS
               MOVE QH-EXPIRY-DATE TO WS-QH-EXPIRY
               IF QH-INVOICE-NUMBER IS NUMERIC
                   MOVE QH-INVOICE-NUMBER TO WS-QH-INVOICE
               END-IF
           WHEN QL-RECORD-TYPE = "L"
               AND QL-QUOTE-NUMBER = WS-QUOTE-NUMBER
               IF WS-QT-COUNT < 500
                   ADD 1 TO WS-QT-COUNT
                   MOVE QL-ID-PRODUCT TO WS-QT-ID(WS-QT-COUNT)
                   MOVE QL-QUANTITY TO WS-QT-QTY(WS-QT-COUNT)
                   MOVE QL-UNIT-PRICE TO WS-QT-PRICE(WS-QT-COUNT)
                   MOVE QL-BASE-PRICE TO WS-QT-BASE(WS-QT-COUNT)
                   MOVE QL-PROMO TO WS-QT-PROMO(WS-QT-COUNT)
               END-IF
           END-EVALUATE.

       READ-QUOTE-EXIT.
           EXIT.

      * Flip quotation WS-QUOTE-NUMBER to converted on invoice
      * WS-INVOICE-NUMBER : every row is read into a table and the
      * file written back in one shot.  A file too big for the table
      * is left alone rather than written back short.
       MARK-QUOTE-CONVERTED.
           MOVE 0 TO WS-QREW-COUNT
           MOVE 'N' TO WS-QREW-OVERFLOW-SWITCH
           MOVE 'N' TO WS-QUOTE-EOF-SWITCH

           OPEN INPUT FILE-QUOTE
           IF WS-QUOTE-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-QUOTE-FILESTATUS
               GO TO MARK-QUOTE-EXIT
           END-IF
           PERFORM READ-QREW-RECORD THRU READ-QREW-EXIT
               UNTIL WS-QUOTE-EOF
           CLOSE FILE-QUOTE

           IF WS-QREW-OVERFLOW
               MOVE WS-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT
               DISPLAY "ALERT : quote.dat is past the 2000-row limit"
                   " - quotation #" WS-QUOTE-NUMBER-PRINT
                   " not marked converted"
               GO TO MARK-QUOTE-EXIT
           END-IF

           OPEN OUTPUT FILE-QUOTE
           PERFORM VARYING WS-QREW-INDEX FROM 1 BY 1
               UNTIL WS-QREW-INDEX > WS-QREW-COUNT
               MOVE WS-QREW-REC(WS-QREW-INDEX) TO QUOTE-HEADER-REC
               WRITE QUOTE-HEADER-REC
               IF WS-QUOTE-FILESTATUS NOT = "00"
                   DISPLAY "ERROR : " WS-QUOTE-FILESTATUS
               END-IF
           END-PERFORM
           CLOSE FILE-QUOTE.

       MARK-QUOTE-EXIT.
           EXIT.

       READ-QREW-RECORD.
           READ FILE-QUOTE
               AT END
                   SET WS-QUOTE-EOF TO TRUE
                   GO TO READ-QREW-EXIT
           END-READ

           IF QH-RECORD-TYPE = "H"
               AND QH-QUOTE-NUMBER = WS-QUOTE-NUMBER
               MOVE "C" TO QH-STATUS
               MOVE WS-INVOICE-NUMBER TO QH-INVOICE-NUMBER
           END-IF

           IF WS-QREW-COUNT < 2000
               ADD 1 TO WS-QREW-COUNT
               MOVE QUOTE-HEADER-REC TO WS-QREW-REC(WS-QREW-COUNT)
           ELSE
               SET WS-QREW-OVERFLOW TO TRUE
           END-IF.

       READ-QREW-EXIT.
           EXIT.

      * YYYYMMDD in WS-DC-DATE to a day number in WS-DC-DAYS.  The
      * year is counted from March so February's leap day is the
      * last day of it; each DIVIDE truncates on purpose.
       DATE-TO-DAYS.
           MOVE WS-DC-YYYY TO WS-DC-Y
           IF WS-DC-MM > 2
               COMPUTE WS-DC-MP = WS-DC-MM - 3
           ELSE
               COMPUTE WS-DC-MP = WS-DC-MM + 9
               SUBTRACT 1 FROM WS-DC-Y
           END-IF
           DIVIDE WS-DC-Y BY 4 GIVING WS-DC-Q4
           DIVIDE WS-DC-Y BY 100 GIVING WS-DC-Q100
           DIVIDE WS-DC-Y BY 400 GIVING WS-DC-Q400
           COMPUTE WS-DC-T = (153 * WS-DC-MP) + 2
           DIVIDE WS-DC-T BY 5 GIVING WS-DC-T5
           COMPUTE WS-DC-DAYS = (WS-DC-Y * 365) + WS-DC-Q4
               - WS-DC-Q100 + WS-DC-Q400 + WS-DC-T5 + WS-DC-DD - 1.

      * Day number in WS-DC-DAYS back to YYYYMMDD in WS-DC-DATE.
       DAYS-TO-DATE.
           DIVIDE WS-DC-DAYS BY 146097 GIVING WS-DC-ERA
               REMAINDER WS-DC-DOE
           DIVIDE WS-DC-DOE BY 1460 GIVING WS-DC-Q4
           DIVIDE WS-DC-DOE BY 36524 GIVING WS-DC-Q100
           DIVIDE WS-DC-DOE BY 146096 GIVING WS-DC-Q400
           COMPUTE WS-DC-T = WS-DC-DOE - WS-DC-Q4 + WS-DC-Q100
               - WS-DC-Q400
           DIVIDE WS-DC-T BY 365 GIVING WS-DC-YOE
           DIVIDE WS-DC-YOE BY 4 GIVING WS-DC-Q4
           DIVIDE WS-DC-YOE BY 100 GIVING WS-DC-Q100
           COMPUTE WS-DC-DOY = WS-DC-DOE
               - ((365 * WS-DC-YOE) + WS-DC-Q4 - WS-DC-Q100)
           COMPUTE WS-DC-T = (5 * WS-DC-DOY) + 2
           DIVIDE WS-DC-T BY 153 GIVING WS-DC-MP
           COMPUTE WS-DC-T = (153 * WS-DC-MP) + 2
           DIVIDE WS-DC-T BY 5 GIVING WS-DC-T5
           COMPUTE WS-DC-DD = WS-DC-DOY - WS-DC-T5 + 1
           IF WS-DC-MP < 10
               COMPUTE WS-DC-MM = WS-DC-MP + 3
           ELSE
               COMPUTE WS-DC-MM = WS-DC-MP - 9
           END-IF
           COMPUTE WS-DC-YYYY = WS-DC-YOE + (WS-DC-ERA * 400)
           IF WS-DC-MM <= 2
               ADD 1 TO WS-DC-YYYY
           END-IF.

           END PROGRAM ChallengeCobol.

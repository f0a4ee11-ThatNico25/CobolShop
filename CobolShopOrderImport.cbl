      *          the till, and is filled first-come when the stock
      *          arrives), or REJECTED with the reason (unknown
      *          customer, unknown product, zero quantity).
      * Modifications:
      *   - A row naming a quotation (ORD-QUOTE-NUMBER) orders the
      *     whole quotation from quote.dat at its quoted prices, as
      *     an order of its own : refused when the quotation is
      *     unknown, made out to another customer, already
      *     converted or past its expiry date.  Stock, backorders,
      *     checkpoint and journal as for any order; the quotation
      *     is marked converted on the invoice before the
      *     checkpoint is retired, and its number rides in the
      *     checkpoint so a crash is finished off by sign-in
      *     recovery.
      *   - A customer on credit hold (CUST-HOLD, set by
      *     ChallengeCobolAging) is never charged on account - the
      *     order is invoiced with payment due at pick-up, and the
      *     result row says why.
      *   - Nightly stream : with CBLSHOP_BATCH_DATE set (by
      *     ChallengeCobolNightly) the orders are invoiced on that
      *     business date, and the counts go to batchres.dat
      *     (BATCHREC.CPY) for the stream's run log.
      *   - Loyalty points : each invoiced order earns points on its
      *     subtotal exactly as checkout does (loyctl.dat rate,
      *     promotional lines optionally left out), posted to the
      *     loyl.dat ledger once the order is committed and printed
      *     with the new balance on the invoice.
      *   - Period close : an order whose date falls in a month
      *     closed by ChallengeCobolPeriodClose (perd.dat,
      *     PERDREC.CPY) - the nightly stream rerun for an old
      *     business date - is invoiced, journalled, backordered
      *     and earns its points on the first day of the open
      *     period instead.  Promotions and quotation expiry still
      *     go by the order's own date.
      *   - A quotation whose every line is out of stock goes on the
      *     backorder book and is marked converted with no invoice,
      *     so importing it again cannot backorder it twice.
      *   - A quotation with more lines than the order table holds
      *     (100) is rejected as too large for import and left open,
      *     instead of being converted with the extra lines dropped.
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

           SELECT FILE-BATCH
           ASSIGN TO DYNAMIC WS-BATCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-FILESTATUS.

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

           SELECT FILE-PERIOD
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  FILE-BATCH.
           COPY "BATCHREC.CPY".

       FD  FILE-LOYCTL.
           COPY "LOYCREC.CPY".

       FD  FILE-LOYALTY.
           COPY "LOYLREC.CPY".

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  WS-ORDERS-FILESTATUS                PIC X(02).
               10 WS-ORD-ID                     PIC X(9).
               10 WS-ORD-QTY                    PIC 9(3).
               10 WS-ORD-VERDICT                PIC X(40).
               10 WS-ORD-QUOTED                 PIC X(1).
               10 WS-ORD-QPRICE                 PIC 9(4)V99.
               10 WS-ORD-QPROMO                 PIC X(1).
       01  WS-PENDING-SWITCH                    PIC X(1)   VALUE 'N'.
           88 WS-ORDER-PENDING                             VALUE 'Y'.

       01  WS-CUST-LIMIT                        PIC 9(5)V99 VALUE ZERO.
       01  WS-CUST-BALANCE                      PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-CUST-HOLD                         PIC X(1)   VALUE "N".
       01  WS-PROJECTED-BALANCE                 PIC S9(7)V99
                                                           VALUE ZERO.

               10 WS-SOLD-RATE                  PIC 9V9(4).
               10 WS-SOLD-NEW-ONHAND            PIC 9(5).
               10 WS-SOLD-UCOST                 PIC 9(4)V99.
               10 WS-SOLD-PROMO                 PIC X(1).
               10 WS-SOLD-POINTS                PIC 9(7).

       01  WS-INVOICE-NUMBER                    PIC 9(5)   VALUE ZERO.
       01  WS-INVOICE-NUMBER-PRINT              PIC Z(4)9.
       01  WS-MONEY-PRINT                       PIC $$$$$9.99.
       01  WS-QTY-PRINT                         PIC ZZ9.

      * A quotation ordered from orders.dat : entry 1 of the order
      * table is the quotation row itself (verdict QUOTE once it
      * checks out), the quoted lines follow it.
       01  WS-QUOTE-FILESTATUS                  PIC X(02).
       01  WS-QUOTE-PATH                        PIC X(250) VALUE SPACES.
       01  WS-QUOTE-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-QUOTE-EOF                                 VALUE 'Y'.
       01  WS-QUOTE-ORDER-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-QUOTE-ORDER                               VALUE 'Y'.
       01  WS-QUOTE-NUMBER                      PIC 9(5)   VALUE ZERO.
       01  WS-QUOTE-NUMBER-PRINT                PIC Z(4)9.
       01  WS-QUOTES-CONVERTED                  PIC 9(5)   VALUE ZERO.
       01  WS-QH-FOUND-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-QH-FOUND                                  VALUE 'Y'.
       01  WS-QL-OVERFLOW-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-QL-OVERFLOW                               VALUE 'Y'.
       01  WS-QH-CUSTOMER                       PIC X(20)  VALUE SPACES.
       01  WS-QH-STATUS                         PIC X(1)   VALUE SPACES.
       01  WS-QH-EXPIRY                         PIC 9(8)   VALUE ZERO.
       01  WS-QREW-COUNT                        PIC 9(4)   VALUE ZERO.
       01  WS-QREW-INDEX                        PIC 9(4)   VALUE ZERO.
       01  WS-QREW-OVERFLOW-SWITCH              PIC X(1)   VALUE 'N'.
           88 WS-QREW-OVERFLOW                             VALUE 'Y'.
       01  WS-QREW-TABLE.
           05 WS-QREW-REC OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-QREW-COUNT       PIC X(90).

      * Nightly stream : CBLSHOP_BATCH_DATE carries the business date
      * when ChallengeCobolNightly runs this program, which then
      * works unattended and leaves its result in batchres.dat.
       01  WS-BATCH-FILESTATUS                  PIC X(02).
       01  WS-BATCH-PATH                        PIC X(250) VALUE SPACES.
       01  WS-BATCH-DATE                        PIC X(8)   VALUE SPACES.
       01  WS-BATCH-SWITCH                      PIC X(1)   VALUE 'N'.
           88 WS-BATCH-RUN                                 VALUE 'Y'.
       01  WS-BATCH-OUTCOME                     PIC X(4)   VALUE "FAIL".
       01  WS-BATCH-COUNTS                      PIC X(60)  VALUE SPACES.
       01  WS-BATCH-COUNT-PRINT                 PIC Z(4)9.
       01  WS-BATCH-COUNT-PRINT-2               PIC Z(4)9.
       01  WS-BATCH-COUNT-PRINT-3               PIC Z(4)9.
       01  WS-BATCH-COUNT-PRINT-4               PIC Z(4)9.

      * Loyalty points : the scheme's parameters from loyctl.dat and
      * what the order in hand earns, posted to the loyl.dat ledger
      * the way checkout posts them.
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
       01  WS-POINTS-EARNED                     PIC 9(7)   VALUE ZERO.
       01  WS-POINTS-PRINT                      PIC Z(6)9-.

      * Period close : the books are closed through WS-CLOSED-THRU
      * (perd.dat, PERDREC.CPY); a posting dated on or before it is
      * dated WS-OPEN-FROM, the first day of the open period.
       01  WS-PERIOD-FILESTATUS                 PIC X(02).
       01  WS-PERIOD-PATH                       PIC X(250) VALUE SPACES.
       01  WS-PERIOD-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-PERIOD-EOF                                VALUE 'Y'.
       01  WS-CLOSED-THRU                       PIC 9(8)   VALUE ZERO.
       01  WS-OPEN-FROM                         PIC 9(8)   VALUE ZERO.
       01  WS-OPEN-FROM-R REDEFINES WS-OPEN-FROM.
           05 WS-OPEN-YYYY                      PIC 9(4).
           05 WS-OPEN-MM                        PIC 9(2).
           05 WS-OPEN-DD                        PIC 9(2).
       01  WS-POST-DATE                         PIC 9(8)   VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Order-file import"

           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      * Under the nightly stream the orders are invoiced on the
      * business date being closed, not the day the stream ran.
           ACCEPT WS-BATCH-DATE FROM ENVIRONMENT "CBLSHOP_BATCH_DATE"
           IF WS-BATCH-DATE IS NUMERIC
               SET WS-BATCH-RUN TO TRUE
               MOVE WS-BATCH-DATE TO WS-TODAY-DATE
           END-IF
           MOVE WS-TODAY-DATE TO WS-POST-DATE
           PERFORM FIND-OPEN-PERIOD
           PERFORM DATE-INTO-OPEN-PERIOD
           PERFORM LOAD-PROMO-TABLE
           PERFORM LOAD-TAX-TABLE
           PERFORM LOAD-LOYALTY-CONTROL

           OPEN INPUT FILE-ORDERS
           IF WS-ORDERS-FILESTATUS NOT = "00"
               DISPLAY "No order file at " WS-ORDERS-PATH
               MOVE "OK" TO WS-BATCH-OUTCOME
               GO TO CLOSE-PROGRAM
           END-IF

           DISPLAY "Lines invoiced   : " WS-INVOICED-COUNT
           DISPLAY "Lines backordered: " WS-BACKORDERED-COUNT
           DISPLAY "Lines rejected   : " WS-REJECTED-COUNT
           DISPLAY "Quotes converted : " WS-QUOTES-CONVERTED
           DISPLAY "Results written to " WS-RESULTS-PATH
           MOVE "OK" TO WS-BATCH-OUTCOME.

       CLOSE-PROGRAM.
           IF WS-BATCH-RUN
               PERFORM WRITE-BATCH-RESULT
           END-IF
           STOP RUN.

       SET-FILE-PATHS.
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/back.dat"        DELIMITED BY SIZE
               INTO WS-BACKORDER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/quote.dat"       DELIMITED BY SIZE
               INTO WS-QUOTE-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/batchres.dat"    DELIMITED BY SIZE
               INTO WS-BATCH-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyctl.dat"      DELIMITED BY SIZE
               INTO WS-LOYCTL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyl.dat"        DELIMITED BY SIZE
               INTO WS-LOYALTY-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING.

      ******************************************************************
      * Gathering : consecutive rows for one customer become one
      * order; a change of customer (or end of file) closes the
      * order and processes it.  A quotation row closes whatever
      * is pending and is processed there and then on its own.
      ******************************************************************
       READ-ORDER-ROW.
           READ FILE-ORDERS

           ADD 1 TO WS-ORDERS-READ

           IF ORD-QUOTE-NUMBER IS NUMERIC
               AND ORD-QUOTE-NUMBER NOT = ZERO
               IF WS-ORDER-PENDING
                   PERFORM PROCESS-ONE-ORDER THRU PROCESS-ORDER-EXIT
               END-IF
               PERFORM LOAD-QUOTE-ORDER
               PERFORM PROCESS-ONE-ORDER THRU PROCESS-ORDER-EXIT
               GO TO READ-ORDER-EXIT
           END-IF

           IF WS-ORDER-PENDING
               AND ORD-CUSTOMER-ID NOT = WS-ORD-CUSTOMER
               PERFORM PROCESS-ONE-ORDER THRU PROCESS-ORDER-EXIT
                   MOVE 0 TO WS-ORD-QTY(WS-ORD-COUNT)
               END-IF
               MOVE SPACES TO WS-ORD-VERDICT(WS-ORD-COUNT)
               MOVE 'N' TO WS-ORD-QUOTED(WS-ORD-COUNT)
               MOVE 0 TO WS-ORD-QPRICE(WS-ORD-COUNT)
               MOVE 'N' TO WS-ORD-QPROMO(WS-ORD-COUNT)
           ELSE
      * The table is full, so this row can't carry a verdict to the
      * normal result writer - in an unattended run ordres.txt is
       READ-ORDER-EXIT.
           EXIT.

      * The quotation named on the row becomes the order : the row
      * itself as entry 1, then one entry per quoted line at its
      * quoted price.  A quotation that can't be honoured leaves
      * just the row, rejected with the reason.
       LOAD-QUOTE-ORDER.
           SET WS-ORDER-PENDING TO TRUE
           SET WS-QUOTE-ORDER TO TRUE
           MOVE ORD-CUSTOMER-ID TO WS-ORD-CUSTOMER
           MOVE ORD-QUOTE-NUMBER TO WS-QUOTE-NUMBER
           MOVE WS-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT

           MOVE 1 TO WS-ORD-COUNT
           MOVE SPACES TO WS-ORD-ID(1)
           STRING "Q" DELIMITED BY SIZE
                  WS-QUOTE-NUMBER DELIMITED BY SIZE
               INTO WS-ORD-ID(1)
           END-STRING
           MOVE 0 TO WS-ORD-QTY(1)
           MOVE SPACES TO WS-ORD-VERDICT(1)
           MOVE 'N' TO WS-ORD-QUOTED(1)
           MOVE 0 TO WS-ORD-QPRICE(1)
           MOVE 'N' TO WS-ORD-QPROMO(1)

           PERFORM FIND-QUOTE

           EVALUATE TRUE
           WHEN NOT WS-QH-FOUND
               MOVE "REJECTED unknown quotation" TO WS-ORD-VERDICT(1)
           WHEN WS-QH-CUSTOMER NOT = WS-ORD-CUSTOMER
               MOVE "REJECTED quotation for another customer"
                   TO WS-ORD-VERDICT(1)
           WHEN WS-QH-STATUS = "C"
               MOVE "REJECTED quotation already converted"
                   TO WS-ORD-VERDICT(1)
           WHEN WS-QH-EXPIRY < WS-TODAY-DATE
               MOVE "REJECTED quotation expired"
                   TO WS-ORD-VERDICT(1)
           WHEN WS-ORD-COUNT = 1
               MOVE "REJECTED quotation has no lines"
                   TO WS-ORD-VERDICT(1)
           WHEN WS-QL-OVERFLOW
               MOVE "REJECTED quotation too large for import"
                   TO WS-ORD-VERDICT(1)
           WHEN OTHER
               MOVE "QUOTE" TO WS-ORD-VERDICT(1)
           END-EVALUATE

           IF WS-ORD-VERDICT(1) NOT = "QUOTE"
               MOVE 1 TO WS-ORD-COUNT
           END-IF.

      * Header and lines of quotation WS-QUOTE-NUMBER, the lines
      * going straight onto the order table after entry 1.  A line
      * that no longer fits sets WS-QL-OVERFLOW, and the quotation
      * is refused whole rather than converted short.
       FIND-QUOTE.
           MOVE 'N' TO WS-QH-FOUND-SWITCH
           MOVE 'N' TO WS-QL-OVERFLOW-SWITCH
           MOVE 'N' TO WS-QUOTE-EOF-SWITCH
           MOVE SPACES TO WS-QH-CUSTOMER
           MOVE SPACES TO WS-QH-STATUS
           MOVE 0 TO WS-QH-EXPIRY

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
           WHEN QL-RECORD-TYPE = "L"
               AND QL-QUOTE-NUMBER = WS-QUOTE-NUMBER
               AND WS-ORD-COUNT < 100
               ADD 1 TO WS-ORD-COUNT
               MOVE QL-ID-PRODUCT TO WS-ORD-ID(WS-ORD-COUNT)
               MOVE QL-QUANTITY TO WS-ORD-QTY(WS-ORD-COUNT)
               MOVE SPACES TO WS-ORD-VERDICT(WS-ORD-COUNT)
               MOVE 'Y' TO WS-ORD-QUOTED(WS-ORD-COUNT)
               MOVE QL-UNIT-PRICE TO WS-ORD-QPRICE(WS-ORD-COUNT)
               MOVE QL-PROMO TO WS-ORD-QPROMO(WS-ORD-COUNT)
           WHEN QL-RECORD-TYPE = "L"
               AND QL-QUOTE-NUMBER = WS-QUOTE-NUMBER
               SET WS-QL-OVERFLOW TO TRUE
           END-EVALUATE.

       READ-QUOTE-EXIT.
           EXIT.

      ******************************************************************
      * One order through the checkout rules, phase for phase.
      ******************************************************************
           MOVE 0 TO WS-BO-COUNT
           MOVE 0 TO WS-TAX-AMOUNT
           MOVE ZEROS TO WS-CAT-BASES
           MOVE 0 TO WS-POINTS-EARNED

           PERFORM CLASSIFY-ORDER-LINE THRU CLASSIFY-LINE-DONE
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-ORD-COUNT

      * Nothing to invoice.  A quotation whose every line went on
      * the backorder book is still marked converted (invoice 0),
      * or importing it again would book the same backorders twice.
           IF WS-SOLD-COUNT = 0
               CLOSE FILE-PRODUCT
               IF WS-BO-COUNT NOT = 0
                   PERFORM APPEND-BACKORDERS
                   IF WS-QUOTE-ORDER
                       MOVE 0 TO WS-INVOICE-NUMBER
                       PERFORM MARK-QUOTE-CONVERTED
                           THRU MARK-QUOTE-EXIT
                   END-IF
               END-IF
               PERFORM WRITE-ORDER-RESULTS
               GO TO PROCESS-ORDER-EXIT

           PERFORM COMPUTE-TAX-TOTALS
           COMPUTE WS-GRAND-TOTAL = TOTAL-PRICE + WS-TAX-AMOUNT
           IF WS-LOY-SCHEME-ON
               PERFORM SUM-LOYALTY-BALANCE
           END-IF

      * On account when the trade limit covers it and the account
      * is not on credit hold, otherwise the tender stays
      * unrecorded for the counter to settle.  POST-ACCOUNT-CHARGE
      * only ever runs for an "A" tender, so a held customer is
      * refused here, before the journal records the tender.
           COMPUTE WS-PROJECTED-BALANCE =
               WS-CUST-BALANCE + WS-GRAND-TOTAL
           IF WS-CUST-LIMIT NOT = 0
               AND WS-CUST-HOLD NOT = "Y"
               AND WS-PROJECTED-BALANCE <= WS-CUST-LIMIT
               MOVE 'A' TO WS-TENDER-TYPE
           ELSE

      * Phase 7 : the order is fully on disk - retire the
      * checkpoint, then the balance for an on-account order.
           IF WS-QUOTE-ORDER
               PERFORM MARK-QUOTE-CONVERTED THRU MARK-QUOTE-EXIT
           END-IF
           PERFORM MARK-CHECKPOINT-DONE
           IF WS-TENDER-TYPE = 'A'
               PERFORM POST-ACCOUNT-CHARGE
           END-IF
           IF WS-POINTS-EARNED > 0
               PERFORM POST-LOYALTY-POINTS
           END-IF

           PERFORM WRITE-ORDER-RESULTS.

       PROCESS-ORDER-EXIT.
           MOVE 'N' TO WS-PENDING-SWITCH
           MOVE 'N' TO WS-QUOTE-ORDER-SWITCH.

       CLASSIFY-ORDER-LINE.
      * The quotation row of a quotation order already carries its
      * verdict - only its lines are sold.
           IF WS-ORD-VERDICT(WS-INDEX) NOT = SPACES
               GO TO CLASSIFY-LINE-DONE
           END-IF

           IF WS-ORD-QTY(WS-INDEX) = 0
               MOVE "REJECTED zero quantity"
                   TO WS-ORD-VERDICT(WS-INDEX)
               MOVE WS-ORD-ID(WS-INDEX) TO WS-BO-ID(WS-BO-COUNT)
               MOVE WS-ORD-QTY(WS-INDEX) TO WS-BO-QTY(WS-BO-COUNT)
           WHEN OTHER
      * A quoted line sells at the price it was quoted at.
               IF WS-ORD-QUOTED(WS-INDEX) = 'Y'
                   MOVE WS-ORD-QPRICE(WS-INDEX) TO WS-EFFECTIVE-PRICE
                   MOVE WS-ORD-QPROMO(WS-INDEX)
                       TO WS-PROMO-APPLIED-SWITCH
               ELSE
                   MOVE PRICE-PRODUCT TO WS-PROMO-BASE-PRICE
                   MOVE WS-ORD-QTY(WS-INDEX) TO WS-PROMO-LOOKUP-QTY
                   MOVE WS-TODAY-DATE TO WS-PROMO-LOOKUP-DATE
                   PERFORM GET-PROMO-PRICE
               END-IF

               COMPUTE WS-LINE-TOTAL =
                   WS-EFFECTIVE-PRICE * WS-ORD-QTY(WS-INDEX)
               ELSE
                   MOVE 0 TO WS-SOLD-UCOST(WS-SOLD-COUNT)
               END-IF
               MOVE WS-PROMO-APPLIED-SWITCH
                   TO WS-SOLD-PROMO(WS-SOLD-COUNT)
               PERFORM COMPUTE-LINE-POINTS
               MOVE "INVOICED" TO WS-ORD-VERDICT(WS-INDEX)
           END-EVALUATE.

           MOVE SPACES TO WS-CUST-NAME
           MOVE 0 TO WS-CUST-LIMIT
           MOVE 0 TO WS-CUST-BALANCE
           MOVE "N" TO WS-CUST-HOLD

           OPEN INPUT FILE-CUSTOMER
           EVALUATE TRUE
                       IF CUST-BALANCE IS NUMERIC
                           MOVE CUST-BALANCE TO WS-CUST-BALANCE
                       END-IF
                       IF CUST-ON-HOLD
                           MOVE "Y" TO WS-CUST-HOLD
                       END-IF
                   END-IF
           END-READ.

       READ-TAX-EXIT.
           EXIT.

      * The loyalty scheme's parameters, read the way checkout reads
      * them : no loyctl.dat, or neither rate nor point value set,
      * means no scheme and nothing earned.
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

      * The order's customer's points balance off the loyl.dat
      * ledger, for the invoice print.
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

           IF LOY-CUSTOMER-ID = WS-ORD-CUSTOMER
               AND LOY-POINTS IS NUMERIC
               ADD LOY-POINTS TO WS-LOY-BALANCE
           END-IF.

       READ-LOYALTY-EXIT.
           EXIT.

      * Points the sold line at WS-SOLD-COUNT earns : line total
      * times the earn rate, fractions dropped, nothing for a
      * promotional line when the scheme leaves those out.
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

      * Rate table row for the category in WS-TAX-CAT-LOOKUP, the
      * same fallback-to-standard rule as checkout.
       GET-TAX-RATE.
           MOVE SPACES TO CKPT-STATUS-REC
           MOVE "P" TO CKPT-STATUS-TYPE
           MOVE WS-INVOICE-NUMBER TO CKPT-INVOICE-NUMBER
           MOVE WS-POST-DATE TO CKPT-INVOICE-DATE
           MOVE WS-ORD-CUSTOMER TO CKPT-CUSTOMER-ID
           IF WS-QUOTE-ORDER
               MOVE WS-QUOTE-NUMBER TO CKPT-QUOTE-NUMBER
           ELSE
               MOVE 0 TO CKPT-QUOTE-NUMBER
           END-IF
           WRITE CKPT-STATUS-REC

           PERFORM VARYING WS-SOLD-INDEX FROM 1 BY 1
               MOVE SPACES TO SALES-DETAIL-REC
               MOVE "D" TO SD-RECORD-TYPE
               MOVE WS-INVOICE-NUMBER TO SD-INVOICE-NUMBER
               MOVE WS-POST-DATE TO SD-INVOICE-DATE
               MOVE WS-ORD-CUSTOMER TO SD-CUSTOMER-ID
               MOVE WS-SOLD-ID(WS-SOLD-INDEX) TO SD-ID-PRODUCT
               MOVE WS-SOLD-QTY(WS-SOLD-INDEX) TO SD-QUANTITY
           MOVE SPACES TO SALES-TRAILER-REC
           MOVE "T" TO ST-RECORD-TYPE
           MOVE WS-INVOICE-NUMBER TO ST-INVOICE-NUMBER
           MOVE WS-POST-DATE TO ST-INVOICE-DATE
           MOVE WS-ORD-CUSTOMER TO ST-CUSTOMER-ID
           MOVE TOTAL-PRICE TO ST-SUBTOTAL
           MOVE WS-TAX-AMOUNT TO ST-TAX-AMOUNT
               MOVE SPACES TO SALES-PAYMENT-REC
               MOVE "P" TO SP-RECORD-TYPE
               MOVE WS-INVOICE-NUMBER TO SP-INVOICE-NUMBER
               MOVE WS-POST-DATE TO SP-INVOICE-DATE
               MOVE WS-ORD-CUSTOMER TO SP-CUSTOMER-ID
               MOVE WS-TENDER-TYPE TO SP-TENDER-TYPE
               MOVE WS-GRAND-TOTAL TO SP-AMOUNT-TENDERED
           STRING "INVOICE #" DELIMITED BY SIZE
                  WS-INVOICE-NUMBER-PRINT DELIMITED BY SIZE
                  "  DATE: "  DELIMITED BY SIZE
                  WS-POST-DATE DELIMITED BY SIZE
                  "  (BATCH ORDER)" DELIMITED BY SIZE
               INTO SELECTED-TEXT
           END-STRING
           END-STRING
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE

           IF WS-QUOTE-ORDER
               MOVE WS-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT
               MOVE SPACES TO SELECTED-TEXT
               STRING "Per quotation #" DELIMITED BY SIZE
                      WS-QUOTE-NUMBER-PRINT DELIMITED BY SIZE
                      " at the quoted prices" DELIMITED BY SIZE
                   INTO SELECTED-TEXT
               END-STRING
               WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE
           END-IF

           PERFORM VARYING WS-SOLD-INDEX FROM 1 BY 1
               UNTIL WS-SOLD-INDEX > WS-SOLD-COUNT
               MOVE WS-SOLD-QTY(WS-SOLD-INDEX) TO WS-QTY-PRINT
           END-STRING
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE

           EVALUATE TRUE
           WHEN WS-TENDER-TYPE = 'A'
               MOVE "Charged ON ACCOUNT" TO SELECTED-TEXT
           WHEN WS-CUST-HOLD = "Y"
               MOVE "Account on credit hold - payment due at pick-up"
                   TO SELECTED-TEXT
           WHEN OTHER
               MOVE "Payment due at pick-up" TO SELECTED-TEXT
           END-EVALUATE
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE

      * The points lines, with the balance the ledger will hold
      * once this order's rows are posted.
           IF WS-LOY-SCHEME-ON
               MOVE WS-POINTS-EARNED TO WS-POINTS-PRINT
               MOVE SPACES TO SELECTED-TEXT
               STRING "Points earned : " DELIMITED BY SIZE
                      WS-POINTS-PRINT    DELIMITED BY SIZE
                   INTO SELECTED-TEXT
               END-STRING
               WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE

               ADD WS-POINTS-EARNED TO WS-LOY-BALANCE
               MOVE WS-LOY-BALANCE TO WS-POINTS-PRINT
               MOVE SPACES TO SELECTED-TEXT
               STRING "Points balance : " DELIMITED BY SIZE
                      WS-POINTS-PRINT     DELIMITED BY SIZE
                   INTO SELECTED-TEXT
               END-STRING
               WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE
           END-IF

           MOVE "====================" TO SELECTED-TEXT
           WRITE SELECTED-TEXT BEFORE ADVANCING 1 LINE

           CLOSE FILE-INVOICE.

      * One "E" ledger row per line that earned, valued at today's
      * point value, appended once the order is committed.
       POST-LOYALTY-POINTS.
           OPEN EXTEND FILE-LOYALTY
           IF WS-LOYALTY-FILESTATUS = "35"
               OPEN OUTPUT FILE-LOYALTY
               CLOSE FILE-LOYALTY
               OPEN EXTEND FILE-LOYALTY
           END-IF
           IF WS-LOYALTY-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-LOYALTY-FILESTATUS
               DISPLAY "ALERT : loyalty points not posted for "
                   WS-ORD-CUSTOMER
           ELSE
               PERFORM VARYING WS-SOLD-INDEX FROM 1 BY 1
                   UNTIL WS-SOLD-INDEX > WS-SOLD-COUNT
                   IF WS-SOLD-POINTS(WS-SOLD-INDEX) > 0
                       MOVE SPACES TO FILE-LOYALTY-OBJ
                       MOVE WS-ORD-CUSTOMER TO LOY-CUSTOMER-ID
                       MOVE "E" TO LOY-TYPE
                       MOVE WS-POST-DATE TO LOY-DATE
                       MOVE WS-INVOICE-NUMBER TO LOY-DOCUMENT
                       MOVE WS-INVOICE-NUMBER TO LOY-INVOICE
                       MOVE WS-SOLD-ID(WS-SOLD-INDEX) TO LOY-ID-PRODUCT
                       MOVE WS-POST-DATE TO LOY-EARN-DATE
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
           END-IF.

      * Post the committed on-account order onto the customer's
      * balance - the same whole-file rewrite checkout does.
       POST-ACCOUNT-CHARGE.
               UNTIL WS-BO-INDEX > WS-BO-COUNT
               MOVE SPACES TO FILE-BACKORDER-OBJ
               MOVE "O" TO BO-STATUS
               MOVE WS-POST-DATE TO BO-DATE
               MOVE WS-ORD-CUSTOMER TO BO-CUSTOMER-ID
               MOVE WS-BO-ID(WS-BO-INDEX) TO BO-ID-PRODUCT
               MOVE WS-BO-QTY(WS-BO-INDEX) TO BO-QUANTITY
           END-PERFORM
           CLOSE FILE-BACKORDER.

      * Flip quotation WS-QUOTE-NUMBER to converted on invoice
      * WS-INVOICE-NUMBER (0 when every line was backordered and
      * no invoice was raised) : every row is read into a table
      * and the file written back in one shot.  A file too big for
      * the table is left alone rather than written back short.
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

      * The verdict on every line of the order, one ordres.txt row
      * per input row.
       WRITE-ORDER-RESULTS.
               UNTIL WS-INDEX > WS-ORD-COUNT
               MOVE SPACES TO WS-RESULT-LINE
               EVALUATE TRUE
      * The quotation row : converted when anything on it was
      * invoiced or backordered, otherwise left open for another
      * try.
               WHEN WS-ORD-VERDICT(WS-INDEX) = "QUOTE"
                   MOVE WS-QUOTE-NUMBER TO WS-QUOTE-NUMBER-PRINT
                   EVALUATE TRUE
                   WHEN WS-SOLD-COUNT NOT = 0
                       ADD 1 TO WS-QUOTES-CONVERTED
                       STRING WS-ORD-CUSTOMER DELIMITED BY SIZE
                              " QUOTE #" DELIMITED BY SIZE
                              WS-QUOTE-NUMBER-PRINT
                                  DELIMITED BY SIZE
                              " CONVERTED ON INVOICE #"
                                  DELIMITED BY SIZE
                              WS-INVOICE-NUMBER-PRINT
                                  DELIMITED BY SIZE
                           INTO WS-RESULT-LINE
                       END-STRING
                   WHEN WS-BO-COUNT NOT = 0
                       ADD 1 TO WS-QUOTES-CONVERTED
                       STRING WS-ORD-CUSTOMER DELIMITED BY SIZE
                              " QUOTE #" DELIMITED BY SIZE
                              WS-QUOTE-NUMBER-PRINT
                                  DELIMITED BY SIZE
                              " CONVERTED - ALL BACKORDERED"
                                  DELIMITED BY SIZE
                           INTO WS-RESULT-LINE
                       END-STRING
                   WHEN OTHER
                       STRING WS-ORD-CUSTOMER DELIMITED BY SIZE
                              " QUOTE #" DELIMITED BY SIZE
                              WS-QUOTE-NUMBER-PRINT
                                  DELIMITED BY SIZE
                              " NOT INVOICED - left open"
                                  DELIMITED BY SIZE
                           INTO WS-RESULT-LINE
                       END-STRING
                   END-EVALUATE
               WHEN WS-ORD-VERDICT(WS-INDEX) = "INVOICED"
                   ADD 1 TO WS-INVOICED-COUNT
                   STRING WS-ORD-CUSTOMER DELIMITED BY SIZE
                              DELIMITED BY SIZE
                       INTO WS-RESULT-LINE
                   END-STRING
                   IF WS-CUST-HOLD = "Y"
                       MOVE "CREDIT HOLD - DUE AT PICK-UP"
                           TO WS-RESULT-LINE(71:30)
                   END-IF
               WHEN WS-ORD-VERDICT(WS-INDEX)(1:11) = "BACKORDERED"
                   ADD 1 TO WS-BACKORDERED-COUNT
                   STRING WS-ORD-CUSTOMER DELIMITED BY SIZE
               WRITE RESULT-RECORD BEFORE ADVANCING 1 LINE
           END-PERFORM.

      * Under the nightly stream : the step's outcome, counts and
      * output file, left where ChallengeCobolNightly picks them up.
       WRITE-BATCH-RESULT.
           MOVE WS-ORDERS-READ TO WS-BATCH-COUNT-PRINT
           MOVE WS-INVOICED-COUNT TO WS-BATCH-COUNT-PRINT-2
           MOVE WS-BACKORDERED-COUNT TO WS-BATCH-COUNT-PRINT-3
           MOVE WS-REJECTED-COUNT TO WS-BATCH-COUNT-PRINT-4
           MOVE SPACES TO WS-BATCH-COUNTS
           STRING "read"                 DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT   DELIMITED BY SIZE
                  " invoiced"            DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT-2 DELIMITED BY SIZE
                  " backordered"         DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT-3 DELIMITED BY SIZE
                  " rejected"            DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT-4 DELIMITED BY SIZE
               INTO WS-BATCH-COUNTS
           END-STRING
           OPEN OUTPUT FILE-BATCH
           IF WS-BATCH-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-BATCH-FILESTATUS
           ELSE
               MOVE SPACES TO BATCH-RESULT-RECORD
               MOVE "ORDERIMPORT" TO BR-STEP
               MOVE WS-BATCH-DATE TO BR-BUSINESS-DATE
               MOVE WS-BATCH-OUTCOME TO BR-OUTCOME
               MOVE 0 TO BR-EXCEPTIONS
               MOVE WS-BATCH-COUNTS TO BR-COUNTS
               MOVE "ordres.txt" TO BR-OUTPUT
               WRITE BATCH-RESULT-RECORD
               CLOSE FILE-BATCH
           END-IF.

      * Months closed by ChallengeCobolPeriodClose take nothing more :
      * find the last day closed (the latest "C" row) and the first
      * day of the open period after it.
       FIND-OPEN-PERIOD.
           MOVE 0 TO WS-CLOSED-THRU
           MOVE 'N' TO WS-PERIOD-EOF-SWITCH
           OPEN INPUT FILE-PERIOD
           EVALUATE TRUE
           WHEN WS-PERIOD-FILESTATUS = "35"
               CONTINUE
           WHEN WS-PERIOD-FILESTATUS = "00"
               PERFORM READ-PERIOD-RECORD THRU READ-PERIOD-EXIT
                   UNTIL WS-PERIOD-EOF
               CLOSE FILE-PERIOD
           WHEN OTHER
               DISPLAY "ERROR : " WS-PERIOD-FILESTATUS
           END-EVALUATE

           MOVE WS-CLOSED-THRU TO WS-OPEN-FROM
           IF WS-OPEN-MM = 12
               ADD 1 TO WS-OPEN-YYYY
               MOVE 1 TO WS-OPEN-MM
           ELSE
               ADD 1 TO WS-OPEN-MM
           END-IF
           MOVE 1 TO WS-OPEN-DD.

       READ-PERIOD-RECORD.
           READ FILE-PERIOD
               AT END
                   SET WS-PERIOD-EOF TO TRUE
                   GO TO READ-PERIOD-EXIT
           END-READ

           IF PD-CLOSED
               AND PD-THRU-DATE IS NUMERIC
               AND PD-THRU-DATE > WS-CLOSED-THRU
               MOVE PD-THRU-DATE TO WS-CLOSED-THRU
           END-IF.

       READ-PERIOD-EXIT.
           EXIT.

      * WS-POST-DATE moved out of a closed month into the open one.
       DATE-INTO-OPEN-PERIOD.
           IF WS-POST-DATE NOT > WS-CLOSED-THRU
               DISPLAY "Books closed through " WS-CLOSED-THRU
                   " - posting dated " WS-OPEN-FROM
               MOVE WS-OPEN-FROM TO WS-POST-DATE
           END-IF.

           END PROGRAM ChallengeCobolOrderImport.

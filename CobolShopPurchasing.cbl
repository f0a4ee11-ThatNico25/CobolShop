      *          lists every line that arrived short, so a shortage
      *          is seen when the truck leaves, not when the shelf
      *          runs dry again.
      * Modifications:
      *   - Each PO line carries the unit cost agreed with the
      *     supplier (POD-UNIT-COST in POREC.CPY) : the catalog
      *     UNIT-COST when the line is raised, corrected with the
      *     new agreed-cost option when the supplier quotes
      *     otherwise.  Receiving averages it into the catalog cost
      *     and supplier invoices are matched against it.
      *   - Nightly stream : with CBLSHOP_BATCH_DATE set (by
      *     ChallengeCobolNightly) there is no menu - purchase
      *     orders are raised from low stock, dated that business
      *     date, and saved, and the counts go to batchres.dat
      *     (BATCHREC.CPY) for the stream's run log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-POCTL-FILESTATUS.

           SELECT FILE-BATCH
           ASSIGN TO DYNAMIC WS-BATCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BATCH-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       01  POCTL-RECORD.
           05 POCTL-NEXT-PO                    PIC 9(5).

       FD  FILE-BATCH.
           COPY "BATCHREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  EMP-READ-PRODUCT-FILE-STATUS        PIC X(1).
               10 WS-POD-PRODUCT                PIC X(9).
               10 WS-POD-ORDERED                PIC 9(5).
               10 WS-POD-RECEIVED               PIC 9(5).
               10 WS-POD-COST                   PIC 9(4)V99.

      * Supplier master snapshot for names and phones on the PO.
       01  WS-SUPP-COUNT                        PIC 9(3)   VALUE ZERO.
       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.

       01  WS-ASK-PO                            PIC 9(5)   VALUE ZERO.
       01  WS-ASK-COST                          PIC 9(4)V99 VALUE ZERO.
       01  WS-NEXT-PO                           PIC 9(5)   VALUE ZERO.
       01  WS-POCTL-GOT-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-POCTL-GOT                                 VALUE 'Y'.
       01  WS-QTY-PRINT                         PIC ZZZZ9.
       01  WS-QTY-PRINT-2                       PIC ZZZZ9.
       01  WS-QTY-PRINT-3                       PIC ZZZZZ9.
       01  WS-COST-PRINT                        PIC $$$$9.99.
       01  WS-COST-PRINT-2                      PIC $$$$9.99.

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
       01  WS-BATCH-COUNT-PRINT                 PIC Z9.
       01  WS-BATCH-COUNT-PRINT-2               PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Purchasing"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
      * Under the nightly stream the low stock is simply put on
      * order, dated the business date; the menu is for the buyer.
           ACCEPT WS-BATCH-DATE FROM ENVIRONMENT "CBLSHOP_BATCH_DATE"
           IF WS-BATCH-DATE IS NUMERIC
               SET WS-BATCH-RUN TO TRUE
               MOVE WS-BATCH-DATE TO WS-TODAY-DATE
           END-IF
           PERFORM LOAD-PO-FILE
           PERFORM LOAD-SUPPLIERS

           IF WS-BATCH-RUN
               PERFORM RAISE-PURCHASE-ORDERS
               IF EMP-PRODUCT-FILESTATUS = "00"
                   MOVE "OK" TO WS-BATCH-OUTCOME
               END-IF
               PERFORM WRITE-BATCH-RESULT
           ELSE
               PERFORM SHOW-MENU UNTIL WS-DONE = 'Y'
           END-IF

           STOP RUN.

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/poctl.dat"       DELIMITED BY SIZE
               INTO WS-POCTL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/batchres.dat"    DELIMITED BY SIZE
               INTO WS-BATCH-PATH
           END-STRING.

       LOAD-PO-FILE.
                       TO WS-POD-ORDERED(WS-POD-COUNT)
                   MOVE POD-QTY-RECEIVED
                       TO WS-POD-RECEIVED(WS-POD-COUNT)
      * Lines from before the agreed cost existed read back as
      * spaces there - no cost agreed.
                   IF POD-UNIT-COST IS NUMERIC
                       MOVE POD-UNIT-COST
                           TO WS-POD-COST(WS-POD-COUNT)
                   ELSE
                       MOVE 0 TO WS-POD-COST(WS-POD-COUNT)
                   END-IF
               ELSE
                   DISPLAY "ALERT : PO line past the 500-line limit"
                       " was ignored"
           DISPLAY "1) List purchase orders"
           DISPLAY "2) Raise purchase orders from low stock"
           DISPLAY "3) Close a purchase order"
           DISPLAY "4) Set the agreed cost on a PO line"
           DISPLAY "0) Save and exit"
           DISPLAY "Choice : "
           ACCEPT WS-MENU-CHOICE
               PERFORM RAISE-PURCHASE-ORDERS
           WHEN "3"
               PERFORM CLOSE-PURCHASE-ORDER
           WHEN "4"
               PERFORM SET-AGREED-COST THRU SET-AGREED-COST-EXIT
           WHEN "0"
               PERFORM SAVE-PO-FILE
               MOVE 'Y' TO WS-DONE
                       WS-POD-ORDERED(WS-INDEX-2) -
                       WS-POD-RECEIVED(WS-INDEX-2)
                   MOVE WS-OUTSTANDING TO WS-QTY-PRINT-3
                   MOVE WS-POD-COST(WS-INDEX-2) TO WS-COST-PRINT
                   DISPLAY "   " WS-POD-PRODUCT(WS-INDEX-2)
                       " ordered " WS-QTY-PRINT
                       " received " WS-QTY-PRINT-2
                       " outstanding " WS-QTY-PRINT-3
                       " @ " WS-COST-PRINT
               END-IF
           END-PERFORM.

           MOVE ID-PRODUCT TO WS-POD-PRODUCT(WS-POD-COUNT)
           MOVE WS-TO-ORDER TO WS-POD-ORDERED(WS-POD-COUNT)
           MOVE 0 TO WS-POD-RECEIVED(WS-POD-COUNT)
      * The agreed cost starts at what the catalog says the item
      * costs; the buyer corrects it if the supplier quotes another.
           IF UNIT-COST IS NUMERIC
               MOVE UNIT-COST TO WS-POD-COST(WS-POD-COUNT)
           ELSE
               MOVE 0 TO WS-POD-COST(WS-POD-COUNT)
           END-IF
           ADD 1 TO WS-RAISED-LINES.

       ADD-LINE-DONE.
               PERFORM SAVE-PO-FILE
           END-EVALUATE.

      * The cost agreed with the supplier for one line of an open
      * PO, when it differs from the catalog cost the line was
      * raised at.  It is what the shipment is costed at when it
      * is received and what the supplier's bill is checked
      * against, so a received or closed line is left alone.
       SET-AGREED-COST.
           DISPLAY "PO number : "
           ACCEPT WS-ASK-PO
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-POH-COUNT
                   OR WS-MATCH-INDEX NOT = 0
               IF WS-POH-NUMBER(WS-INDEX) = WS-ASK-PO
                   MOVE WS-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM
           IF WS-MATCH-INDEX = 0
               DISPLAY "No such purchase order"
               GO TO SET-AGREED-COST-EXIT
           END-IF
           IF WS-POH-STATUS(WS-MATCH-INDEX) NOT = "O"
               DISPLAY "That purchase order is closed"
               GO TO SET-AGREED-COST-EXIT
           END-IF

           DISPLAY "Product ID on the PO : "
           ACCEPT WS-SEARCH-ID
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-POD-COUNT
                   OR WS-MATCH-INDEX NOT = 0
               IF WS-POD-NUMBER(WS-INDEX) = WS-ASK-PO
                   AND WS-POD-PRODUCT(WS-INDEX) = WS-SEARCH-ID
                   MOVE WS-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM
           IF WS-MATCH-INDEX = 0
               DISPLAY WS-SEARCH-ID " is not on that purchase order"
               GO TO SET-AGREED-COST-EXIT
           END-IF
           IF WS-POD-RECEIVED(WS-MATCH-INDEX) > 0
               DISPLAY "ALERT : stock has already been received on"
                   " that line at its old cost - not changed"
               GO TO SET-AGREED-COST-EXIT
           END-IF

           MOVE WS-POD-COST(WS-MATCH-INDEX) TO WS-COST-PRINT
           DISPLAY "Agreed cost now " WS-COST-PRINT
           DISPLAY "New agreed unit cost (e.g. 7.50) : "
           ACCEPT WS-ASK-COST
           IF WS-ASK-COST = 0
               DISPLAY "Agreed cost must be greater than zero"
               GO TO SET-AGREED-COST-EXIT
           END-IF

           MOVE WS-ASK-COST TO WS-POD-COST(WS-MATCH-INDEX)
           MOVE WS-ASK-COST TO WS-COST-PRINT-2
           PERFORM SAVE-PO-FILE
           DISPLAY "Agreed cost changed from " WS-COST-PRINT
               " to " WS-COST-PRINT-2.

       SET-AGREED-COST-EXIT.
           EXIT.

       SAVE-PO-FILE.
           OPEN OUTPUT FILE-PO
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                           TO POD-QTY-ORDERED
                       MOVE WS-POD-RECEIVED(WS-INDEX-2)
                           TO POD-QTY-RECEIVED
                       MOVE WS-POD-COST(WS-INDEX-2)
                           TO POD-UNIT-COST
                       WRITE PO-DETAIL-REC
                       IF WS-PO-FILESTATUS NOT = "00"
                           DISPLAY "ERROR : " WS-PO-FILESTATUS
           END-PERFORM
           CLOSE FILE-PO.

      * Under the nightly stream : the step's outcome, counts and
      * output file, left where ChallengeCobolNightly picks them up.
       WRITE-BATCH-RESULT.
           MOVE WS-NEW-COUNT TO WS-BATCH-COUNT-PRINT
           MOVE WS-RAISED-LINES TO WS-BATCH-COUNT-PRINT-2
           MOVE SPACES TO WS-BATCH-COUNTS
           STRING "purchase orders raised" DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT   DELIMITED BY SIZE
                  " lines"               DELIMITED BY SIZE
                  WS-BATCH-COUNT-PRINT-2 DELIMITED BY SIZE
               INTO WS-BATCH-COUNTS
           END-STRING
           OPEN OUTPUT FILE-BATCH
           IF WS-BATCH-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-BATCH-FILESTATUS
           ELSE
               MOVE SPACES TO BATCH-RESULT-RECORD
               MOVE "PURCHASING" TO BR-STEP
               MOVE WS-BATCH-DATE TO BR-BUSINESS-DATE
               MOVE WS-BATCH-OUTCOME TO BR-OUTCOME
               MOVE 0 TO BR-EXCEPTIONS
               MOVE WS-BATCH-COUNTS TO BR-COUNTS
               MOVE "po.dat" TO BR-OUTPUT
               WRITE BATCH-RESULT-RECORD
               CLOSE FILE-BATCH
           END-IF.

           END PROGRAM ChallengeCobolPurchasing.

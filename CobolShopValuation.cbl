      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Inventory valuation report - the stock figure for
      *          the books, and at year end the closing stock.  Every
      *          product in prodix.dat is valued at QTY-ON-HAND times
      *          its UNIT-COST, the weighted-average cost receiving
      *          keeps, and the values are totalled by supplier
      *          (supp.dat, SUPPREC.CPY) and by tax category
      *          (taxr.dat, TAXREC.CPY) as well as overall.
      *          Keyed with a past date the report values the stock
      *          as it stood at the close of that day, worked back
      *          from today's catalog by undoing everything dated
      *          after it :
      *          - receipts in recv.dat (RECVREC.CPY) come back off,
      *          - sales in the journal (salea.dat then sale.dat,
      *            SALEREC.CPY) go back on and returns come back off,
      *          - stock-take corrections in stkadj.dat are reversed,
      *          - stock overwrites and cost changes made in catalog
      *            maintenance are reversed from their audit.dat
      *            (AUDREC.CPY) rows : the cost at the date is the
      *            old value of the first cost change after it.
      *          Products added to the catalog after the date are
      *          left out.  A product with no cost known is valued
      *          at zero and marked "?" so the gap is plain to see.
      *          The report is shown on screen and written to
      *          valuation.txt in the data directory.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolValuation.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-PRODUCT
           ASSIGN TO DYNAMIC WS-PRODUCT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PRODUCT
           FILE STATUS IS EMP-PRODUCT-FILESTATUS.

           SELECT FILE-SALES
           ASSIGN TO DYNAMIC WS-SALES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SALES-FILESTATUS.

           SELECT FILE-RECEIPT
           ASSIGN TO DYNAMIC WS-RECEIPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-FILESTATUS.

           SELECT FILE-ADJUST
           ASSIGN TO DYNAMIC WS-ADJUST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-ADJUST-FILESTATUS.

           SELECT FILE-AUDIT
           ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILESTATUS.

           SELECT FILE-SUPPLIER
           ASSIGN TO DYNAMIC WS-SUPPLIER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SUPPLIER-FILESTATUS.

           SELECT FILE-TAX
           ASSIGN TO DYNAMIC WS-TAX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-TAX-FILESTATUS.

           SELECT FILE-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-PRODUCT.
           COPY "PRODREC.CPY".

       FD  FILE-SALES.
           COPY "SALEREC.CPY".

       FD  FILE-RECEIPT.
           COPY "RECVREC.CPY".

      * stkadj.dat as ChallengeCobolStockTake writes it : one row
      * per product whose count differed from the book.
       FD  FILE-ADJUST.
       01  FILE-ADJUST-OBJ.
           05 ADJ-DATE                         PIC 9(8).
           05 FILLER                           PIC X(1).
           05 ADJ-TIME                         PIC 9(6).
           05 FILLER                           PIC X(1).
           05 ADJ-ID-PRODUCT                   PIC X(9).
           05 FILLER                           PIC X(1).
           05 ADJ-BOOK-QTY                     PIC 9(5).
           05 FILLER                           PIC X(1).
           05 ADJ-COUNTED-QTY                  PIC 9(5).

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-SUPPLIER.
           COPY "SUPPREC.CPY".

       FD  FILE-TAX.
           COPY "TAXREC.CPY".

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  EMP-READ-PRODUCT-FILE-STATUS        PIC X(1).
           88 EMP-END-OF-FILE                              VALUE 'Y'.
           88 NOT-END-OF-FILE                              VALUE 'N'.
       01  WS-SALES-FILESTATUS                 PIC X(02).
       01  WS-SALES-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-SALES-EOF                                 VALUE 'Y'.
       01  WS-RECEIPT-FILESTATUS               PIC X(02).
       01  WS-RECEIPT-EOF-SWITCH               PIC X(1)   VALUE 'N'.
           88 WS-RECEIPT-EOF                               VALUE 'Y'.
       01  WS-ADJUST-FILESTATUS                PIC X(02).
       01  WS-ADJUST-EOF-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-ADJUST-EOF                                VALUE 'Y'.
       01  WS-AUDIT-FILESTATUS                 PIC X(02).
       01  WS-AUDIT-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-AUDIT-EOF                                 VALUE 'Y'.
       01  WS-SUPPLIER-FILESTATUS              PIC X(02).
       01  WS-SUPP-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-SUPP-EOF                                  VALUE 'Y'.
       01  WS-TAX-FILESTATUS                   PIC X(02).
       01  WS-TAX-EOF-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-TAX-EOF                                   VALUE 'Y'.
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-PRODUCT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-SALES-PATH                        PIC X(250) VALUE SPACES.
       01  WS-SALES-LIVE-PATH                   PIC X(250) VALUE SPACES.
       01  WS-SALES-ARCH-PATH                   PIC X(250) VALUE SPACES.
       01  WS-RECEIPT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-ADJUST-PATH                       PIC X(250) VALUE SPACES.
       01  WS-AUDIT-PATH                        PIC X(250) VALUE SPACES.
       01  WS-SUPPLIER-PATH                     PIC X(250) VALUE SPACES.
       01  WS-TAX-PATH                          PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

      * The catalog as it stands, then worked back to the as-of
      * date.  WS-VAL-QTY is signed : a movement file that missed a
      * row can leave it below zero, which is reported, not hidden.
       01  WS-PRODUCT-COUNT                    PIC 9(3)   VALUE ZERO.
       01  WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 0 TO 750 TIMES
              DEPENDING ON WS-PRODUCT-COUNT.
               10 WS-ID-PRODUCT                PIC X(9).
               10 WS-NAME-PRODUCT               PIC X(50).
               10 WS-VAL-SUPPLIER               PIC X(9).
               10 WS-VAL-TAX-CAT                PIC X(1).
               10 WS-VAL-QTY                    PIC S9(7).
               10 WS-VAL-COST                   PIC 9(4)V99.
               10 WS-VAL-COST-SET               PIC X(1).
               10 WS-VAL-ADDED-LATER            PIC X(1).

      * Supplier and tax-category subtotals.  A product whose
      * supplier or category is not on its master file gets a row
      * of its own so nothing drops out of the grand total.
       01  WS-SUPP-COUNT                        PIC 9(3)   VALUE ZERO.
       01  WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-SUPP-COUNT.
               10 WS-SUPP-ID                    PIC X(9).
               10 WS-SUPP-NAME                  PIC X(30).
               10 WS-SUPP-UNITS                 PIC S9(7).
               10 WS-SUPP-VALUE                 PIC S9(9)V99.
       01  WS-TAXTBL-COUNT                      PIC 9(2)   VALUE ZERO.
       01  WS-TAXTBL-TABLE.
           05 WS-TAXTBL-ENTRY OCCURS 0 TO 30 TIMES
              DEPENDING ON WS-TAXTBL-COUNT.
               10 WS-TAXTBL-CAT                 PIC X(1).
               10 WS-TAXTBL-DESC                PIC X(20).
               10 WS-TAXTBL-UNITS               PIC S9(7).
               10 WS-TAXTBL-VALUE               PIC S9(9)V99.

       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-ASK-DATE                          PIC X(8)   VALUE SPACES.
       01  WS-AS-OF-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-WORK-BACK-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-WORK-BACK                                 VALUE 'Y'.

      * Audit values are the edited pictures maintenance writes :
      * "9999.99" for a cost, "99999" for a quantity.
       01  WS-AUD-MONEY-IN                      PIC X(7).
       01  WS-AUD-MONEY-PARTS REDEFINES WS-AUD-MONEY-IN.
           05 WS-AUD-MONEY-UNITS                PIC 9(4).
           05 WS-AUD-MONEY-POINT                PIC X(1).
           05 WS-AUD-MONEY-CENTS                PIC 9(2).
       01  WS-AUD-QTY-IN                        PIC X(5).
       01  WS-AUD-QTY-NUM REDEFINES WS-AUD-QTY-IN
                                                PIC 9(5).
       01  WS-AUD-OLD-QTY                       PIC 9(5)   VALUE ZERO.
       01  WS-AUD-NEW-QTY                       PIC 9(5)   VALUE ZERO.

       01  WS-SEARCH-ID                         PIC X(9).
       01  WS-MATCH-INDEX                       PIC 9(3)   VALUE ZERO.
       01  WS-INDEX                             PIC 9(3)   VALUE ZERO.
       01  WS-SUPP-MATCH                        PIC 9(3)   VALUE ZERO.
       01  WS-TAX-MATCH                         PIC 9(2)   VALUE ZERO.
       01  WS-TAX-LOOKUP                        PIC X(1)   VALUE SPACE.

       01  WS-LINE-VALUE                        PIC S9(9)V99
                                                           VALUE ZERO.
       01  WS-TOT-UNITS                         PIC S9(7)  VALUE ZERO.
       01  WS-TOT-VALUE                         PIC S9(9)V99
                                                           VALUE ZERO.
       01  WS-NO-COST-COUNT                     PIC 9(3)   VALUE ZERO.
       01  WS-NEGATIVE-COUNT                    PIC 9(3)   VALUE ZERO.
       01  WS-LINES-PRINTED                     PIC 9(3)   VALUE ZERO.
       01  WS-UNDONE-COUNT                      PIC 9(5)   VALUE ZERO.

       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-UNITS-PRINT                       PIC ZZZZZZ9-.
       01  WS-COST-PRINT                        PIC $$$$9.99.
       01  WS-MONEY-PRINT                       PIC $$$$$$$$9.99-.
       01  WS-COUNT-PRINT                       PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Inventory valuation report"

           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM GET-AS-OF-DATE THRU GET-AS-OF-EXIT
           IF WS-AS-OF-DATE = 0
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM LOAD-PRODUCTS
           IF WS-PRODUCT-COUNT = 0
               DISPLAY "ALERT : nothing in the catalog to value"
               GO TO CLOSE-PROGRAM
           END-IF
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-TAX-RATES

      * Today's catalog already is today's stock; an earlier date
      * is reached by undoing every movement dated after it.
           IF WS-WORK-BACK
               PERFORM UNDO-RECEIPTS
               MOVE WS-SALES-ARCH-PATH TO WS-SALES-PATH
               PERFORM UNDO-SALES
               MOVE WS-SALES-LIVE-PATH TO WS-SALES-PATH
               PERFORM UNDO-SALES
               PERFORM UNDO-ADJUSTMENTS
               PERFORM UNDO-MAINTENANCE
               DISPLAY WS-UNDONE-COUNT
                   " movement(s) after the date worked back"
           END-IF

           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "INVENTORY VALUATION AS OF " DELIMITED BY SIZE
                  WS-AS-OF-DATE  DELIMITED BY SIZE
                  "  (AT AVERAGE COST)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  ID        NAME" TO WS-REPORT-LINE
           MOVE "SUPPLIER  T    UNITS UNIT COST         VALUE"
               TO WS-REPORT-LINE(36:)
           PERFORM PRINT-REPORT-LINE

           PERFORM PRINT-PRODUCT-LINE THRU PRINT-PRODUCT-EXIT
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-PRODUCT-COUNT
           IF WS-LINES-PRINTED = 0
               MOVE "  (no stock on hand)" TO WS-REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF

           PERFORM PRINT-SUPPLIER-TOTALS
           PERFORM PRINT-TAX-TOTALS
           PERFORM PRINT-GRAND-TOTAL

           CLOSE FILE-REPORT
           DISPLAY SPACE
           DISPLAY "Report written to " WS-REPORT-PATH.

       CLOSE-PROGRAM.
           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/prodix.dat"      DELIMITED BY SIZE
               INTO WS-PRODUCT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/sale.dat"        DELIMITED BY SIZE
               INTO WS-SALES-LIVE-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/salea.dat"       DELIMITED BY SIZE
               INTO WS-SALES-ARCH-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/recv.dat"        DELIMITED BY SIZE
               INTO WS-RECEIPT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/stkadj.dat"      DELIMITED BY SIZE
               INTO WS-ADJUST-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/audit.dat"       DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/supp.dat"        DELIMITED BY SIZE
               INTO WS-SUPPLIER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/taxr.dat"        DELIMITED BY SIZE
               INTO WS-TAX-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/valuation.txt"   DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.

      * Blank is today.  A date in the future has nothing to work
      * back from, so it is refused; WS-AS-OF-DATE is left at zero
      * for anything not accepted.
       GET-AS-OF-DATE.
           MOVE 0 TO WS-AS-OF-DATE
           DISPLAY "Value stock as of (YYYYMMDD, blank = today) : "
           ACCEPT WS-ASK-DATE

           IF WS-ASK-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
               GO TO GET-AS-OF-EXIT
           END-IF
           IF WS-ASK-DATE IS NOT NUMERIC
               DISPLAY "Date must be YYYYMMDD"
               GO TO GET-AS-OF-EXIT
           END-IF
           IF WS-ASK-DATE > WS-TODAY-DATE
               DISPLAY "Date cannot be after today"
               GO TO GET-AS-OF-EXIT
           END-IF

           MOVE WS-ASK-DATE TO WS-AS-OF-DATE
           IF WS-AS-OF-DATE < WS-TODAY-DATE
               SET WS-WORK-BACK TO TRUE
           END-IF.

       GET-AS-OF-EXIT.
           EXIT.

       LOAD-PRODUCTS.
           MOVE 0 TO WS-PRODUCT-COUNT
           OPEN INPUT FILE-PRODUCT
           EVALUATE TRUE
           WHEN EMP-PRODUCT-FILESTATUS = "35"
               DISPLAY "ALERT : no catalog file"
           WHEN EMP-PRODUCT-FILESTATUS = "00"
               PERFORM READ-PRODUCT-RECORD THRU LOAD-EXIT
                   UNTIL EMP-END-OF-FILE
               CLOSE FILE-PRODUCT
           WHEN OTHER
               DISPLAY "ERROR : " EMP-PRODUCT-FILESTATUS
           END-EVALUATE.

       READ-PRODUCT-RECORD.
           READ FILE-PRODUCT NEXT RECORD
               AT END
                   SET EMP-END-OF-FILE TO TRUE
                   GO TO LOAD-EXIT
           END-READ

           IF WS-PRODUCT-COUNT NOT < 750
               DISPLAY "ALERT : product table full - "
                   ID-PRODUCT " not valued"
               GO TO LOAD-EXIT
           END-IF

           ADD 1 TO WS-PRODUCT-COUNT
           MOVE ID-PRODUCT TO WS-ID-PRODUCT(WS-PRODUCT-COUNT)
           MOVE NAME-PRODUCT TO WS-NAME-PRODUCT(WS-PRODUCT-COUNT)
           MOVE SUPPLIER-ID TO WS-VAL-SUPPLIER(WS-PRODUCT-COUNT)
           MOVE TAX-CATEGORY TO WS-VAL-TAX-CAT(WS-PRODUCT-COUNT)
           IF QTY-ON-HAND IS NUMERIC
               MOVE QTY-ON-HAND TO WS-VAL-QTY(WS-PRODUCT-COUNT)
           ELSE
               MOVE 0 TO WS-VAL-QTY(WS-PRODUCT-COUNT)
           END-IF
           IF UNIT-COST IS NUMERIC
               MOVE UNIT-COST TO WS-VAL-COST(WS-PRODUCT-COUNT)
           ELSE
               MOVE 0 TO WS-VAL-COST(WS-PRODUCT-COUNT)
           END-IF
           MOVE 'N' TO WS-VAL-COST-SET(WS-PRODUCT-COUNT)
           MOVE 'N' TO WS-VAL-ADDED-LATER(WS-PRODUCT-COUNT).

       LOAD-EXIT.
           EXIT.

       LOAD-SUPPLIERS.
           MOVE 0 TO WS-SUPP-COUNT
           MOVE 'N' TO WS-SUPP-EOF-SWITCH
           OPEN INPUT FILE-SUPPLIER
           EVALUATE TRUE
           WHEN WS-SUPPLIER-FILESTATUS = "35"
               CONTINUE
           WHEN WS-SUPPLIER-FILESTATUS = "00"
               PERFORM READ-SUPPLIER-RECORD THRU READ-SUPP-EXIT
                   UNTIL WS-SUPP-EOF
               CLOSE FILE-SUPPLIER
           WHEN OTHER
               DISPLAY "ERROR : " WS-SUPPLIER-FILESTATUS
           END-EVALUATE.

       READ-SUPPLIER-RECORD.
           READ FILE-SUPPLIER
               AT END
                   SET WS-SUPP-EOF TO TRUE
                   GO TO READ-SUPP-EXIT
           END-READ

      * Keep a few rows spare for suppliers found only on products.
           IF WS-SUPP-COUNT < 190
               ADD 1 TO WS-SUPP-COUNT
               MOVE SUPP-ID TO WS-SUPP-ID(WS-SUPP-COUNT)
               MOVE SUPP-NAME TO WS-SUPP-NAME(WS-SUPP-COUNT)
               MOVE 0 TO WS-SUPP-UNITS(WS-SUPP-COUNT)
               MOVE 0 TO WS-SUPP-VALUE(WS-SUPP-COUNT)
           END-IF.

       READ-SUPP-EXIT.
           EXIT.

       LOAD-TAX-RATES.
           MOVE 0 TO WS-TAXTBL-COUNT
           MOVE 'N' TO WS-TAX-EOF-SWITCH
           OPEN INPUT FILE-TAX
           EVALUATE TRUE
           WHEN WS-TAX-FILESTATUS = "35"
               CONTINUE
           WHEN WS-TAX-FILESTATUS = "00"
               PERFORM READ-TAX-RECORD THRU READ-TAX-EXIT
                   UNTIL WS-TAX-EOF
               CLOSE FILE-TAX
           WHEN OTHER
               DISPLAY "ERROR : " WS-TAX-FILESTATUS
           END-EVALUATE.

       READ-TAX-RECORD.
           READ FILE-TAX
               AT END
                   SET WS-TAX-EOF TO TRUE
                   GO TO READ-TAX-EXIT
           END-READ

           IF WS-TAXTBL-COUNT < 20
               ADD 1 TO WS-TAXTBL-COUNT
               MOVE TAX-CATEGORY-CODE TO WS-TAXTBL-CAT(WS-TAXTBL-COUNT)
               MOVE TAX-DESCRIPTION TO WS-TAXTBL-DESC(WS-TAXTBL-COUNT)
               MOVE 0 TO WS-TAXTBL-UNITS(WS-TAXTBL-COUNT)
               MOVE 0 TO WS-TAXTBL-VALUE(WS-TAXTBL-COUNT)
           END-IF.

       READ-TAX-EXIT.
           EXIT.

       FIND-PRODUCT.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-PRODUCT-COUNT
                   OR WS-MATCH-INDEX NOT = 0
               IF WS-ID-PRODUCT(WS-INDEX) = WS-SEARCH-ID
                   MOVE WS-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

      * Stock that came in after the date was not yet on the shelf.
       UNDO-RECEIPTS.
           MOVE 'N' TO WS-RECEIPT-EOF-SWITCH
           OPEN INPUT FILE-RECEIPT
           EVALUATE TRUE
           WHEN WS-RECEIPT-FILESTATUS = "35"
               CONTINUE
           WHEN WS-RECEIPT-FILESTATUS = "00"
               PERFORM READ-RECEIPT-RECORD THRU READ-RECEIPT-EXIT
                   UNTIL WS-RECEIPT-EOF
               CLOSE FILE-RECEIPT
           WHEN OTHER
               DISPLAY "ERROR : " WS-RECEIPT-FILESTATUS
           END-EVALUATE.

       READ-RECEIPT-RECORD.
           READ FILE-RECEIPT
               AT END
                   SET WS-RECEIPT-EOF TO TRUE
                   GO TO READ-RECEIPT-EXIT
           END-READ

           IF RCV-DATE NOT > WS-AS-OF-DATE
               GO TO READ-RECEIPT-EXIT
           END-IF
           MOVE RCV-ID-PRODUCT TO WS-SEARCH-ID
           PERFORM FIND-PRODUCT
           IF WS-MATCH-INDEX NOT = 0
               SUBTRACT RCV-QTY FROM WS-VAL-QTY(WS-MATCH-INDEX)
               ADD 1 TO WS-UNDONE-COUNT
           END-IF.

       READ-RECEIPT-EXIT.
           EXIT.

      * Units sold after the date were still on the shelf; units
      * returned after it (negative journal quantities) were not.
       UNDO-SALES.
           MOVE 'N' TO WS-SALES-EOF-SWITCH
           OPEN INPUT FILE-SALES
           EVALUATE TRUE
           WHEN WS-SALES-FILESTATUS = "35"
               CONTINUE
           WHEN WS-SALES-FILESTATUS = "00"
               PERFORM READ-SALES-RECORD THRU READ-SALES-EXIT
                   UNTIL WS-SALES-EOF
               CLOSE FILE-SALES
           WHEN OTHER
               DISPLAY "ERROR : " WS-SALES-FILESTATUS
           END-EVALUATE.

       READ-SALES-RECORD.
           READ FILE-SALES
               AT END
                   SET WS-SALES-EOF TO TRUE
                   GO TO READ-SALES-EXIT
           END-READ

           IF SD-RECORD-TYPE NOT = "D"
               GO TO READ-SALES-EXIT
           END-IF
           IF SD-INVOICE-DATE NOT > WS-AS-OF-DATE
               GO TO READ-SALES-EXIT
           END-IF
           MOVE SD-ID-PRODUCT TO WS-SEARCH-ID
           PERFORM FIND-PRODUCT
           IF WS-MATCH-INDEX NOT = 0
               ADD SD-QUANTITY TO WS-VAL-QTY(WS-MATCH-INDEX)
               ADD 1 TO WS-UNDONE-COUNT
           END-IF.

       READ-SALES-EXIT.
           EXIT.

      * A stock-take correction after the date moved the book from
      * BOOK to COUNTED; put it back.
       UNDO-ADJUSTMENTS.
           MOVE 'N' TO WS-ADJUST-EOF-SWITCH
           OPEN INPUT FILE-ADJUST
           EVALUATE TRUE
           WHEN WS-ADJUST-FILESTATUS = "35"
               CONTINUE
           WHEN WS-ADJUST-FILESTATUS = "00"
               PERFORM READ-ADJUST-RECORD THRU READ-ADJUST-EXIT
                   UNTIL WS-ADJUST-EOF
               CLOSE FILE-ADJUST
           WHEN OTHER
               DISPLAY "ERROR : " WS-ADJUST-FILESTATUS
           END-EVALUATE.

       READ-ADJUST-RECORD.
           READ FILE-ADJUST
               AT END
                   SET WS-ADJUST-EOF TO TRUE
                   GO TO READ-ADJUST-EXIT
           END-READ

           IF ADJ-DATE NOT > WS-AS-OF-DATE
               GO TO READ-ADJUST-EXIT
           END-IF
           MOVE ADJ-ID-PRODUCT TO WS-SEARCH-ID
           PERFORM FIND-PRODUCT
           IF WS-MATCH-INDEX NOT = 0
               COMPUTE WS-VAL-QTY(WS-MATCH-INDEX) =
                   WS-VAL-QTY(WS-MATCH-INDEX) -
                   ADJ-COUNTED-QTY + ADJ-BOOK-QTY
               ADD 1 TO WS-UNDONE-COUNT
           END-IF.

       READ-ADJUST-EXIT.
           EXIT.

      * Catalog maintenance leaves its footprints only in audit.dat :
      * a STOCK overwrite is reversed by its old/new quantities, the
      * first COST change after the date carries the cost that was
      * in force on it, and an ADD after the date means the product
      * did not exist yet.  Stock-take rows are left to stkadj.dat.
       UNDO-MAINTENANCE.
           MOVE 'N' TO WS-AUDIT-EOF-SWITCH
           OPEN INPUT FILE-AUDIT
           EVALUATE TRUE
           WHEN WS-AUDIT-FILESTATUS = "35"
               CONTINUE
           WHEN WS-AUDIT-FILESTATUS = "00"
               PERFORM READ-AUDIT-RECORD THRU READ-AUDIT-EXIT
                   UNTIL WS-AUDIT-EOF
               CLOSE FILE-AUDIT
           WHEN OTHER
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-EVALUATE.

       READ-AUDIT-RECORD.
           READ FILE-AUDIT
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO READ-AUDIT-EXIT
           END-READ

           IF AUD-FILE NOT = "PRODUCT"
               OR AUD-DATE NOT > WS-AS-OF-DATE
               GO TO READ-AUDIT-EXIT
           END-IF
           MOVE AUD-KEY(1:9) TO WS-SEARCH-ID
           PERFORM FIND-PRODUCT
           IF WS-MATCH-INDEX = 0
               GO TO READ-AUDIT-EXIT
           END-IF

           EVALUATE AUD-ACTION
           WHEN "ADD"
               MOVE 'Y' TO WS-VAL-ADDED-LATER(WS-MATCH-INDEX)
           WHEN "STOCK"
               MOVE AUD-OLD-VALUE(1:5) TO WS-AUD-QTY-IN
               IF WS-AUD-QTY-IN IS NOT NUMERIC
                   GO TO READ-AUDIT-EXIT
               END-IF
               MOVE WS-AUD-QTY-NUM TO WS-AUD-OLD-QTY
               MOVE AUD-NEW-VALUE(1:5) TO WS-AUD-QTY-IN
               IF WS-AUD-QTY-IN IS NOT NUMERIC
                   GO TO READ-AUDIT-EXIT
               END-IF
               MOVE WS-AUD-QTY-NUM TO WS-AUD-NEW-QTY
               COMPUTE WS-VAL-QTY(WS-MATCH-INDEX) =
                   WS-VAL-QTY(WS-MATCH-INDEX) -
                   WS-AUD-NEW-QTY + WS-AUD-OLD-QTY
               ADD 1 TO WS-UNDONE-COUNT
           WHEN "COST"
               IF WS-VAL-COST-SET(WS-MATCH-INDEX) = 'Y'
                   GO TO READ-AUDIT-EXIT
               END-IF
               MOVE AUD-OLD-VALUE(1:7) TO WS-AUD-MONEY-IN
               IF WS-AUD-MONEY-UNITS IS NOT NUMERIC
                   OR WS-AUD-MONEY-CENTS IS NOT NUMERIC
                   GO TO READ-AUDIT-EXIT
               END-IF
               COMPUTE WS-VAL-COST(WS-MATCH-INDEX) =
                   WS-AUD-MONEY-UNITS + WS-AUD-MONEY-CENTS / 100
               MOVE 'Y' TO WS-VAL-COST-SET(WS-MATCH-INDEX)
               ADD 1 TO WS-UNDONE-COUNT
           END-EVALUATE.

       READ-AUDIT-EXIT.
           EXIT.

      * One line per product holding stock at the date, rolled into
      * its supplier and tax-category subtotals as it prints.
       PRINT-PRODUCT-LINE.
           IF WS-VAL-ADDED-LATER(WS-INDEX) = 'Y'
               OR WS-VAL-QTY(WS-INDEX) = 0
               GO TO PRINT-PRODUCT-EXIT
           END-IF

           COMPUTE WS-LINE-VALUE =
               WS-VAL-QTY(WS-INDEX) * WS-VAL-COST(WS-INDEX)
           ADD WS-VAL-QTY(WS-INDEX) TO WS-TOT-UNITS
           ADD WS-LINE-VALUE TO WS-TOT-VALUE
           ADD 1 TO WS-LINES-PRINTED
           PERFORM ADD-TO-SUPPLIER THRU ADD-TO-SUPPLIER-EXIT
           PERFORM ADD-TO-TAX-CATEGORY THRU ADD-TO-TAX-EXIT

           MOVE WS-VAL-QTY(WS-INDEX) TO WS-UNITS-PRINT
           MOVE WS-VAL-COST(WS-INDEX) TO WS-COST-PRINT
           MOVE WS-LINE-VALUE TO WS-MONEY-PRINT

           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-ID-PRODUCT(WS-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NAME-PRODUCT(WS-INDEX)(1:22)
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-VAL-SUPPLIER(WS-INDEX) TO WS-REPORT-LINE(36:9)
           MOVE WS-VAL-TAX-CAT(WS-INDEX) TO WS-REPORT-LINE(46:1)
           MOVE WS-UNITS-PRINT TO WS-REPORT-LINE(48:8)
           MOVE WS-COST-PRINT TO WS-REPORT-LINE(57:8)
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(66:13)
           IF WS-VAL-COST(WS-INDEX) = 0
               MOVE "?" TO WS-REPORT-LINE(80:1)
               ADD 1 TO WS-NO-COST-COUNT
           END-IF
           IF WS-VAL-QTY(WS-INDEX) < 0
               ADD 1 TO WS-NEGATIVE-COUNT
           END-IF
           PERFORM PRINT-REPORT-LINE.

       PRINT-PRODUCT-EXIT.
           EXIT.

       ADD-TO-SUPPLIER.
           MOVE 0 TO WS-SUPP-MATCH
           PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
               UNTIL WS-MATCH-INDEX > WS-SUPP-COUNT
                   OR WS-SUPP-MATCH NOT = 0
               IF WS-SUPP-ID(WS-MATCH-INDEX) =
                   WS-VAL-SUPPLIER(WS-INDEX)
                   MOVE WS-MATCH-INDEX TO WS-SUPP-MATCH
               END-IF
           END-PERFORM

           IF WS-SUPP-MATCH = 0
               IF WS-SUPP-COUNT NOT < 200
                   DISPLAY "ALERT : supplier table full - "
                       WS-VAL-SUPPLIER(WS-INDEX) " not subtotalled"
                   GO TO ADD-TO-SUPPLIER-EXIT
               END-IF
               ADD 1 TO WS-SUPP-COUNT
               MOVE WS-SUPP-COUNT TO WS-SUPP-MATCH
               MOVE WS-VAL-SUPPLIER(WS-INDEX)
                   TO WS-SUPP-ID(WS-SUPP-MATCH)
               IF WS-VAL-SUPPLIER(WS-INDEX) = SPACES
                   MOVE "(no supplier on the product)"
                       TO WS-SUPP-NAME(WS-SUPP-MATCH)
               ELSE
                   MOVE "(not on the supplier master)"
                       TO WS-SUPP-NAME(WS-SUPP-MATCH)
               END-IF
               MOVE 0 TO WS-SUPP-UNITS(WS-SUPP-MATCH)
               MOVE 0 TO WS-SUPP-VALUE(WS-SUPP-MATCH)
           END-IF

           ADD WS-VAL-QTY(WS-INDEX) TO WS-SUPP-UNITS(WS-SUPP-MATCH)
           ADD WS-LINE-VALUE TO WS-SUPP-VALUE(WS-SUPP-MATCH).

       ADD-TO-SUPPLIER-EXIT.
           EXIT.

      * Spaces are the standard category, the same way checkout
      * reads them.
       ADD-TO-TAX-CATEGORY.
           MOVE WS-VAL-TAX-CAT(WS-INDEX) TO WS-TAX-LOOKUP
           IF WS-TAX-LOOKUP = SPACES
               MOVE "S" TO WS-TAX-LOOKUP
           END-IF

           MOVE 0 TO WS-TAX-MATCH
           PERFORM VARYING WS-MATCH-INDEX FROM 1 BY 1
               UNTIL WS-MATCH-INDEX > WS-TAXTBL-COUNT
                   OR WS-TAX-MATCH NOT = 0
               IF WS-TAXTBL-CAT(WS-MATCH-INDEX) = WS-TAX-LOOKUP
                   MOVE WS-MATCH-INDEX TO WS-TAX-MATCH
               END-IF
           END-PERFORM

           IF WS-TAX-MATCH = 0
               IF WS-TAXTBL-COUNT NOT < 30
                   GO TO ADD-TO-TAX-EXIT
               END-IF
               ADD 1 TO WS-TAXTBL-COUNT
               MOVE WS-TAXTBL-COUNT TO WS-TAX-MATCH
               MOVE WS-TAX-LOOKUP TO WS-TAXTBL-CAT(WS-TAX-MATCH)
               MOVE "(not in taxr.dat)" TO WS-TAXTBL-DESC(WS-TAX-MATCH)
               MOVE 0 TO WS-TAXTBL-UNITS(WS-TAX-MATCH)
               MOVE 0 TO WS-TAXTBL-VALUE(WS-TAX-MATCH)
           END-IF

           ADD WS-VAL-QTY(WS-INDEX) TO WS-TAXTBL-UNITS(WS-TAX-MATCH)
           ADD WS-LINE-VALUE TO WS-TAXTBL-VALUE(WS-TAX-MATCH).

       ADD-TO-TAX-EXIT.
           EXIT.

       PRINT-SUPPLIER-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "BY SUPPLIER" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-SUPP-COUNT
               IF WS-SUPP-UNITS(WS-INDEX) NOT = 0
                   OR WS-SUPP-VALUE(WS-INDEX) NOT = 0
                   MOVE WS-SUPP-UNITS(WS-INDEX) TO WS-UNITS-PRINT
                   MOVE WS-SUPP-VALUE(WS-INDEX) TO WS-MONEY-PRINT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-SUPP-ID(WS-INDEX) TO WS-REPORT-LINE(3:9)
                   MOVE WS-SUPP-NAME(WS-INDEX) TO WS-REPORT-LINE(13:30)
                   MOVE WS-UNITS-PRINT TO WS-REPORT-LINE(48:8)
                   MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(66:13)
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

       PRINT-TAX-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "BY TAX CATEGORY" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-TAXTBL-COUNT
               IF WS-TAXTBL-UNITS(WS-INDEX) NOT = 0
                   OR WS-TAXTBL-VALUE(WS-INDEX) NOT = 0
                   MOVE WS-TAXTBL-UNITS(WS-INDEX) TO WS-UNITS-PRINT
                   MOVE WS-TAXTBL-VALUE(WS-INDEX) TO WS-MONEY-PRINT
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-TAXTBL-CAT(WS-INDEX) TO WS-REPORT-LINE(3:1)
                   MOVE WS-TAXTBL-DESC(WS-INDEX)
                       TO WS-REPORT-LINE(13:20)
                   MOVE WS-UNITS-PRINT TO WS-REPORT-LINE(48:8)
                   MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(66:13)
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-PERFORM.

       PRINT-GRAND-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE WS-TOT-UNITS TO WS-UNITS-PRINT
           MOVE WS-TOT-VALUE TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  TOTAL STOCK VALUE" TO WS-REPORT-LINE
           MOVE WS-UNITS-PRINT TO WS-REPORT-LINE(48:8)
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(66:13)
           PERFORM PRINT-REPORT-LINE

           IF WS-NO-COST-COUNT NOT = 0
               MOVE WS-NO-COST-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ? = no unit cost on file, valued at zero ("
                          DELIMITED BY SIZE
                      WS-COUNT-PRINT DELIMITED BY SIZE
                      " product(s))" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

           IF WS-NEGATIVE-COUNT NOT = 0
               MOVE WS-NEGATIVE-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ALERT : " DELIMITED BY SIZE
                      WS-COUNT-PRINT DELIMITED BY SIZE
                      " product(s) work back below zero - check the"
                          DELIMITED BY SIZE
                      " movement files" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

           END PROGRAM ChallengeCobolValuation.

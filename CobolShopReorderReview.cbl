      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Reorder review - reorder points and quantities worked
      *          out from what actually sold instead of set by feel.
      *          Reads the last N weeks of the sales journal
      *          (salea.dat then sale.dat, SALEREC.CPY), sales net of
      *          credit memos, and adds the backorders raised in the
      *          same weeks and still waiting in back.dat
      *          (BORDREC.CPY) as demand the shelf could not fill.
      *          For every product that moved it works out the
      *          average and the peak day's demand, then, with the
      *          supplier's delivery lead time from supp.dat
      *          (SUPP-LEAD-DAYS in SUPPREC.CPY) :
      *            reorder point = average day x lead days
      *                          + (peak day - average day) x lead
      *                            days of safety stock,
      *            reorder qty   = average day x the days of stock
      *                            one order should cover,
      *          both rounded up.  The review report (reorderrv.txt
      *          in the data directory) shows each product's current
      *          settings, the proposed ones and the figures behind
      *          them.  A manager then goes through the proposals
      *          line by line; each one accepted is written to
      *          prodix.dat with a REORDER audit row, the same as a
      *          change made on the catalog maintenance screen.
      *          Anyone signed on may run the review; only a manager
      *          may accept from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolReorderReview.

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

           SELECT FILE-BACKORDER
           ASSIGN TO DYNAMIC WS-BACKORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-FILESTATUS.

           SELECT FILE-SUPPLIER
           ASSIGN TO DYNAMIC WS-SUPPLIER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SUPPLIER-FILESTATUS.

           SELECT FILE-AUDIT
           ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILESTATUS.

           SELECT FILE-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

           SELECT FILE-OPERATOR
           ASSIGN TO DYNAMIC WS-OPERATOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-PRODUCT.
           COPY "PRODREC.CPY".

       FD  FILE-SALES.
           COPY "SALEREC.CPY".

       FD  FILE-BACKORDER.
           COPY "BORDREC.CPY".

       FD  FILE-SUPPLIER.
           COPY "SUPPREC.CPY".

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  EMP-READ-PRODUCT-FILE-STATUS        PIC X(1).
           88 EMP-END-OF-FILE                              VALUE 'Y'.
           88 NOT-END-OF-FILE                              VALUE 'N'.
       01  WS-SALES-FILESTATUS                 PIC X(02).
       01  WS-SALES-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-SALES-EOF                                 VALUE 'Y'.
       01  WS-BACKORDER-FILESTATUS             PIC X(02).
       01  WS-BO-EOF-SWITCH                    PIC X(1)   VALUE 'N'.
           88 WS-BO-EOF                                    VALUE 'Y'.
       01  WS-SUPPLIER-FILESTATUS              PIC X(02).
       01  WS-SUPP-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-SUPP-EOF                                  VALUE 'Y'.
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-PRODUCT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-SALES-PATH                        PIC X(250) VALUE SPACES.
       01  WS-SALES-LIVE-PATH                   PIC X(250) VALUE SPACES.
       01  WS-SALES-ARCH-PATH                   PIC X(250) VALUE SPACES.
       01  WS-BACKORDER-PATH                    PIC X(250) VALUE SPACES.
       01  WS-SUPPLIER-PATH                     PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

      * Audit trail : what gets appended to audit.dat for each
      * proposal accepted, under the operator keyed at sign-on.
       01  WS-AUDIT-FILESTATUS                  PIC X(02).
       01  WS-AUDIT-PATH                        PIC X(250) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(10)  VALUE SPACES.
       01  WS-NOW-TIME                          PIC 9(8)   VALUE ZERO.
       01  WS-AUD-ACTION                        PIC X(10)  VALUE SPACES.
       01  WS-AUD-OLD                           PIC X(30)  VALUE SPACES.
       01  WS-AUD-NEW                           PIC X(30)  VALUE SPACES.
       01  WS-AUD-QTY                           PIC 9(5).
       01  WS-AUD-QTY-2                         PIC 9(5).

      * Sign-on : the operator master row matched at GET-OPERATOR
      * and the role it carries.
       01  WS-OPERATOR-FILESTATUS               PIC X(02).
       01  WS-OPERATOR-PATH                     PIC X(250) VALUE SPACES.
       01  WS-OPER-EOF-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-OPER-EOF                                  VALUE 'Y'.
       01  WS-PASSWORD                          PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SWITCH                     PIC X(1)   VALUE 'N'.
           88 WS-SIGNED-ON                                 VALUE 'Y'.
       01  WS-SIGNON-TRIES                      PIC 9(1)   VALUE ZERO.
       01  WS-OPER-ROLE                         PIC X(1)   VALUE SPACES.
           88 WS-ROLE-CLERK                                VALUE "C".
           88 WS-ROLE-SUPERVISOR-UP                        VALUE "S"
                                                                 "M".
           88 WS-ROLE-MANAGER                              VALUE "M".

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

      * The catalog's reorder-tracked view : current settings, the
      * demand found in the window and what is proposed from it.
       01  WS-PRODUCT-COUNT                    PIC 9(3)   VALUE ZERO.
       01  WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 0 TO 750 TIMES
              DEPENDING ON WS-PRODUCT-COUNT.
               10 WS-ID-PRODUCT                PIC X(9).
               10 WS-NAME-PRODUCT               PIC X(50).
               10 WS-RR-SUPPLIER                PIC X(9).
               10 WS-RR-CUR-POINT               PIC 9(5).
               10 WS-RR-CUR-QTY                 PIC 9(5).
               10 WS-RR-SOLD                    PIC S9(7).
               10 WS-RR-BACKORDERED             PIC 9(7).
               10 WS-RR-PEAK                    PIC 9(5).
               10 WS-RR-AVG                     PIC 9(5)V99.
               10 WS-RR-LEAD                    PIC 9(3).
               10 WS-RR-LEAD-ASSUMED            PIC X(1).
               10 WS-RR-NEW-POINT               PIC 9(5).
               10 WS-RR-NEW-QTY                 PIC 9(5).
               10 WS-RR-PROPOSED                PIC X(1).

      * Demand per product per day of the window, for the peak day.
      * Sales and credit memos net within the day; backorders add.
       01  WS-DAY-TABLE.
           05 WS-DAY-PRODUCT OCCURS 750 TIMES.
               10 WS-DAY-UNITS OCCURS 91 TIMES  PIC S9(5).

       01  WS-SUPP-COUNT                        PIC 9(3)   VALUE ZERO.
       01  WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-SUPP-COUNT.
               10 WS-SUPP-ID                    PIC X(9).
               10 WS-SUPP-LEAD                  PIC 9(3).

      * The window : N whole weeks ending yesterday, so a review run
      * during trading never counts a half day.
       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-WEEKS                             PIC 9(2)   VALUE ZERO.
       01  WS-WINDOW-DAYS                       PIC 9(3)   VALUE ZERO.
       01  WS-COVER-DAYS                        PIC 9(3)   VALUE ZERO.
       01  WS-FROM-DATE                         PIC 9(8)   VALUE ZERO.
       01  WS-TO-DATE                           PIC 9(8)   VALUE ZERO.
       01  WS-FROM-DAYS                         PIC 9(7)   VALUE ZERO.
       01  WS-DAY-INDEX                         PIC 9(3)   VALUE ZERO.
       01  WS-DEFAULT-LEAD                      PIC 9(3)   VALUE 7.

       01  WS-SEARCH-ID                         PIC X(9).
       01  WS-MATCH-INDEX                       PIC 9(3)   VALUE ZERO.
       01  WS-INDEX                             PIC 9(3)   VALUE ZERO.
       01  WS-DEMAND                            PIC S9(7)  VALUE ZERO.
       01  WS-EXACT                             PIC 9(7)V99 VALUE ZERO.
       01  WS-LEAD-DEMAND                       PIC 9(7)V99 VALUE ZERO.
       01  WS-SAFETY                            PIC 9(7)V99 VALUE ZERO.
       01  WS-WHOLE                             PIC 9(7)   VALUE ZERO.
       01  WS-PROPOSAL-COUNT                    PIC 9(3)   VALUE ZERO.
       01  WS-IDLE-COUNT                        PIC 9(3)   VALUE ZERO.
       01  WS-ACCEPT-COUNT                      PIC 9(3)   VALUE ZERO.
       01  WS-ANSWER                            PIC X(1)   VALUE SPACE.
       01  WS-STOP-SWITCH                       PIC X(1)   VALUE 'N'.
           88 WS-STOP-REVIEW                               VALUE 'Y'.

       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-QTY-PRINT                         PIC ZZZZ9.
       01  WS-QTY-PRINT-2                       PIC ZZZZ9.
       01  WS-QTY-PRINT-3                       PIC ZZZZ9.
       01  WS-QTY-PRINT-4                       PIC ZZZZ9.
       01  WS-SOLD-PRINT                        PIC ZZZZZZ9-.
       01  WS-AVG-PRINT                         PIC ZZZ9.99.
       01  WS-LEAD-PRINT                        PIC ZZ9.
       01  WS-COUNT-PRINT                       PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Reorder review"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM SET-FILE-PATHS

           PERFORM GET-OPERATOR THRU GET-OPERATOR-EXIT

           PERFORM GET-REVIEW-WINDOW
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-PRODUCTS
           IF WS-PRODUCT-COUNT = 0
               DISPLAY "ALERT : nothing in the catalog to review"
               GO TO CLOSE-PROGRAM
           END-IF

      * Archived history first, then the live journal, then what
      * is still waiting on the backorder book.
           MOVE WS-SALES-ARCH-PATH TO WS-SALES-PATH
           PERFORM SCAN-SALES-FILE
           MOVE WS-SALES-LIVE-PATH TO WS-SALES-PATH
           PERFORM SCAN-SALES-FILE
           PERFORM SCAN-BACKORDERS

           PERFORM WORK-OUT-PROPOSAL
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-PRODUCT-COUNT

           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF
           PERFORM PRINT-REVIEW
           CLOSE FILE-REPORT
           DISPLAY SPACE
           DISPLAY "Report written to " WS-REPORT-PATH

           IF WS-PROPOSAL-COUNT = 0
               DISPLAY "No changes to propose"
               GO TO CLOSE-PROGRAM
           END-IF

           IF WS-ROLE-MANAGER
               PERFORM ACCEPT-PROPOSALS
           ELSE
               MOVE "ACCEPT REORDER PROPOSALS" TO WS-AUD-NEW
               PERFORM REFUSE-OPTION
           END-IF.

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
                  "/back.dat"        DELIMITED BY SIZE
               INTO WS-BACKORDER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/supp.dat"        DELIMITED BY SIZE
               INTO WS-SUPPLIER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/audit.dat"       DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/reorderrv.txt"   DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/oper.dat"        DELIMITED BY SIZE
               INTO WS-OPERATOR-PATH
           END-STRING.

      * How far back to look (1 to 13 weeks, blank = 8) and how many
      * days of average sales one order should cover (blank = 14).
      * The window is whole days ending yesterday.
       GET-REVIEW-WINDOW.
           DISPLAY "Weeks of history to review (1-13, blank = 8) : "
           ACCEPT WS-WEEKS
           IF WS-WEEKS = 0
               MOVE 8 TO WS-WEEKS
           END-IF
           IF WS-WEEKS > 13
               DISPLAY "ALERT : at most 13 weeks - 13 used"
               MOVE 13 TO WS-WEEKS
           END-IF
           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7

           DISPLAY "Days of sales one order should cover"
               " (blank = 14) : "
           ACCEPT WS-COVER-DAYS
           IF WS-COVER-DAYS = 0
               MOVE 14 TO WS-COVER-DAYS
           END-IF

           MOVE WS-TODAY-DATE TO WS-DC-DATE
           PERFORM DATE-TO-DAYS
           SUBTRACT 1 FROM WS-DC-DAYS
           PERFORM DAYS-TO-DATE
           MOVE WS-DC-DATE TO WS-TO-DATE
           SUBTRACT WS-WINDOW-DAYS FROM WS-DC-DAYS
           ADD 1 TO WS-DC-DAYS
           MOVE WS-DC-DAYS TO WS-FROM-DAYS
           PERFORM DAYS-TO-DATE
           MOVE WS-DC-DATE TO WS-FROM-DATE
           DISPLAY "Reviewing " WS-FROM-DATE " thru " WS-TO-DATE.

       LOAD-SUPPLIERS.
           MOVE 0 TO WS-SUPP-COUNT
           MOVE 'N' TO WS-SUPP-EOF-SWITCH
           OPEN INPUT FILE-SUPPLIER
           EVALUATE TRUE
           WHEN WS-SUPPLIER-FILESTATUS = "35"
               DISPLAY "ALERT : no supplier master on file - every"
                   " lead time taken as 7 days"
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

           IF WS-SUPP-COUNT < 200
               ADD 1 TO WS-SUPP-COUNT
               MOVE SUPP-ID TO WS-SUPP-ID(WS-SUPP-COUNT)
               IF SUPP-LEAD-DAYS IS NUMERIC
                   MOVE SUPP-LEAD-DAYS TO WS-SUPP-LEAD(WS-SUPP-COUNT)
               ELSE
                   MOVE WS-DEFAULT-LEAD
                       TO WS-SUPP-LEAD(WS-SUPP-COUNT)
               END-IF
           END-IF.

       READ-SUPP-EXIT.
           EXIT.

      * Every catalog product, with its current settings and the
      * lead time of its supplier.  A product with no supplier, or
      * one not on the master, is reviewed at the default lead time
      * and marked so.
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
                   ID-PRODUCT " not reviewed"
               GO TO LOAD-EXIT
           END-IF

           ADD 1 TO WS-PRODUCT-COUNT
           MOVE ID-PRODUCT TO WS-ID-PRODUCT(WS-PRODUCT-COUNT)
           MOVE NAME-PRODUCT TO WS-NAME-PRODUCT(WS-PRODUCT-COUNT)
           MOVE SUPPLIER-ID TO WS-RR-SUPPLIER(WS-PRODUCT-COUNT)
           IF REORDER-POINT IS NUMERIC
               MOVE REORDER-POINT TO WS-RR-CUR-POINT(WS-PRODUCT-COUNT)
           ELSE
               MOVE 0 TO WS-RR-CUR-POINT(WS-PRODUCT-COUNT)
           END-IF
           IF REORDER-QTY IS NUMERIC
               MOVE REORDER-QTY TO WS-RR-CUR-QTY(WS-PRODUCT-COUNT)
           ELSE
               MOVE 0 TO WS-RR-CUR-QTY(WS-PRODUCT-COUNT)
           END-IF
           MOVE 0 TO WS-RR-SOLD(WS-PRODUCT-COUNT)
           MOVE 0 TO WS-RR-BACKORDERED(WS-PRODUCT-COUNT)
           MOVE 0 TO WS-RR-PEAK(WS-PRODUCT-COUNT)
           MOVE 0 TO WS-RR-AVG(WS-PRODUCT-COUNT)
           MOVE 0 TO WS-RR-NEW-POINT(WS-PRODUCT-COUNT)
           MOVE 0 TO WS-RR-NEW-QTY(WS-PRODUCT-COUNT)
           MOVE 'N' TO WS-RR-PROPOSED(WS-PRODUCT-COUNT)
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
               UNTIL WS-DAY-INDEX > 91
               MOVE 0 TO WS-DAY-UNITS(WS-PRODUCT-COUNT, WS-DAY-INDEX)
           END-PERFORM

           MOVE WS-DEFAULT-LEAD TO WS-RR-LEAD(WS-PRODUCT-COUNT)
           MOVE 'Y' TO WS-RR-LEAD-ASSUMED(WS-PRODUCT-COUNT)
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-SUPP-COUNT
               IF WS-SUPP-ID(WS-INDEX) = SUPPLIER-ID
                   AND SUPPLIER-ID NOT = SPACES
                   MOVE WS-SUPP-LEAD(WS-INDEX)
                       TO WS-RR-LEAD(WS-PRODUCT-COUNT)
                   MOVE 'N' TO WS-RR-LEAD-ASSUMED(WS-PRODUCT-COUNT)
               END-IF
           END-PERFORM.

       LOAD-EXIT.
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

      * Day of the window (1 = the first) for the date in
      * WS-DC-DATE, into WS-DAY-INDEX.
       FIND-WINDOW-DAY.
           PERFORM DATE-TO-DAYS
           COMPUTE WS-DAY-INDEX = WS-DC-DAYS - WS-FROM-DAYS + 1.

       SCAN-SALES-FILE.
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

      * Credit memo lines carry negative quantities, so adding every
      * D line nets returns out of the day they came back.
       READ-SALES-RECORD.
           READ FILE-SALES
               AT END
                   SET WS-SALES-EOF TO TRUE
                   GO TO READ-SALES-EXIT
           END-READ

           IF SD-RECORD-TYPE NOT = "D"
               GO TO READ-SALES-EXIT
           END-IF
           IF SD-INVOICE-DATE < WS-FROM-DATE
               OR SD-INVOICE-DATE > WS-TO-DATE
               GO TO READ-SALES-EXIT
           END-IF

           MOVE SD-ID-PRODUCT TO WS-SEARCH-ID
           PERFORM FIND-PRODUCT
           IF WS-MATCH-INDEX = 0
               GO TO READ-SALES-EXIT
           END-IF

           ADD SD-QUANTITY TO WS-RR-SOLD(WS-MATCH-INDEX)
           MOVE SD-INVOICE-DATE TO WS-DC-DATE
           PERFORM FIND-WINDOW-DAY
           ADD SD-QUANTITY
               TO WS-DAY-UNITS(WS-MATCH-INDEX, WS-DAY-INDEX).

       READ-SALES-EXIT.
           EXIT.

      * A backorder raised in the window and still open is a sale
      * the shelf could not make.  One since filled was invoiced,
      * so it is already in the journal and is not counted twice.
       SCAN-BACKORDERS.
           MOVE 'N' TO WS-BO-EOF-SWITCH
           OPEN INPUT FILE-BACKORDER
           EVALUATE TRUE
           WHEN WS-BACKORDER-FILESTATUS = "35"
               CONTINUE
           WHEN WS-BACKORDER-FILESTATUS = "00"
               PERFORM READ-BACKORDER-RECORD THRU READ-BO-EXIT
                   UNTIL WS-BO-EOF
               CLOSE FILE-BACKORDER
           WHEN OTHER
               DISPLAY "ERROR : " WS-BACKORDER-FILESTATUS
           END-EVALUATE.

       READ-BACKORDER-RECORD.
           READ FILE-BACKORDER
               AT END
                   SET WS-BO-EOF TO TRUE
                   GO TO READ-BO-EXIT
           END-READ

           IF BO-STATUS NOT = "O"
               GO TO READ-BO-EXIT
           END-IF
           IF BO-DATE < WS-FROM-DATE OR BO-DATE > WS-TO-DATE
               GO TO READ-BO-EXIT
           END-IF

           MOVE BO-ID-PRODUCT TO WS-SEARCH-ID
           PERFORM FIND-PRODUCT
           IF WS-MATCH-INDEX = 0
               GO TO READ-BO-EXIT
           END-IF

           ADD BO-QUANTITY TO WS-RR-BACKORDERED(WS-MATCH-INDEX)
           MOVE BO-DATE TO WS-DC-DATE
           PERFORM FIND-WINDOW-DAY
           ADD BO-QUANTITY
               TO WS-DAY-UNITS(WS-MATCH-INDEX, WS-DAY-INDEX).

       READ-BO-EXIT.
           EXIT.

      * The figures for the product at WS-INDEX : average and peak
      * day, then the proposed point and quantity, each rounded up
      * to a whole unit.  A product with no demand in the window
      * gets no proposal - too little history to move it on.
       WORK-OUT-PROPOSAL.
           COMPUTE WS-DEMAND =
               WS-RR-SOLD(WS-INDEX) + WS-RR-BACKORDERED(WS-INDEX)
           IF WS-DEMAND NOT > 0
               IF WS-RR-CUR-POINT(WS-INDEX) > 0
                   ADD 1 TO WS-IDLE-COUNT
               END-IF
           ELSE
               COMPUTE WS-RR-AVG(WS-INDEX) ROUNDED =
                   WS-DEMAND / WS-WINDOW-DAYS
               PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-WINDOW-DAYS
                   IF WS-DAY-UNITS(WS-INDEX, WS-DAY-INDEX) >
                       WS-RR-PEAK(WS-INDEX)
                       MOVE WS-DAY-UNITS(WS-INDEX, WS-DAY-INDEX)
                           TO WS-RR-PEAK(WS-INDEX)
                   END-IF
               END-PERFORM

               COMPUTE WS-LEAD-DEMAND =
                   WS-DEMAND * WS-RR-LEAD(WS-INDEX) / WS-WINDOW-DAYS
               IF WS-RR-PEAK(WS-INDEX) > WS-RR-AVG(WS-INDEX)
                   COMPUTE WS-SAFETY =
                       (WS-RR-PEAK(WS-INDEX) - WS-RR-AVG(WS-INDEX))
                       * WS-RR-LEAD(WS-INDEX)
               ELSE
                   MOVE 0 TO WS-SAFETY
               END-IF
               COMPUTE WS-EXACT = WS-LEAD-DEMAND + WS-SAFETY
               PERFORM ROUND-UP
               MOVE WS-WHOLE TO WS-RR-NEW-POINT(WS-INDEX)

               COMPUTE WS-EXACT =
                   WS-DEMAND * WS-COVER-DAYS / WS-WINDOW-DAYS
               PERFORM ROUND-UP
               MOVE WS-WHOLE TO WS-RR-NEW-QTY(WS-INDEX)

               IF WS-RR-NEW-POINT(WS-INDEX) NOT =
                   WS-RR-CUR-POINT(WS-INDEX)
                   OR WS-RR-NEW-QTY(WS-INDEX) NOT =
                   WS-RR-CUR-QTY(WS-INDEX)
                   MOVE 'Y' TO WS-RR-PROPOSED(WS-INDEX)
                   ADD 1 TO WS-PROPOSAL-COUNT
               END-IF
           END-IF.

      * WS-EXACT up to the next whole unit in WS-WHOLE, at least 1.
       ROUND-UP.
           MOVE WS-EXACT TO WS-WHOLE
           IF WS-WHOLE < WS-EXACT
               ADD 1 TO WS-WHOLE
           END-IF
           IF WS-WHOLE = 0
               MOVE 1 TO WS-WHOLE
           END-IF
           IF WS-WHOLE > 99999
               MOVE 99999 TO WS-WHOLE
           END-IF.

      * The audit trail is worthless without knowing who - the ID
      * and password keyed must match a row in the oper.dat
      * operator master, whose role then decides what the menu
      * offers.  Every miss is audited; three misses end the run.
       GET-OPERATOR.
           DISPLAY "Operator ID : "
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               GO TO GET-OPERATOR
           END-IF
           DISPLAY "Password : "
           ACCEPT WS-PASSWORD

           PERFORM CHECK-OPERATOR
           IF WS-SIGNED-ON
               GO TO GET-OPERATOR-EXIT
           END-IF

           ADD 1 TO WS-SIGNON-TRIES
           MOVE "SIGNONFAIL" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-OLD
           MOVE "ID OR PASSWORD NOT ACCEPTED" TO WS-AUD-NEW
           PERFORM WRITE-OPERATOR-AUDIT
           IF WS-SIGNON-TRIES < 3
               DISPLAY "ALERT : operator ID or password not accepted"
               GO TO GET-OPERATOR
           END-IF
           DISPLAY "ALERT : sign-on refused"
           STOP RUN.

       GET-OPERATOR-EXIT.
           EXIT.

      * Look the keyed ID and password up in oper.dat.
       CHECK-OPERATOR.
           MOVE 'N' TO WS-SIGNON-SWITCH
           MOVE 'N' TO WS-OPER-EOF-SWITCH
           OPEN INPUT FILE-OPERATOR
           EVALUATE TRUE
           WHEN WS-OPERATOR-FILESTATUS = "35"
               DISPLAY "ALERT : no operator master yet - set one up"
                   " in ChallengeCobolOperators"
           WHEN WS-OPERATOR-FILESTATUS = "00"
               PERFORM READ-OPERATOR-RECORD THRU READ-OPERATOR-EXIT
                   UNTIL WS-OPER-EOF OR WS-SIGNED-ON
               CLOSE FILE-OPERATOR
           WHEN OTHER
               DISPLAY "ERROR : " WS-OPERATOR-FILESTATUS
           END-EVALUATE.

       READ-OPERATOR-RECORD.
           READ FILE-OPERATOR
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO READ-OPERATOR-EXIT
           END-READ

           IF OPER-ID = WS-OPERATOR
               AND OPER-PASSWORD = WS-PASSWORD
               AND WS-PASSWORD NOT = SPACES
               SET WS-SIGNED-ON TO TRUE
               MOVE OPER-ROLE TO WS-OPER-ROLE
           END-IF.

       READ-OPERATOR-EXIT.
           EXIT.

      * A menu option the signed-on role may not use : say so and
      * leave a REFUSED row, the option staged in WS-AUD-NEW.
       REFUSE-OPTION.
           DISPLAY "ALERT : only a manager can accept reorder proposals"
           MOVE "REFUSED" TO WS-AUD-ACTION
           MOVE SPACES TO WS-AUD-OLD
           STRING "ROLE " DELIMITED BY SIZE
                  WS-OPER-ROLE DELIMITED BY SIZE
               INTO WS-AUD-OLD
           END-STRING
           PERFORM WRITE-OPERATOR-AUDIT.

      * Sign-on and permission rows go to audit.dat under the
      * OPERATOR file name, keyed by the program they happened in.
       WRITE-OPERATOR-AUDIT.
           OPEN EXTEND FILE-AUDIT
           IF WS-AUDIT-FILESTATUS = "35"
               OPEN OUTPUT FILE-AUDIT
               CLOSE FILE-AUDIT
               OPEN EXTEND FILE-AUDIT
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO FILE-AUDIT-OBJ
           MOVE WS-TODAY-DATE TO AUD-DATE
           MOVE WS-NOW-TIME(1:6) TO AUD-TIME
           MOVE WS-OPERATOR TO AUD-OPERATOR
           MOVE "OPERATOR" TO AUD-FILE
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE "REORDERRV" TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

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

      * Two lines a product : the settings now and proposed, then
      * the figures they were worked out from.  Products with no
      * change to propose are left off; products still tracked but
      * with no demand at all are counted at the foot.
       PRINT-REVIEW.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REORDER REVIEW  " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE WS-WEEKS TO WS-COUNT-PRINT
           MOVE WS-COVER-DAYS TO WS-LEAD-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-COUNT-PRINT DELIMITED BY SIZE
                  " week(s) of sales net of credits + open"
                      DELIMITED BY SIZE
                  " backorders, orders cover " DELIMITED BY SIZE
                  WS-LEAD-PRINT DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  ID        NAME" TO WS-REPORT-LINE
           MOVE "NOW POINT/QTY   NEW POINT/QTY"
               TO WS-REPORT-LINE(38:)
           PERFORM PRINT-REPORT-LINE

           PERFORM PRINT-PROPOSAL
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-PRODUCT-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-PROPOSAL-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-COUNT-PRINT DELIMITED BY SIZE
                  " change(s) proposed" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           IF WS-IDLE-COUNT NOT = 0
               MOVE WS-IDLE-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-COUNT-PRINT DELIMITED BY SIZE
                      " reorder-tracked product(s) had no demand in"
                          DELIMITED BY SIZE
                      " the window - left as they are"
                          DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

           MOVE "  * = no supplier lead time on file, 7 days assumed"
               TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

       PRINT-PROPOSAL.
           IF WS-RR-PROPOSED(WS-INDEX) = 'Y'
               PERFORM FORMAT-PROPOSAL-LINE
               PERFORM PRINT-REPORT-LINE
               PERFORM FORMAT-REASON-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

       FORMAT-PROPOSAL-LINE.
           MOVE WS-RR-CUR-POINT(WS-INDEX) TO WS-QTY-PRINT
           MOVE WS-RR-CUR-QTY(WS-INDEX) TO WS-QTY-PRINT-2
           MOVE WS-RR-NEW-POINT(WS-INDEX) TO WS-QTY-PRINT-3
           MOVE WS-RR-NEW-QTY(WS-INDEX) TO WS-QTY-PRINT-4
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-ID-PRODUCT(WS-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NAME-PRODUCT(WS-INDEX)(1:24)
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-QTY-PRINT TO WS-REPORT-LINE(38:5)
           MOVE "/" TO WS-REPORT-LINE(43:1)
           MOVE WS-QTY-PRINT-2 TO WS-REPORT-LINE(44:5)
           MOVE WS-QTY-PRINT-3 TO WS-REPORT-LINE(54:5)
           MOVE "/" TO WS-REPORT-LINE(59:1)
           MOVE WS-QTY-PRINT-4 TO WS-REPORT-LINE(60:5).

       FORMAT-REASON-LINE.
           MOVE WS-RR-SOLD(WS-INDEX) TO WS-SOLD-PRINT
           MOVE WS-RR-BACKORDERED(WS-INDEX) TO WS-QTY-PRINT
           MOVE WS-RR-AVG(WS-INDEX) TO WS-AVG-PRINT
           MOVE WS-RR-PEAK(WS-INDEX) TO WS-QTY-PRINT-2
           MOVE WS-RR-LEAD(WS-INDEX) TO WS-LEAD-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "      sold" DELIMITED BY SIZE
                  WS-SOLD-PRINT DELIMITED BY SIZE
                  " waiting" DELIMITED BY SIZE
                  WS-QTY-PRINT DELIMITED BY SIZE
                  "  avg/day" DELIMITED BY SIZE
                  WS-AVG-PRINT DELIMITED BY SIZE
                  "  peak day" DELIMITED BY SIZE
                  WS-QTY-PRINT-2 DELIMITED BY SIZE
                  "  lead " DELIMITED BY SIZE
                  WS-LEAD-PRINT DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF WS-RR-LEAD-ASSUMED(WS-INDEX) = 'Y'
               MOVE "*" TO WS-REPORT-LINE(80:1)
           END-IF.

      * Manager only : each proposal in turn, Y to write it to the
      * catalog, N to leave the product as it is, Q to stop.
       ACCEPT-PROPOSALS.
           OPEN I-O FILE-PRODUCT
           IF EMP-PRODUCT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " EMP-PRODUCT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF

           DISPLAY SPACE
           DISPLAY "Review each proposal : Y accept, N skip, Q stop"
           MOVE 'N' TO WS-STOP-SWITCH
           PERFORM REVIEW-PROPOSAL THRU REVIEW-PROPOSAL-EXIT
               VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-PRODUCT-COUNT
                   OR WS-STOP-REVIEW
           CLOSE FILE-PRODUCT

           MOVE WS-ACCEPT-COUNT TO WS-COUNT-PRINT
           DISPLAY WS-COUNT-PRINT " proposal(s) accepted".

       REVIEW-PROPOSAL.
           IF WS-RR-PROPOSED(WS-INDEX) NOT = 'Y'
               GO TO REVIEW-PROPOSAL-EXIT
           END-IF

           DISPLAY SPACE
           PERFORM FORMAT-PROPOSAL-LINE
           DISPLAY WS-REPORT-LINE
           PERFORM FORMAT-REASON-LINE
           DISPLAY WS-REPORT-LINE
           DISPLAY "Accept (Y/N/Q) : "
           ACCEPT WS-ANSWER

           EVALUATE WS-ANSWER
           WHEN "Y"
           WHEN "y"
               PERFORM APPLY-PROPOSAL THRU APPLY-PROPOSAL-EXIT
           WHEN "Q"
           WHEN "q"
               SET WS-STOP-REVIEW TO TRUE
           WHEN OTHER
               DISPLAY "Left as it is"
           END-EVALUATE.

       REVIEW-PROPOSAL-EXIT.
           EXIT.

      * Re-read the record so a change made on another terminal
      * since the review was run is not overwritten blind : if the
      * settings no longer match what the proposal was made
      * against, say so and leave them.
       APPLY-PROPOSAL.
           MOVE WS-ID-PRODUCT(WS-INDEX) TO WS-SEARCH-ID
           MOVE WS-SEARCH-ID TO ID-PRODUCT
           READ FILE-PRODUCT
               INVALID KEY
                   DISPLAY "ALERT : " WS-SEARCH-ID
                       " is no longer in the catalog"
                   GO TO APPLY-PROPOSAL-EXIT
           END-READ

           PERFORM FORMAT-REORDER-VALUE
           IF REORDER-POINT NOT = WS-RR-CUR-POINT(WS-INDEX)
               OR REORDER-QTY NOT = WS-RR-CUR-QTY(WS-INDEX)
               DISPLAY "ALERT : settings were changed since the"
                   " review ran - not applied"
               GO TO APPLY-PROPOSAL-EXIT
           END-IF

           MOVE WS-AUD-NEW TO WS-AUD-OLD
           MOVE WS-RR-NEW-POINT(WS-INDEX) TO REORDER-POINT
           MOVE WS-RR-NEW-QTY(WS-INDEX) TO REORDER-QTY
           PERFORM FORMAT-REORDER-VALUE
           REWRITE FILE-PRODUCT-OBJ
               INVALID KEY
                   DISPLAY "ERROR : " EMP-PRODUCT-FILESTATUS
               NOT INVALID KEY
                   DISPLAY "Reorder settings updated"
                   ADD 1 TO WS-ACCEPT-COUNT
                   MOVE "REORDER" TO WS-AUD-ACTION
                   PERFORM WRITE-AUDIT-ROW
           END-REWRITE.

       APPLY-PROPOSAL-EXIT.
           EXIT.

      * "P=point Q=qty" in one audit column, built into WS-AUD-NEW,
      * the same form the catalog maintenance screen writes.
       FORMAT-REORDER-VALUE.
           IF REORDER-POINT IS NOT NUMERIC
               MOVE 0 TO REORDER-POINT
           END-IF
           IF REORDER-QTY IS NOT NUMERIC
               MOVE 0 TO REORDER-QTY
           END-IF
           MOVE REORDER-POINT TO WS-AUD-QTY
           MOVE REORDER-QTY TO WS-AUD-QTY-2
           MOVE SPACES TO WS-AUD-NEW
           STRING "P=" DELIMITED BY SIZE
                  WS-AUD-QTY DELIMITED BY SIZE
                  " Q=" DELIMITED BY SIZE
                  WS-AUD-QTY-2 DELIMITED BY SIZE
               INTO WS-AUD-NEW
           END-STRING.

      * One PRODUCT row in audit.dat per accepted proposal; action,
      * old and new value are staged in the WS-AUD- fields.
       WRITE-AUDIT-ROW.
           OPEN EXTEND FILE-AUDIT
           IF WS-AUDIT-FILESTATUS = "35"
               OPEN OUTPUT FILE-AUDIT
               CLOSE FILE-AUDIT
               OPEN EXTEND FILE-AUDIT
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO FILE-AUDIT-OBJ
           MOVE WS-TODAY-DATE TO AUD-DATE
           MOVE WS-NOW-TIME(1:6) TO AUD-TIME
           MOVE WS-OPERATOR TO AUD-OPERATOR
           MOVE "PRODUCT" TO AUD-FILE
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-SEARCH-ID TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

           END PROGRAM ChallengeCobolReorderReview.

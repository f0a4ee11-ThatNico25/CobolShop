      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Price change apply job - run before the shop opens.
      *          Posts every pending change in pchg.dat (PCHGREC.CPY)
      *          due on or before today to the prodix.dat catalog,
      *          oldest effective date first, so a product with two
      *          changes due ends on the later one.  Each posting
      *          leaves a PRICE audit row (and a COST row when a new
      *          unit cost came with it) under the operator who
      *          scheduled the change, the same rows the catalog
      *          maintenance screen writes, and the change is marked
      *          applied with the day and the price it replaced.  A
      *          change for a product no longer in the catalog is
      *          marked rejected.  Every product whose price changed
      *          gets a shelf label in shelflbl.txt in the data
      *          directory : the product name, the new price, and
      *          any promotion in promo.dat running now or still to
      *          come that sells it for less, so the shelf edge does
      *          not contradict the till.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolPriceApply.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-PRICECHG
           ASSIGN TO DYNAMIC WS-PRICECHG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PRICECHG-FILESTATUS.

           SELECT FILE-PRODUCT
           ASSIGN TO DYNAMIC WS-PRODUCT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PRODUCT
           FILE STATUS IS EMP-PRODUCT-FILESTATUS.

           SELECT FILE-PROMO
           ASSIGN TO DYNAMIC WS-PROMO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PROMO-FILESTATUS.

           SELECT FILE-AUDIT
           ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILESTATUS.

           SELECT FILE-LABEL
           ASSIGN TO DYNAMIC WS-LABEL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LABEL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-PRICECHG.
           COPY "PCHGREC.CPY".

       FD  FILE-PRODUCT.
           COPY "PRODREC.CPY".

       FD  FILE-PROMO.
           COPY "PROMREC.CPY".

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-LABEL.
       01  LABEL-RECORD                        PIC X(44).

       WORKING-STORAGE SECTION.
       01  WS-PRICECHG-FILESTATUS              PIC X(02).
       01  WS-PCHG-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-PCHG-EOF                                  VALUE 'Y'.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  WS-PROMO-FILESTATUS                 PIC X(02).
       01  WS-PROMO-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-PROMO-EOF                                 VALUE 'Y'.
       01  WS-LABEL-FILESTATUS                 PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-PRICECHG-PATH                     PIC X(250) VALUE SPACES.
       01  WS-PRODUCT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-PROMO-PATH                        PIC X(250) VALUE SPACES.
       01  WS-LABEL-PATH                        PIC X(250) VALUE SPACES.

      * Audit trail : the catalog rows written for each change
      * posted, under the operator who scheduled it.
       01  WS-AUDIT-FILESTATUS                  PIC X(02).
       01  WS-AUDIT-PATH                        PIC X(250) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(10)  VALUE SPACES.
       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-NOW-TIME                          PIC 9(8)   VALUE ZERO.
       01  WS-AUD-ACTION                        PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY                           PIC X(20)  VALUE SPACES.
       01  WS-AUD-OLD                           PIC X(30)  VALUE SPACES.
       01  WS-AUD-NEW                           PIC X(30)  VALUE SPACES.
       01  WS-AUD-MONEY                         PIC 9(4).99.

      * pchg.dat in full - it is written back whole with the rows
      * posted here marked.  WS-PCHG-DUE flags the pending rows
      * due today or earlier that are still to be posted.
       01  WS-PCHG-COUNT                        PIC 9(4)   VALUE ZERO.
       01  WS-PCHG-TABLE.
           05 WS-PCHG-ENTRY OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-PCHG-COUNT.
               10 WS-PCHG-REC                   PIC X(80).
               10 WS-PCHG-EFF                   PIC 9(8).
               10 WS-PCHG-DUE                   PIC X(1).
       01  WS-PCHG-FULL-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-PCHG-FULL                                 VALUE 'Y'.
       01  WS-NEXT-INDEX                        PIC 9(4)   VALUE ZERO.

       01  WS-PROMO-COUNT                      PIC 9(3)   VALUE ZERO.
       01  WS-PROMO-TABLE.
           05 WS-PROMO-ENTRY OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-PROMO-COUNT.
               10 WS-PROMO-ID                  PIC X(9).
               10 WS-PROMO-PRICE                PIC 9(4)V99.
               10 WS-PROMO-PCT                  PIC 9(2).
               10 WS-PROMO-FROM                 PIC 9(8).
               10 WS-PROMO-TO                   PIC 9(8).
               10 WS-PROMO-MINQ                 PIC 9(3).

      * One entry per product whose price changed this run - the
      * shelf labels to print.
       01  WS-LBL-COUNT                         PIC 9(4)   VALUE ZERO.
       01  WS-LBL-TABLE.
           05 WS-LBL-ENTRY OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-LBL-COUNT.
               10 WS-LBL-ID                     PIC X(9).
               10 WS-LBL-NAME                   PIC X(50).
               10 WS-LBL-PRICE                  PIC 9(4)V99.
               10 WS-LBL-EFF                    PIC 9(8).
       01  WS-LBL-MATCH                         PIC 9(4)   VALUE ZERO.

       01  WS-INDEX                             PIC 9(4)   VALUE ZERO.
       01  WS-PROMO-INDEX                       PIC 9(3)   VALUE ZERO.
       01  WS-OLD-PRICE                         PIC 9(4)V99 VALUE ZERO.
       01  WS-OLD-COST                          PIC 9(4)V99 VALUE ZERO.
       01  WS-PROMO-EFFECT                      PIC 9(4)V99 VALUE ZERO.
       01  WS-APPLIED-COUNT                     PIC 9(4)   VALUE ZERO.
       01  WS-REJECTED-COUNT                    PIC 9(4)   VALUE ZERO.

       01  WS-LABEL-LINE                        PIC X(44)  VALUE SPACES.
       01  WS-PRICE-PRINT                       PIC $$$$9.99.
       01  WS-PRICE-PRINT-2                     PIC $$$$9.99.
       01  WS-MINQ-PRINT                        PIC ZZ9.
       01  WS-COUNT-PRINT                       PIC ZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Price change apply"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-PRICE-CHANGES
           IF WS-PCHG-FULL
               DISPLAY "ERROR : more than 2000 rows in pchg.dat -"
                   " nothing posted"
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM FIND-NEXT-DUE
           IF WS-NEXT-INDEX = 0
               DISPLAY "No price changes due"
               GO TO CLOSE-PROGRAM
           END-IF

           OPEN I-O FILE-PRODUCT
           IF EMP-PRODUCT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " EMP-PRODUCT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF
           PERFORM POST-NEXT-CHANGE UNTIL WS-NEXT-INDEX = 0
           CLOSE FILE-PRODUCT

           PERFORM SAVE-PRICE-CHANGES

           IF WS-LBL-COUNT > 0
               PERFORM LOAD-PROMOS
               PERFORM WRITE-SHELF-LABELS
           END-IF

           MOVE WS-APPLIED-COUNT TO WS-COUNT-PRINT
           DISPLAY "Price changes posted   : " WS-COUNT-PRINT
           MOVE WS-REJECTED-COUNT TO WS-COUNT-PRINT
           DISPLAY "Price changes rejected : " WS-COUNT-PRINT
           MOVE WS-LBL-COUNT TO WS-COUNT-PRINT
           DISPLAY "Shelf labels           : " WS-COUNT-PRINT.

       CLOSE-PROGRAM.
           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/pchg.dat"        DELIMITED BY SIZE
               INTO WS-PRICECHG-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/prodix.dat"      DELIMITED BY SIZE
               INTO WS-PRODUCT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/promo.dat"       DELIMITED BY SIZE
               INTO WS-PROMO-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/audit.dat"       DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/shelflbl.txt"    DELIMITED BY SIZE
               INTO WS-LABEL-PATH
           END-STRING.

       LOAD-PRICE-CHANGES.
           MOVE 0 TO WS-PCHG-COUNT
           MOVE 'N' TO WS-PCHG-EOF-SWITCH
           OPEN INPUT FILE-PRICECHG
           EVALUATE TRUE
           WHEN WS-PRICECHG-FILESTATUS = "35"
               CONTINUE
           WHEN WS-PRICECHG-FILESTATUS = "00"
               PERFORM READ-PRICECHG-RECORD THRU READ-PRICECHG-EXIT
                   UNTIL WS-PCHG-EOF
               CLOSE FILE-PRICECHG
           WHEN OTHER
               DISPLAY "ERROR : " WS-PRICECHG-FILESTATUS
           END-EVALUATE.

       READ-PRICECHG-RECORD.
           READ FILE-PRICECHG
               AT END
                   SET WS-PCHG-EOF TO TRUE
                   GO TO READ-PRICECHG-EXIT
           END-READ

           IF WS-PCHG-COUNT NOT < 2000
               SET WS-PCHG-FULL TO TRUE
               GO TO READ-PRICECHG-EXIT
           END-IF
           ADD 1 TO WS-PCHG-COUNT
           MOVE FILE-PRICECHG-OBJ TO WS-PCHG-REC(WS-PCHG-COUNT)
           MOVE 'N' TO WS-PCHG-DUE(WS-PCHG-COUNT)
           MOVE 0 TO WS-PCHG-EFF(WS-PCHG-COUNT)
           IF PC-PENDING AND PC-EFF-DATE IS NUMERIC
               MOVE PC-EFF-DATE TO WS-PCHG-EFF(WS-PCHG-COUNT)
               IF PC-EFF-DATE NOT > WS-TODAY-DATE
                   MOVE 'Y' TO WS-PCHG-DUE(WS-PCHG-COUNT)
               END-IF
           END-IF.

       READ-PRICECHG-EXIT.
           EXIT.

      * The due row with the earliest effective date, into
      * WS-NEXT-INDEX (zero when none is left); on a tie the one
      * scheduled first.
       FIND-NEXT-DUE.
           MOVE 0 TO WS-NEXT-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-PCHG-COUNT
               IF WS-PCHG-DUE(WS-INDEX) = 'Y'
                   IF WS-NEXT-INDEX = 0
                       MOVE WS-INDEX TO WS-NEXT-INDEX
                   ELSE
                       IF WS-PCHG-EFF(WS-INDEX) <
                           WS-PCHG-EFF(WS-NEXT-INDEX)
                           MOVE WS-INDEX TO WS-NEXT-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       POST-NEXT-CHANGE.
           PERFORM APPLY-CHANGE THRU APPLY-CHANGE-EXIT
           PERFORM FIND-NEXT-DUE.

      * Post the change at WS-NEXT-INDEX to the catalog.
       APPLY-CHANGE.
           MOVE 'N' TO WS-PCHG-DUE(WS-NEXT-INDEX)
           MOVE WS-PCHG-REC(WS-NEXT-INDEX) TO FILE-PRICECHG-OBJ
           MOVE PC-OPERATOR TO WS-OPERATOR

           MOVE PC-ID-PRODUCT TO ID-PRODUCT
           READ FILE-PRODUCT
               INVALID KEY
                   DISPLAY "ALERT : " PC-ID-PRODUCT
                       " is no longer in the catalog - change from "
                       PC-EFF-DATE " rejected"
                   MOVE "R" TO PC-STATUS
                   MOVE WS-TODAY-DATE TO PC-APPLIED-DATE
                   MOVE FILE-PRICECHG-OBJ TO WS-PCHG-REC(WS-NEXT-INDEX)
                   ADD 1 TO WS-REJECTED-COUNT
                   GO TO APPLY-CHANGE-EXIT
           END-READ

           IF PRICE-PRODUCT IS NOT NUMERIC
               MOVE 0 TO PRICE-PRODUCT
           END-IF
           IF UNIT-COST IS NOT NUMERIC
               MOVE 0 TO UNIT-COST
           END-IF
           MOVE PRICE-PRODUCT TO WS-OLD-PRICE
           MOVE UNIT-COST TO WS-OLD-COST
           MOVE PC-NEW-PRICE TO PRICE-PRODUCT
           IF PC-NEW-COST IS NUMERIC AND PC-NEW-COST NOT = 0
               MOVE PC-NEW-COST TO UNIT-COST
           END-IF

           REWRITE FILE-PRODUCT-OBJ
               INVALID KEY
                   DISPLAY "ERROR : " EMP-PRODUCT-FILESTATUS
                   DISPLAY "ALERT : change for " PC-ID-PRODUCT
                       " left pending"
                   GO TO APPLY-CHANGE-EXIT
           END-REWRITE

           MOVE "A" TO PC-STATUS
           MOVE WS-TODAY-DATE TO PC-APPLIED-DATE
           MOVE WS-OLD-PRICE TO PC-OLD-PRICE
           MOVE FILE-PRICECHG-OBJ TO WS-PCHG-REC(WS-NEXT-INDEX)
           ADD 1 TO WS-APPLIED-COUNT

           MOVE WS-OLD-PRICE TO WS-PRICE-PRINT
           MOVE PRICE-PRODUCT TO WS-PRICE-PRINT-2
           DISPLAY ID-PRODUCT " " WS-PRICE-PRINT " -> "
               WS-PRICE-PRINT-2 " from " PC-EFF-DATE
               " by " PC-OPERATOR

           MOVE ID-PRODUCT TO WS-AUD-KEY
           MOVE "PRICE" TO WS-AUD-ACTION
           MOVE WS-OLD-PRICE TO WS-AUD-MONEY
           MOVE WS-AUD-MONEY TO WS-AUD-OLD
           MOVE PRICE-PRODUCT TO WS-AUD-MONEY
           MOVE WS-AUD-MONEY TO WS-AUD-NEW
           PERFORM WRITE-AUDIT-ROW
           IF UNIT-COST NOT = WS-OLD-COST
               MOVE "COST" TO WS-AUD-ACTION
               MOVE WS-OLD-COST TO WS-AUD-MONEY
               MOVE WS-AUD-MONEY TO WS-AUD-OLD
               MOVE UNIT-COST TO WS-AUD-MONEY
               MOVE WS-AUD-MONEY TO WS-AUD-NEW
               PERFORM WRITE-AUDIT-ROW
           END-IF

           PERFORM NOTE-SHELF-LABEL.

       APPLY-CHANGE-EXIT.
           EXIT.

      * One label per product however many of its changes were
      * posted - the last one posted is the price on the shelf.
       NOTE-SHELF-LABEL.
           MOVE 0 TO WS-LBL-MATCH
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-LBL-COUNT
                   OR WS-LBL-MATCH NOT = 0
               IF WS-LBL-ID(WS-INDEX) = ID-PRODUCT
                   MOVE WS-INDEX TO WS-LBL-MATCH
               END-IF
           END-PERFORM
           IF WS-LBL-MATCH = 0
               ADD 1 TO WS-LBL-COUNT
               MOVE WS-LBL-COUNT TO WS-LBL-MATCH
           END-IF
           MOVE ID-PRODUCT TO WS-LBL-ID(WS-LBL-MATCH)
           MOVE NAME-PRODUCT TO WS-LBL-NAME(WS-LBL-MATCH)
           MOVE PRICE-PRODUCT TO WS-LBL-PRICE(WS-LBL-MATCH)
           MOVE PC-EFF-DATE TO WS-LBL-EFF(WS-LBL-MATCH).

      * One PRODUCT row in audit.dat per field changed, under the
      * operator who scheduled the change; action, key, old and
      * new value are staged in the WS-AUD- fields.
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
           MOVE WS-AUD-KEY TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

       SAVE-PRICE-CHANGES.
           OPEN OUTPUT FILE-PRICECHG
           IF WS-PRICECHG-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-PRICECHG-FILESTATUS
               DISPLAY "ALERT : pchg.dat not updated - the changes"
                   " posted will be posted again next run"
           ELSE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-PCHG-COUNT
                   MOVE WS-PCHG-REC(WS-INDEX) TO FILE-PRICECHG-OBJ
                   WRITE FILE-PRICECHG-OBJ
                   IF WS-PRICECHG-FILESTATUS NOT = "00"
                       DISPLAY "ERROR : " WS-PRICECHG-FILESTATUS
                   END-IF
               END-PERFORM
               CLOSE FILE-PRICECHG
           END-IF.

       LOAD-PROMOS.
           MOVE 0 TO WS-PROMO-COUNT
           MOVE 'N' TO WS-PROMO-EOF-SWITCH
           OPEN INPUT FILE-PROMO
           EVALUATE TRUE
           WHEN WS-PROMO-FILESTATUS = "35"
               CONTINUE
           WHEN WS-PROMO-FILESTATUS = "00"
               PERFORM READ-PROMO-RECORD THRU READ-PROMO-EXIT
                   UNTIL WS-PROMO-EOF
               CLOSE FILE-PROMO
           WHEN OTHER
               DISPLAY "ERROR : " WS-PROMO-FILESTATUS
           END-EVALUATE.

       READ-PROMO-RECORD.
           READ FILE-PROMO
               AT END
                   SET WS-PROMO-EOF TO TRUE
                   GO TO READ-PROMO-EXIT
           END-READ

           IF WS-PROMO-COUNT < 200
               ADD 1 TO WS-PROMO-COUNT
               MOVE PROMO-ID-PRODUCT TO WS-PROMO-ID(WS-PROMO-COUNT)
               MOVE PROMO-SALE-PRICE TO WS-PROMO-PRICE(WS-PROMO-COUNT)
               MOVE PROMO-PCT-OFF TO WS-PROMO-PCT(WS-PROMO-COUNT)
               MOVE PROMO-EFF-FROM TO WS-PROMO-FROM(WS-PROMO-COUNT)
               MOVE PROMO-EFF-TO TO WS-PROMO-TO(WS-PROMO-COUNT)
               MOVE PROMO-MIN-QTY TO WS-PROMO-MINQ(WS-PROMO-COUNT)
           END-IF.

       READ-PROMO-EXIT.
           EXIT.

       WRITE-SHELF-LABELS.
           OPEN OUTPUT FILE-LABEL
           IF WS-LABEL-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-LABEL-FILESTATUS
           ELSE
               PERFORM WRITE-ONE-LABEL
                   VARYING WS-LBL-MATCH FROM 1 BY 1
                   UNTIL WS-LBL-MATCH > WS-LBL-COUNT
               CLOSE FILE-LABEL
               DISPLAY "Shelf labels written to " WS-LABEL-PATH
           END-IF.

      * A boxed label : name (two lines when it runs long), then
      * the product ID with the new price, then one line per
      * promotion not yet over that undercuts the new price - a
      * percent-off promotion worked out on the new price the way
      * checkout will.
       WRITE-ONE-LABEL.
           MOVE "+------------------------------------------+"
               TO WS-LABEL-LINE
           PERFORM WRITE-LABEL-LINE

           MOVE SPACES TO WS-LABEL-LINE
           MOVE WS-LBL-NAME(WS-LBL-MATCH)(1:40)
               TO WS-LABEL-LINE(3:40)
           PERFORM WRITE-BOXED-LINE
           IF WS-LBL-NAME(WS-LBL-MATCH)(41:10) NOT = SPACES
               MOVE SPACES TO WS-LABEL-LINE
               MOVE WS-LBL-NAME(WS-LBL-MATCH)(41:10)
                   TO WS-LABEL-LINE(3:10)
               PERFORM WRITE-BOXED-LINE
           END-IF

           MOVE WS-LBL-PRICE(WS-LBL-MATCH) TO WS-PRICE-PRINT
           MOVE SPACES TO WS-LABEL-LINE
           MOVE WS-LBL-ID(WS-LBL-MATCH) TO WS-LABEL-LINE(3:9)
           MOVE WS-LBL-EFF(WS-LBL-MATCH) TO WS-LABEL-LINE(14:8)
           MOVE WS-PRICE-PRINT TO WS-LABEL-LINE(35:8)
           PERFORM WRITE-BOXED-LINE

           PERFORM VARYING WS-PROMO-INDEX FROM 1 BY 1
               UNTIL WS-PROMO-INDEX > WS-PROMO-COUNT
               IF WS-PROMO-ID(WS-PROMO-INDEX) = WS-LBL-ID(WS-LBL-MATCH)
                   AND WS-PROMO-TO(WS-PROMO-INDEX) NOT < WS-TODAY-DATE
                   PERFORM WRITE-PROMO-LINE
               END-IF
           END-PERFORM

           MOVE "+------------------------------------------+"
               TO WS-LABEL-LINE
           PERFORM WRITE-LABEL-LINE
           MOVE SPACES TO WS-LABEL-LINE
           PERFORM WRITE-LABEL-LINE.

       WRITE-PROMO-LINE.
           IF WS-PROMO-PRICE(WS-PROMO-INDEX) NOT = 0
               MOVE WS-PROMO-PRICE(WS-PROMO-INDEX) TO WS-PROMO-EFFECT
           ELSE
               COMPUTE WS-PROMO-EFFECT ROUNDED =
                   WS-LBL-PRICE(WS-LBL-MATCH) -
                   (WS-LBL-PRICE(WS-LBL-MATCH) *
                       WS-PROMO-PCT(WS-PROMO-INDEX) / 100)
           END-IF
           IF WS-PROMO-EFFECT < WS-LBL-PRICE(WS-LBL-MATCH)
               MOVE WS-PROMO-EFFECT TO WS-PRICE-PRINT
               MOVE SPACES TO WS-LABEL-LINE
               STRING "SALE " DELIMITED BY SIZE
                      WS-PRICE-PRINT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PROMO-FROM(WS-PROMO-INDEX) DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-PROMO-TO(WS-PROMO-INDEX) DELIMITED BY SIZE
                   INTO WS-LABEL-LINE(3:40)
               END-STRING
               IF WS-PROMO-MINQ(WS-PROMO-INDEX) > 0
                   MOVE WS-PROMO-MINQ(WS-PROMO-INDEX) TO WS-MINQ-PRINT
                   MOVE "MIN" TO WS-LABEL-LINE(37:3)
                   MOVE WS-MINQ-PRINT TO WS-LABEL-LINE(40:3)
               END-IF
               PERFORM WRITE-BOXED-LINE
           END-IF.

       WRITE-BOXED-LINE.
           MOVE "|" TO WS-LABEL-LINE(1:1)
           MOVE "|" TO WS-LABEL-LINE(44:1)
           PERFORM WRITE-LABEL-LINE.

       WRITE-LABEL-LINE.
           MOVE WS-LABEL-LINE TO LABEL-RECORD
           WRITE LABEL-RECORD
           IF WS-LABEL-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-LABEL-FILESTATUS
           END-IF.

           END PROGRAM ChallengeCobolPriceApply.

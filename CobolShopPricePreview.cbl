      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Price change preview - what the scheduled price
      *          changes in pchg.dat (PCHGREC.CPY) will do over the
      *          next N days.  Every change still pending with an
      *          effective date up to N days from today is listed in
      *          date order with the price it replaces - the catalog
      *          price, or the change before it when a product has
      *          more than one coming - and the margin before and
      *          after at the product's current UNIT-COST.  Where a
      *          new unit cost is scheduled with the price the
      *          margin at that cost is shown as well.  Changes
      *          already due but not yet posted are marked; the next
      *          ChallengeCobolPriceApply run posts them.  Read-only,
      *          written to pricepv.txt in the data directory.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolPricePreview.

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

           SELECT FILE-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-PRICECHG.
           COPY "PCHGREC.CPY".

       FD  FILE-PRODUCT.
           COPY "PRODREC.CPY".

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PRICECHG-FILESTATUS              PIC X(02).
       01  WS-PCHG-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-PCHG-EOF                                  VALUE 'Y'.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-PRICECHG-PATH                     PIC X(250) VALUE SPACES.
       01  WS-PRODUCT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

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

       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-DAYS-AHEAD                        PIC 9(3)   VALUE ZERO.
       01  WS-HORIZON-DATE                      PIC 9(8)   VALUE ZERO.

      * The pending changes inside the horizon, with the catalog
      * figures for their product.
       01  WS-CHG-COUNT                         PIC 9(4)   VALUE ZERO.
       01  WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-CHG-COUNT.
               10 WS-CHG-ID                     PIC X(9).
               10 WS-CHG-EFF                    PIC 9(8).
               10 WS-CHG-NEW-PRICE              PIC 9(4)V99.
               10 WS-CHG-NEW-COST               PIC 9(4)V99.
               10 WS-CHG-OPERATOR               PIC X(10).
               10 WS-CHG-NAME                   PIC X(50).
               10 WS-CHG-CUR-PRICE              PIC 9(4)V99.
               10 WS-CHG-CUR-COST               PIC 9(4)V99.
               10 WS-CHG-FOUND                  PIC X(1).
               10 WS-CHG-PRINTED                PIC X(1).

       01  WS-INDEX                             PIC 9(4)   VALUE ZERO.
       01  WS-NEXT-INDEX                        PIC 9(4)   VALUE ZERO.
       01  WS-PRIOR-INDEX                       PIC 9(4)   VALUE ZERO.
       01  WS-OLD-PRICE                         PIC 9(4)V99 VALUE ZERO.
       01  WS-COST                              PIC 9(4)V99 VALUE ZERO.
       01  WS-MARGIN-NOW                        PIC S9(5)V99 VALUE ZERO.
       01  WS-MARGIN-NEW                        PIC S9(5)V99 VALUE ZERO.
       01  WS-MARGIN-WORK                       PIC S9(5)V99 VALUE ZERO.
       01  WS-PRICE-WORK                        PIC 9(4)V99 VALUE ZERO.
       01  WS-PCT-WORK                          PIC S9(5)V9 VALUE ZERO.
       01  WS-RAISE-COUNT                       PIC 9(4)   VALUE ZERO.
       01  WS-LOWER-COUNT                       PIC 9(4)   VALUE ZERO.
       01  WS-DUE-COUNT                         PIC 9(4)   VALUE ZERO.
       01  WS-MISSING-COUNT                     PIC 9(4)   VALUE ZERO.
       01  WS-NOCOST-COUNT                      PIC 9(4)   VALUE ZERO.

       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-DATE-WORK                         PIC X(8)   VALUE SPACES.
       01  WS-DATE-PRINT                        PIC X(10)  VALUE SPACES.
       01  WS-PRICE-PRINT                       PIC $$$$9.99.
       01  WS-PRICE-PRINT-2                     PIC $$$$9.99.
       01  WS-MARGIN-PRINT                      PIC $$$$9.99-.
       01  WS-MARGIN-PRINT-2                    PIC $$$$9.99-.
       01  WS-PCT-PRINT                         PIC ---9.9.
       01  WS-PCT-PRINT-2                       PIC ---9.9.
       01  WS-COUNT-PRINT                       PIC ZZZ9.
       01  WS-DAYS-PRINT                        PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Price change preview"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           DISPLAY "Days ahead to preview (blank = 7) : "
           ACCEPT WS-DAYS-AHEAD
           IF WS-DAYS-AHEAD = 0
               MOVE 7 TO WS-DAYS-AHEAD
           END-IF
           MOVE WS-TODAY-DATE TO WS-DC-DATE
           PERFORM DATE-TO-DAYS
           ADD WS-DAYS-AHEAD TO WS-DC-DAYS
           PERFORM DAYS-TO-DATE
           MOVE WS-DC-DATE TO WS-HORIZON-DATE

           PERFORM LOAD-PRICE-CHANGES
           PERFORM LOOK-UP-PRODUCTS THRU LOOK-UP-PRODUCTS-EXIT

           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF
           PERFORM PRINT-PREVIEW
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
                  "/pchg.dat"        DELIMITED BY SIZE
               INTO WS-PRICECHG-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/prodix.dat"      DELIMITED BY SIZE
               INTO WS-PRODUCT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/pricepv.txt"     DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.

       LOAD-PRICE-CHANGES.
           MOVE 0 TO WS-CHG-COUNT
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

           IF NOT PC-PENDING
               OR PC-EFF-DATE IS NOT NUMERIC
               OR PC-EFF-DATE > WS-HORIZON-DATE
               GO TO READ-PRICECHG-EXIT
           END-IF
           IF WS-CHG-COUNT NOT < 2000
               DISPLAY "ALERT : more than 2000 changes in the window"
                   " - the rest left off"
               GO TO READ-PRICECHG-EXIT
           END-IF

           ADD 1 TO WS-CHG-COUNT
           MOVE PC-ID-PRODUCT TO WS-CHG-ID(WS-CHG-COUNT)
           MOVE PC-EFF-DATE TO WS-CHG-EFF(WS-CHG-COUNT)
           MOVE PC-NEW-PRICE TO WS-CHG-NEW-PRICE(WS-CHG-COUNT)
           IF PC-NEW-COST IS NUMERIC
               MOVE PC-NEW-COST TO WS-CHG-NEW-COST(WS-CHG-COUNT)
           ELSE
               MOVE 0 TO WS-CHG-NEW-COST(WS-CHG-COUNT)
           END-IF
           MOVE PC-OPERATOR TO WS-CHG-OPERATOR(WS-CHG-COUNT)
           MOVE SPACES TO WS-CHG-NAME(WS-CHG-COUNT)
           MOVE 0 TO WS-CHG-CUR-PRICE(WS-CHG-COUNT)
           MOVE 0 TO WS-CHG-CUR-COST(WS-CHG-COUNT)
           MOVE 'N' TO WS-CHG-FOUND(WS-CHG-COUNT)
           MOVE 'N' TO WS-CHG-PRINTED(WS-CHG-COUNT).

       READ-PRICECHG-EXIT.
           EXIT.

       LOOK-UP-PRODUCTS.
           IF WS-CHG-COUNT = 0
               GO TO LOOK-UP-PRODUCTS-EXIT
           END-IF
           OPEN INPUT FILE-PRODUCT
           IF EMP-PRODUCT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " EMP-PRODUCT-FILESTATUS
               GO TO LOOK-UP-PRODUCTS-EXIT
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-CHG-COUNT
               MOVE WS-CHG-ID(WS-INDEX) TO ID-PRODUCT
               READ FILE-PRODUCT
                   INVALID KEY
                       ADD 1 TO WS-MISSING-COUNT
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CHG-FOUND(WS-INDEX)
                       MOVE NAME-PRODUCT TO WS-CHG-NAME(WS-INDEX)
                       IF PRICE-PRODUCT IS NUMERIC
                           MOVE PRICE-PRODUCT
                               TO WS-CHG-CUR-PRICE(WS-INDEX)
                       END-IF
                       IF UNIT-COST IS NUMERIC
                           MOVE UNIT-COST TO WS-CHG-CUR-COST(WS-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE-PRODUCT.

       LOOK-UP-PRODUCTS-EXIT.
           EXIT.

       PRINT-PREVIEW.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PRICE CHANGE PREVIEW  " DELIMITED BY SIZE
                  WS-TODAY-DATE            DELIMITED BY SIZE
                  " THRU "                 DELIMITED BY SIZE
                  WS-HORIZON-DATE          DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE WS-DAYS-AHEAD TO WS-DAYS-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Pending changes over the next " DELIMITED BY SIZE
                  WS-DAYS-PRINT DELIMITED BY SIZE
                  " days, margins at current unit cost"
                      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  ID        NAME" TO WS-REPORT-LINE
           MOVE "EFFECTIVE        NOW      NEW" TO WS-REPORT-LINE(38:)
           PERFORM PRINT-REPORT-LINE

           PERFORM FIND-NEXT-CHANGE
           PERFORM PRINT-NEXT-CHANGE UNTIL WS-NEXT-INDEX = 0

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-CHG-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-COUNT-PRINT DELIMITED BY SIZE
                  " change(s) pending" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE WS-RAISE-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-COUNT-PRINT DELIMITED BY SIZE
                  " raise the unit margin, " DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-LOWER-COUNT TO WS-COUNT-PRINT
           MOVE WS-COUNT-PRINT TO WS-REPORT-LINE(31:4)
           MOVE " lower it" TO WS-REPORT-LINE(35:)
           PERFORM PRINT-REPORT-LINE

           IF WS-DUE-COUNT NOT = 0
               MOVE WS-DUE-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-COUNT-PRINT DELIMITED BY SIZE
                      " already due (DUE) - posted at the next apply"
                          DELIMITED BY SIZE
                      " run" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

           IF WS-NOCOST-COUNT NOT = 0
               MOVE WS-NOCOST-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-COUNT-PRINT DELIMITED BY SIZE
                      " with no unit cost on file - margin not worked"
                          DELIMITED BY SIZE
                      " out" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

           IF WS-MISSING-COUNT NOT = 0
               MOVE WS-MISSING-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-COUNT-PRINT DELIMITED BY SIZE
                      " for products no longer in the catalog - the"
                          DELIMITED BY SIZE
                      " apply run rejects them" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

      * The unprinted change with the earliest effective date, into
      * WS-NEXT-INDEX (zero when all are printed); on a tie the one
      * scheduled first.
       FIND-NEXT-CHANGE.
           MOVE 0 TO WS-NEXT-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-CHG-COUNT
               IF WS-CHG-PRINTED(WS-INDEX) = 'N'
                   IF WS-NEXT-INDEX = 0
                       MOVE WS-INDEX TO WS-NEXT-INDEX
                   ELSE
                       IF WS-CHG-EFF(WS-INDEX) <
                           WS-CHG-EFF(WS-NEXT-INDEX)
                           MOVE WS-INDEX TO WS-NEXT-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-NEXT-CHANGE.
           MOVE 'Y' TO WS-CHG-PRINTED(WS-NEXT-INDEX)
           PERFORM PRINT-CHANGE THRU PRINT-CHANGE-EXIT
           PERFORM FIND-NEXT-CHANGE.

      * The change at WS-NEXT-INDEX.  Every change for the same
      * product printed before it has taken effect by then, so the
      * price it replaces is the last of those, else the catalog's.
       PRINT-CHANGE.
           MOVE WS-CHG-CUR-PRICE(WS-NEXT-INDEX) TO WS-OLD-PRICE
           MOVE 0 TO WS-PRIOR-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-CHG-COUNT
               IF WS-INDEX NOT = WS-NEXT-INDEX
                   AND WS-CHG-PRINTED(WS-INDEX) = 'Y'
                   AND WS-CHG-ID(WS-INDEX) = WS-CHG-ID(WS-NEXT-INDEX)
                   MOVE WS-INDEX TO WS-PRIOR-INDEX
               END-IF
           END-PERFORM
           IF WS-PRIOR-INDEX NOT = 0
               PERFORM FIND-LATEST-PRIOR
               MOVE WS-CHG-NEW-PRICE(WS-PRIOR-INDEX) TO WS-OLD-PRICE
           END-IF

           MOVE WS-CHG-EFF(WS-NEXT-INDEX) TO WS-DATE-WORK
           MOVE SPACES TO WS-DATE-PRINT
           STRING WS-DATE-WORK(1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-DATE-WORK(5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-DATE-WORK(7:2) DELIMITED BY SIZE
               INTO WS-DATE-PRINT
           END-STRING

           MOVE WS-OLD-PRICE TO WS-PRICE-PRINT
           MOVE WS-CHG-NEW-PRICE(WS-NEXT-INDEX) TO WS-PRICE-PRINT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-CHG-ID(WS-NEXT-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHG-NAME(WS-NEXT-INDEX)(1:24) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-DATE-PRINT TO WS-REPORT-LINE(38:10)
           MOVE WS-PRICE-PRINT TO WS-REPORT-LINE(50:8)
           MOVE WS-PRICE-PRINT-2 TO WS-REPORT-LINE(59:8)
           IF WS-CHG-EFF(WS-NEXT-INDEX) NOT > WS-TODAY-DATE
               MOVE "DUE" TO WS-REPORT-LINE(69:3)
               ADD 1 TO WS-DUE-COUNT
           END-IF
           PERFORM PRINT-REPORT-LINE

           IF WS-CHG-FOUND(WS-NEXT-INDEX) NOT = 'Y'
               MOVE "      not in the catalog" TO WS-REPORT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO PRINT-CHANGE-EXIT
           END-IF

           MOVE WS-CHG-CUR-COST(WS-NEXT-INDEX) TO WS-COST
           IF WS-COST = 0
               ADD 1 TO WS-NOCOST-COUNT
               MOVE "      no unit cost on file" TO WS-REPORT-LINE
               PERFORM PRINT-REPORT-LINE
               GO TO PRINT-CHANGE-EXIT
           END-IF

           MOVE WS-OLD-PRICE TO WS-PRICE-WORK
           PERFORM WORK-OUT-MARGIN
           MOVE WS-MARGIN-WORK TO WS-MARGIN-NOW
           MOVE WS-MARGIN-WORK TO WS-MARGIN-PRINT
           MOVE WS-PCT-WORK TO WS-PCT-PRINT
           MOVE WS-CHG-NEW-PRICE(WS-NEXT-INDEX) TO WS-PRICE-WORK
           PERFORM WORK-OUT-MARGIN
           MOVE WS-MARGIN-WORK TO WS-MARGIN-NEW
           MOVE WS-MARGIN-WORK TO WS-MARGIN-PRINT-2
           MOVE WS-PCT-WORK TO WS-PCT-PRINT-2
           EVALUATE TRUE
           WHEN WS-MARGIN-NEW > WS-MARGIN-NOW
               ADD 1 TO WS-RAISE-COUNT
           WHEN WS-MARGIN-NEW < WS-MARGIN-NOW
               ADD 1 TO WS-LOWER-COUNT
           END-EVALUATE

           MOVE WS-COST TO WS-PRICE-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "      cost " DELIMITED BY SIZE
                  WS-PRICE-PRINT DELIMITED BY SIZE
                  "  margin " DELIMITED BY SIZE
                  WS-MARGIN-PRINT DELIMITED BY SIZE
                  WS-PCT-PRINT DELIMITED BY SIZE
                  "% -> " DELIMITED BY SIZE
                  WS-MARGIN-PRINT-2 DELIMITED BY SIZE
                  WS-PCT-PRINT-2 DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           IF WS-CHG-NEW-COST(WS-NEXT-INDEX) NOT = 0
               MOVE WS-CHG-NEW-COST(WS-NEXT-INDEX) TO WS-COST
               PERFORM WORK-OUT-MARGIN
               MOVE WS-COST TO WS-PRICE-PRINT
               MOVE WS-MARGIN-WORK TO WS-MARGIN-PRINT
               MOVE WS-PCT-WORK TO WS-PCT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      new cost " DELIMITED BY SIZE
                      WS-PRICE-PRINT DELIMITED BY SIZE
                      " with it - margin then " DELIMITED BY SIZE
                      WS-MARGIN-PRINT DELIMITED BY SIZE
                      WS-PCT-PRINT DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-CHANGE-EXIT.
           EXIT.

      * Of the printed changes for the same product, the one with
      * the latest effective date (the last scheduled on a tie) -
      * WS-PRIOR-INDEX holds one of them on the way in.
       FIND-LATEST-PRIOR.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-CHG-COUNT
               IF WS-INDEX NOT = WS-NEXT-INDEX
                   AND WS-CHG-PRINTED(WS-INDEX) = 'Y'
                   AND WS-CHG-ID(WS-INDEX) = WS-CHG-ID(WS-NEXT-INDEX)
                   AND WS-CHG-EFF(WS-INDEX) NOT <
                       WS-CHG-EFF(WS-PRIOR-INDEX)
                   MOVE WS-INDEX TO WS-PRIOR-INDEX
               END-IF
           END-PERFORM.

      * Unit margin and margin percent of WS-PRICE-WORK over
      * WS-COST, into WS-MARGIN-WORK and WS-PCT-WORK.
       WORK-OUT-MARGIN.
           COMPUTE WS-MARGIN-WORK = WS-PRICE-WORK - WS-COST
           IF WS-PRICE-WORK = 0
               MOVE 0 TO WS-PCT-WORK
           ELSE
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-MARGIN-WORK * 100 / WS-PRICE-WORK
           END-IF.

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

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

           END PROGRAM ChallengeCobolPricePreview.

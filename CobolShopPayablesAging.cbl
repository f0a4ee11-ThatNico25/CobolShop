      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Aged payables - what the shop owes and to whom.
      *          Reads the payables ledger payl.dat (PAYLREC.CPY) :
      *          each "I" row is a supplier bill that was matched or
      *          approved by ChallengeCobolSupplierInvoices, and the
      *          "P" rows with the same supplier and invoice number
      *          are what has been paid against it.  Every bill with
      *          something still owing is listed under its supplier
      *          from supp.dat with its due date and how late it is,
      *          then each supplier's open amount is aged by days
      *          past due into not yet due, 1-30, 31-60, 61-90 and
      *          over 90, with column totals.  A payment whose bill
      *          is not on the ledger is called out rather than
      *          dropped.  The report is shown on screen and written
      *          to payaging.txt in the data directory.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolPayablesAging.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-PAYABLE
           ASSIGN TO DYNAMIC WS-PAYABLE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PAYABLE-FILESTATUS.

           SELECT FILE-SUPPLIER
           ASSIGN TO DYNAMIC WS-SUPPLIER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SUPPLIER-FILESTATUS.

           SELECT FILE-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-PAYABLE.
           COPY "PAYLREC.CPY".

       FD  FILE-SUPPLIER.
           COPY "SUPPREC.CPY".

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYABLE-FILESTATUS               PIC X(02).
       01  WS-PAYABLE-EOF-SWITCH               PIC X(1)   VALUE 'N'.
           88 WS-PAYABLE-EOF                               VALUE 'Y'.
       01  WS-SUPPLIER-FILESTATUS              PIC X(02).
       01  WS-SUPP-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-SUPP-EOF                                  VALUE 'Y'.
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-PAYABLE-PATH                      PIC X(250) VALUE SPACES.
       01  WS-SUPPLIER-PATH                     PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-TODAY-DAYS                        PIC 9(7)   VALUE ZERO.

      * Suppliers in supp.dat order; any supplier billed on the
      * ledger but since removed from the master is added at the
      * end so its bills are still owed to someone.  The open
      * amount is split across the five buckets (1 not yet due,
      * 2 1-30 days late, 3 31-60, 4 61-90, 5 over 90).
       01  WS-SP-COUNT                          PIC 9(3)   VALUE ZERO.
       01  WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 0 TO 250 TIMES
              DEPENDING ON WS-SP-COUNT.
               10 WS-SP-ID                      PIC X(9).
               10 WS-SP-NAME                    PIC X(30).
               10 WS-SP-TERMS                   PIC 9(3).
               10 WS-SP-OPEN-BILLS              PIC 9(4).
               10 WS-SP-BUCKET OCCURS 5 TIMES   PIC S9(7)V99.
       01  WS-SP-INDEX                          PIC 9(3)   VALUE ZERO.
       01  WS-SP-MATCH                          PIC 9(3)   VALUE ZERO.
       01  WS-SP-LOOKUP                         PIC X(9)   VALUE SPACES.

      * One entry per "I" row in ledger order; payments are taken
      * off the bill they name.
       01  WS-BL-COUNT                          PIC 9(4)   VALUE ZERO.
       01  WS-BL-TABLE.
           05 WS-BL-ENTRY OCCURS 0 TO 3000 TIMES
              DEPENDING ON WS-BL-COUNT.
               10 WS-BL-SUPPLIER                PIC X(9).
               10 WS-BL-INVOICE                 PIC X(15).
               10 WS-BL-PO                      PIC 9(5).
               10 WS-BL-DUE-DATE                PIC 9(8).
               10 WS-BL-OPEN                    PIC S9(7)V99.
       01  WS-BL-INDEX                          PIC 9(4)   VALUE ZERO.
       01  WS-BL-MATCH                          PIC 9(4)   VALUE ZERO.
       01  WS-BL-OVERFLOW-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-BL-OVERFLOW                               VALUE 'Y'.

       01  WS-LATE-DAYS                         PIC S9(5)  VALUE ZERO.
       01  WS-BUCKET                            PIC 9(1)   VALUE ZERO.
       01  WS-ROW-TOTAL                         PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET OCCURS 5 TIMES    PIC S9(7)V99.
       01  WS-GRAND-TOTAL                       PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-OPEN-COUNT                        PIC 9(4)   VALUE ZERO.
       01  WS-STRAY-COUNT                       PIC 9(4)   VALUE ZERO.
       01  WS-STRAY-TOTAL                       PIC S9(7)V99
                                                           VALUE ZERO.

       01  WS-INDEX                             PIC 9(1)   VALUE ZERO.
       01  WS-COUNT-PRINT                       PIC ZZZ9.
       01  WS-NUMBER-PRINT                      PIC Z(4)9.
       01  WS-LATE-PRINT                        PIC -(4)9.
       01  WS-TERMS-PRINT                       PIC ZZ9.
       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-MONEY-PRINT                       PIC -(6)9.99.
       01  WS-TOTAL-PRINT                       PIC $$$$$$$9.99-.

      * DATE-TO-DAYS turns the YYYYMMDD in WS-DC-DATE into a day
      * number in WS-DC-DAYS, so two dates subtract.
       01  WS-DC-DATE                           PIC 9(8)   VALUE ZERO.
       01  WS-DC-DATE-PARTS REDEFINES WS-DC-DATE.
           05 WS-DC-YYYY                        PIC 9(4).
           05 WS-DC-MM                          PIC 9(2).
           05 WS-DC-DD                          PIC 9(2).
       01  WS-DC-DAYS                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-Y                              PIC 9(5)   VALUE ZERO.
       01  WS-DC-MP                             PIC 9(2)   VALUE ZERO.
       01  WS-DC-Q4                             PIC 9(7)   VALUE ZERO.
       01  WS-DC-Q100                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-Q400                           PIC 9(7)   VALUE ZERO.
       01  WS-DC-T                              PIC 9(7)   VALUE ZERO.
       01  WS-DC-T5                             PIC 9(7)   VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Aged payables"

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM SET-FILE-PATHS

           MOVE WS-TODAY-DATE TO WS-DC-DATE
           PERFORM DATE-TO-DAYS
           MOVE WS-DC-DAYS TO WS-TODAY-DAYS

           PERFORM LOAD-SUPPLIERS
           PERFORM SCAN-PAYABLE-FILE
           IF WS-BL-OVERFLOW
               DISPLAY "ALERT : more than 3000 bills on payl.dat"
                   " - archive paid bills before aging"
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM AGE-BILL THRU AGE-BILL-EXIT
               VARYING WS-BL-INDEX FROM 1 BY 1
               UNTIL WS-BL-INDEX > WS-BL-COUNT

           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM PRINT-OPEN-BILLS
           PERFORM PRINT-AGING

           CLOSE FILE-REPORT

           DISPLAY SPACE
           DISPLAY "Aged payables written to " WS-REPORT-PATH.

       CLOSE-PROGRAM.
           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/payl.dat"        DELIMITED BY SIZE
               INTO WS-PAYABLE-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/supp.dat"        DELIMITED BY SIZE
               INTO WS-SUPPLIER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/payaging.txt"    DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING.

       LOAD-SUPPLIERS.
           MOVE 0 TO WS-SP-COUNT
           MOVE 'N' TO WS-SUPP-EOF-SWITCH
           OPEN INPUT FILE-SUPPLIER
           EVALUATE TRUE
           WHEN WS-SUPPLIER-FILESTATUS = "35"
               DISPLAY "ALERT : no supplier master on file"
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

      * The last 50 places are kept for suppliers that are billed
      * on the ledger but no longer on the master.
           IF WS-SP-COUNT < 200
               ADD 1 TO WS-SP-COUNT
               MOVE SUPP-ID TO WS-SP-ID(WS-SP-COUNT)
               MOVE SUPP-NAME TO WS-SP-NAME(WS-SP-COUNT)
               IF SUPP-TERMS-DAYS IS NUMERIC
                   MOVE SUPP-TERMS-DAYS TO WS-SP-TERMS(WS-SP-COUNT)
               ELSE
                   MOVE 30 TO WS-SP-TERMS(WS-SP-COUNT)
               END-IF
               PERFORM CLEAR-SUPPLIER-TOTALS
           END-IF.

       READ-SUPP-EXIT.
           EXIT.

       CLEAR-SUPPLIER-TOTALS.
           MOVE 0 TO WS-SP-OPEN-BILLS(WS-SP-COUNT)
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 5
               MOVE 0 TO WS-SP-BUCKET(WS-SP-COUNT, WS-INDEX)
           END-PERFORM.

      * Supplier entry for WS-SP-LOOKUP into WS-SP-MATCH, added to
      * the table when the master does not know it.
       FIND-SUPPLIER.
           MOVE 0 TO WS-SP-MATCH
           PERFORM VARYING WS-SP-INDEX FROM 1 BY 1
               UNTIL WS-SP-INDEX > WS-SP-COUNT
                   OR WS-SP-MATCH NOT = 0
               IF WS-SP-ID(WS-SP-INDEX) = WS-SP-LOOKUP
                   MOVE WS-SP-INDEX TO WS-SP-MATCH
               END-IF
           END-PERFORM
           IF WS-SP-MATCH = 0 AND WS-SP-COUNT < 250
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-LOOKUP TO WS-SP-ID(WS-SP-COUNT)
               MOVE "(not on supp.dat)" TO WS-SP-NAME(WS-SP-COUNT)
               MOVE 0 TO WS-SP-TERMS(WS-SP-COUNT)
               PERFORM CLEAR-SUPPLIER-TOTALS
               MOVE WS-SP-COUNT TO WS-SP-MATCH
           END-IF.

       SCAN-PAYABLE-FILE.
           MOVE 0 TO WS-BL-COUNT
           MOVE 'N' TO WS-PAYABLE-EOF-SWITCH
           OPEN INPUT FILE-PAYABLE
           EVALUATE TRUE
           WHEN WS-PAYABLE-FILESTATUS = "35"
               DISPLAY "ALERT : no payables ledger on file"
           WHEN WS-PAYABLE-FILESTATUS = "00"
               PERFORM READ-PAYABLE-RECORD THRU READ-PAYABLE-EXIT
                   UNTIL WS-PAYABLE-EOF
               CLOSE FILE-PAYABLE
           WHEN OTHER
               DISPLAY "ERROR : " WS-PAYABLE-FILESTATUS
           END-EVALUATE.

       READ-PAYABLE-RECORD.
           READ FILE-PAYABLE
               AT END
                   SET WS-PAYABLE-EOF TO TRUE
                   GO TO READ-PAYABLE-EXIT
           END-READ

           IF AP-AMOUNT IS NOT NUMERIC
               GO TO READ-PAYABLE-EXIT
           END-IF

           IF AP-INVOICE
               IF WS-BL-COUNT NOT < 3000
                   SET WS-BL-OVERFLOW TO TRUE
                   GO TO READ-PAYABLE-EXIT
               END-IF
               ADD 1 TO WS-BL-COUNT
               MOVE AP-SUPPLIER-ID TO WS-BL-SUPPLIER(WS-BL-COUNT)
               MOVE AP-INVOICE-NO TO WS-BL-INVOICE(WS-BL-COUNT)
               MOVE AP-PO-NUMBER TO WS-BL-PO(WS-BL-COUNT)
               MOVE AP-DUE-DATE TO WS-BL-DUE-DATE(WS-BL-COUNT)
               MOVE AP-AMOUNT TO WS-BL-OPEN(WS-BL-COUNT)
               GO TO READ-PAYABLE-EXIT
           END-IF

           IF AP-PAYMENT
               MOVE 0 TO WS-BL-MATCH
               PERFORM VARYING WS-BL-INDEX FROM 1 BY 1
                   UNTIL WS-BL-INDEX > WS-BL-COUNT
                       OR WS-BL-MATCH NOT = 0
                   IF WS-BL-SUPPLIER(WS-BL-INDEX) = AP-SUPPLIER-ID
                       AND WS-BL-INVOICE(WS-BL-INDEX) = AP-INVOICE-NO
                       MOVE WS-BL-INDEX TO WS-BL-MATCH
                   END-IF
               END-PERFORM
               IF WS-BL-MATCH = 0
                   ADD 1 TO WS-STRAY-COUNT
                   ADD AP-AMOUNT TO WS-STRAY-TOTAL
               ELSE
                   SUBTRACT AP-AMOUNT FROM WS-BL-OPEN(WS-BL-MATCH)
               END-IF
           END-IF.

       READ-PAYABLE-EXIT.
           EXIT.

      * A bill still owing goes into its supplier's bucket by how
      * many days it is past its due date.
       AGE-BILL.
           IF WS-BL-OPEN(WS-BL-INDEX) = 0
               GO TO AGE-BILL-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT

           MOVE WS-BL-SUPPLIER(WS-BL-INDEX) TO WS-SP-LOOKUP
           PERFORM FIND-SUPPLIER
           IF WS-SP-MATCH = 0
               DISPLAY "ALERT : supplier table full - "
                   WS-SP-LOOKUP " not aged"
               GO TO AGE-BILL-EXIT
           END-IF

           PERFORM WORK-OUT-LATE-DAYS
           EVALUATE TRUE
           WHEN WS-LATE-DAYS NOT > 0
               MOVE 1 TO WS-BUCKET
           WHEN WS-LATE-DAYS NOT > 30
               MOVE 2 TO WS-BUCKET
           WHEN WS-LATE-DAYS NOT > 60
               MOVE 3 TO WS-BUCKET
           WHEN WS-LATE-DAYS NOT > 90
               MOVE 4 TO WS-BUCKET
           WHEN OTHER
               MOVE 5 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-SP-OPEN-BILLS(WS-SP-MATCH)
           ADD WS-BL-OPEN(WS-BL-INDEX)
               TO WS-SP-BUCKET(WS-SP-MATCH, WS-BUCKET).

       AGE-BILL-EXIT.
           EXIT.

      * Days the bill at WS-BL-INDEX is past due, negative while it
      * is not yet due.  A bill with no usable due date counts as
      * due today.
       WORK-OUT-LATE-DAYS.
           MOVE 0 TO WS-LATE-DAYS
           IF WS-BL-DUE-DATE(WS-BL-INDEX) IS NUMERIC
               AND WS-BL-DUE-DATE(WS-BL-INDEX) > 0
               MOVE WS-BL-DUE-DATE(WS-BL-INDEX) TO WS-DC-DATE
               PERFORM DATE-TO-DAYS
               COMPUTE WS-LATE-DAYS = WS-TODAY-DAYS - WS-DC-DAYS
           END-IF.

      * First part : every bill still owing, grouped by supplier.
       PRINT-OPEN-BILLS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AGED PAYABLES AS OF "   DELIMITED BY SIZE
                  WS-TODAY-DATE(1:4)       DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2)       DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2)       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "SUPPLIER / INVOICE" TO WS-REPORT-LINE(1:18)
           MOVE "PO" TO WS-REPORT-LINE(33:2)
           MOVE "DUE" TO WS-REPORT-LINE(40:3)
           MOVE "DAYS LATE" TO WS-REPORT-LINE(50:9)
           MOVE "STILL OWED" TO WS-REPORT-LINE(64:10)
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           IF WS-OPEN-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "Nothing is owed to any supplier" TO WS-REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF

           PERFORM PRINT-SUPPLIER-BILLS THRU PRINT-SUPPLIER-BILLS-EXIT
               VARYING WS-SP-INDEX FROM 1 BY 1
               UNTIL WS-SP-INDEX > WS-SP-COUNT

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

       PRINT-SUPPLIER-BILLS.
           IF WS-SP-OPEN-BILLS(WS-SP-INDEX) = 0
               GO TO PRINT-SUPPLIER-BILLS-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SP-ID(WS-SP-INDEX) TO WS-REPORT-LINE(1:9)
           MOVE WS-SP-NAME(WS-SP-INDEX) TO WS-REPORT-LINE(11:30)
           IF WS-SP-TERMS(WS-SP-INDEX) > 0
               MOVE WS-SP-TERMS(WS-SP-INDEX) TO WS-TERMS-PRINT
               MOVE "NET" TO WS-REPORT-LINE(43:3)
               MOVE WS-TERMS-PRINT TO WS-REPORT-LINE(47:3)
           END-IF
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-BL-INDEX FROM 1 BY 1
               UNTIL WS-BL-INDEX > WS-BL-COUNT
               IF WS-BL-SUPPLIER(WS-BL-INDEX) = WS-SP-ID(WS-SP-INDEX)
                   AND WS-BL-OPEN(WS-BL-INDEX) NOT = 0
                   PERFORM PRINT-BILL-LINE
               END-IF
           END-PERFORM.

       PRINT-SUPPLIER-BILLS-EXIT.
           EXIT.

       PRINT-BILL-LINE.
           PERFORM WORK-OUT-LATE-DAYS
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BL-INVOICE(WS-BL-INDEX) TO WS-REPORT-LINE(4:15)
           MOVE WS-BL-PO(WS-BL-INDEX) TO WS-NUMBER-PRINT
           MOVE WS-NUMBER-PRINT TO WS-REPORT-LINE(30:5)
           STRING WS-BL-DUE-DATE(WS-BL-INDEX)(1:4) DELIMITED BY SIZE
                  "-"                              DELIMITED BY SIZE
                  WS-BL-DUE-DATE(WS-BL-INDEX)(5:2) DELIMITED BY SIZE
                  "-"                              DELIMITED BY SIZE
                  WS-BL-DUE-DATE(WS-BL-INDEX)(7:2) DELIMITED BY SIZE
               INTO WS-REPORT-LINE(38:10)
           END-STRING
           IF WS-LATE-DAYS > 0
               MOVE WS-LATE-DAYS TO WS-LATE-PRINT
               MOVE WS-LATE-PRINT TO WS-REPORT-LINE(54:5)
           END-IF
           MOVE WS-BL-OPEN(WS-BL-INDEX) TO WS-MONEY-PRINT
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(64:10)
           PERFORM PRINT-REPORT-LINE.

      * Second part : one aged line per supplier, with totals.
       PRINT-AGING.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "SUPPLIER" TO WS-REPORT-LINE(1:8)
           MOVE "NOT DUE" TO WS-REPORT-LINE(14:7)
           MOVE "1-30" TO WS-REPORT-LINE(28:4)
           MOVE "31-60" TO WS-REPORT-LINE(38:5)
           MOVE "61-90" TO WS-REPORT-LINE(49:5)
           MOVE "90+" TO WS-REPORT-LINE(62:3)
           MOVE "TOTAL" TO WS-REPORT-LINE(71:5)
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 5
               MOVE 0 TO WS-GRAND-BUCKET(WS-INDEX)
           END-PERFORM
           MOVE 0 TO WS-GRAND-TOTAL
           PERFORM PRINT-SUPPLIER-LINE THRU PRINT-SUPPLIER-EXIT
               VARYING WS-SP-INDEX FROM 1 BY 1
               UNTIL WS-SP-INDEX > WS-SP-COUNT

           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL" TO WS-REPORT-LINE(1:5)
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 5
               MOVE WS-GRAND-BUCKET(WS-INDEX) TO WS-MONEY-PRINT
               MOVE WS-MONEY-PRINT
                   TO WS-REPORT-LINE(11 * WS-INDEX:10)
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-MONEY-PRINT
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(66:10)
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE WS-GRAND-TOTAL TO WS-TOTAL-PRINT
           MOVE WS-OPEN-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Owed to suppliers : "   DELIMITED BY SIZE
                  WS-TOTAL-PRINT           DELIMITED BY SIZE
                  " on "                   DELIMITED BY SIZE
                  WS-COUNT-PRINT           DELIMITED BY SIZE
                  " bill(s)"               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

      * A payment that names no bill on the ledger is still money
      * out of the till; it is called out for the accountant.
           IF WS-STRAY-COUNT > 0
               MOVE WS-STRAY-TOTAL TO WS-TOTAL-PRINT
               MOVE WS-STRAY-COUNT TO WS-COUNT-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ALERT "                 DELIMITED BY SIZE
                      WS-COUNT-PRINT           DELIMITED BY SIZE
                      " payment(s) for bills not on the ledger "
                                               DELIMITED BY SIZE
                      WS-TOTAL-PRINT           DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-SUPPLIER-LINE.
           IF WS-SP-OPEN-BILLS(WS-SP-INDEX) = 0
               GO TO PRINT-SUPPLIER-EXIT
           END-IF

           MOVE 0 TO WS-ROW-TOTAL
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SP-ID(WS-SP-INDEX) TO WS-REPORT-LINE(1:9)
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 5
               ADD WS-SP-BUCKET(WS-SP-INDEX, WS-INDEX) TO WS-ROW-TOTAL
               ADD WS-SP-BUCKET(WS-SP-INDEX, WS-INDEX)
                   TO WS-GRAND-BUCKET(WS-INDEX)
               MOVE WS-SP-BUCKET(WS-SP-INDEX, WS-INDEX)
                   TO WS-MONEY-PRINT
               MOVE WS-MONEY-PRINT
                   TO WS-REPORT-LINE(11 * WS-INDEX:10)
           END-PERFORM
           ADD WS-ROW-TOTAL TO WS-GRAND-TOTAL
           MOVE WS-ROW-TOTAL TO WS-MONEY-PRINT
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(66:10)
           PERFORM PRINT-REPORT-LINE.

       PRINT-SUPPLIER-EXIT.
           EXIT.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

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

           END PROGRAM ChallengeCobolPayablesAging.

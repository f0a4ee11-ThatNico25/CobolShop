      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Loyalty points statement.  For one customer and a
      *          date range, lists the customer's rows on the loyl.dat
      *          points ledger (layout in LOYLREC.CPY) : points
      *          earned per invoice (the per-line rows of one
      *          invoice shown as one line), taken back by credit
      *          memos, redeemed as a tender and lapsed by
      *          ChallengeCobolPointsExpiry.  Rows dated before the
      *          range are folded into an opening balance; the rest
      *          are printed in the order they were posted with a
      *          running balance, then the closing balance, what it
      *          is worth at the loyctl.dat point value, and how
      *          many points are already old enough to lapse at the
      *          next expiry run - worked out the same way the
      *          expiry job does.  The statement is shown on screen
      *          and written to pts_<customer>.txt in the data
      *          directory.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolPointsStatement.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-LOYALTY
           ASSIGN TO DYNAMIC WS-LOYALTY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LOYALTY-FILESTATUS.

           SELECT FILE-LOYCTL
           ASSIGN TO DYNAMIC WS-LOYCTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-LOYCTL-FILESTATUS.

           SELECT FILE-CUSTOMER
           ASSIGN TO DYNAMIC WS-CUSTOMER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-FILESTATUS.

           SELECT FILE-REPORT
           ASSIGN TO DYNAMIC WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-LOYALTY.
           COPY "LOYLREC.CPY".

       FD  FILE-LOYCTL.
           COPY "LOYCREC.CPY".

       FD  FILE-CUSTOMER.
           COPY "CUSTREC.CPY".

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOYALTY-FILESTATUS               PIC X(02).
       01  WS-LOY-EOF-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-LOY-EOF                                   VALUE 'Y'.
       01  WS-LOYCTL-FILESTATUS                PIC X(02).
       01  WS-CUSTOMER-FILESTATUS              PIC X(02).
       01  WS-CUST-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-CUST-EOF                                  VALUE 'Y'.
       01  WS-CUST-FOUND-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-CUST-FOUND                                VALUE 'Y'.
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-LOYALTY-PATH                      PIC X(250) VALUE SPACES.
       01  WS-LOYCTL-PATH                       PIC X(250) VALUE SPACES.
       01  WS-CUSTOMER-PATH                     PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

       01  WS-ASK-CUSTOMER                      PIC X(20)  VALUE SPACES.
       01  WS-FROM-DATE                         PIC X(8)   VALUE SPACES.
       01  WS-TO-DATE                           PIC X(8)   VALUE SPACES.
       01  WS-REC-DATE                          PIC X(8)   VALUE SPACES.
       01  WS-DATE-PRINT                        PIC X(10)  VALUE SPACES.
       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.

       01  WS-CUST-NAME                         PIC X(30)  VALUE SPACES.
       01  WS-CUST-ADDRESS                      PIC X(40)  VALUE SPACES.

      * The scheme's point value and how long points live, from
      * loyctl.dat - twelve months when it does not say.
       01  WS-LOY-POINT-VALUE                   PIC 9V9(4) VALUE ZERO.
       01  WS-EXPIRY-MONTHS                     PIC 9(3)   VALUE 12.

      * Expiry cutoff : points earned before this date are old
      * enough to lapse.  Today less the expiry months, the day
      * pulled back to the month end where the month is shorter.
       01  WS-CUTOFF-DATE                       PIC 9(8)   VALUE ZERO.
       01  WS-CUT-YEAR                          PIC 9(4)   VALUE ZERO.
       01  WS-CUT-MONTH                         PIC 9(2)   VALUE ZERO.
       01  WS-CUT-DAY                           PIC 9(2)   VALUE ZERO.
       01  WS-CUT-MONTHS                        PIC 9(6)   VALUE ZERO.
       01  WS-MONTH-END                         PIC 9(2)   VALUE ZERO.
       01  WS-LEAP-WORK                         PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-4                        PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-100                      PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-400                      PIC 9(4)   VALUE ZERO.

      * Whole-ledger figures for the lapse forecast : points earned
      * before the cutoff (net of what returns took back of them),
      * and everything ever redeemed or lapsed, which used up the
      * oldest points first.
       01  WS-OLD-POINTS                        PIC S9(7)  VALUE ZERO.
       01  WS-USED-POINTS                       PIC S9(7)  VALUE ZERO.
       01  WS-LAPSE-POINTS                      PIC S9(7)  VALUE ZERO.

      * The statement lines being collected, in ledger order.  The
      * per-line "E" rows of one invoice fold into a single line.
       01  WS-TXN-COUNT                         PIC 9(3)   VALUE ZERO.
       01  WS-TXN-TABLE.
           05 WS-TXN-ENTRY OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-TXN-COUNT.
               10 WS-TXN-DATE                   PIC 9(8).
               10 WS-TXN-KIND                   PIC X(1).
               10 WS-TXN-TYPE                   PIC X(12).
               10 WS-TXN-REF                    PIC X(20).
               10 WS-TXN-DOCUMENT               PIC 9(5).
               10 WS-TXN-POINTS                 PIC S9(7).
       01  WS-OPENING-BALANCE                   PIC S9(7)  VALUE ZERO.
       01  WS-RUNNING-BALANCE                   PIC S9(7)  VALUE ZERO.
       01  WS-BALANCE-WORTH                     PIC S9(7)V99
                                                           VALUE ZERO.

       01  WS-INDEX                             PIC 9(3)   VALUE ZERO.
       01  WS-NUMBER-PRINT                      PIC Z(4)9.
       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-POINTS-PRINT                      PIC Z(6)9-.
       01  WS-POINTS-PRINT-2                    PIC Z(6)9-.
       01  WS-MONEY-PRINT                       PIC $$$$$$$9.99-.
       01  WS-MONTHS-PRINT                      PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Loyalty points statement"

           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-LOYALTY-CONTROL
           PERFORM COMPUTE-EXPIRY-CUTOFF

           DISPLAY "Customer ID : "
           ACCEPT WS-ASK-CUSTOMER
           IF WS-ASK-CUSTOMER = SPACES
               DISPLAY "A customer ID is required"
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM LOOK-UP-CUSTOMER
           IF NOT WS-CUST-FOUND
               DISPLAY "Unknown customer ID : " WS-ASK-CUSTOMER
               GO TO CLOSE-PROGRAM
           END-IF

           DISPLAY "From date (YYYYMMDD, blank = all) : "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
           END-IF
           DISPLAY "To date   (YYYYMMDD, blank = all) : "
           ACCEPT WS-TO-DATE
           IF WS-TO-DATE = SPACES
               MOVE "99999999" TO WS-TO-DATE
           END-IF

           PERFORM SCAN-LOYALTY-FILE

           MOVE SPACES TO WS-REPORT-PATH
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/pts_"            DELIMITED BY SIZE
                  WS-ASK-CUSTOMER    DELIMITED BY SPACE
                  ".txt"             DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM PRINT-STATEMENT

           CLOSE FILE-REPORT
           DISPLAY SPACE
           DISPLAY "Statement written to " WS-REPORT-PATH.

       CLOSE-PROGRAM.
           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyl.dat"        DELIMITED BY SIZE
               INTO WS-LOYALTY-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/loyctl.dat"      DELIMITED BY SIZE
               INTO WS-LOYCTL-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/cust.dat"        DELIMITED BY SIZE
               INTO WS-CUSTOMER-PATH
           END-STRING.

       LOAD-LOYALTY-CONTROL.
           OPEN INPUT FILE-LOYCTL
           EVALUATE TRUE
           WHEN WS-LOYCTL-FILESTATUS = "35"
               DISPLAY "ALERT : no loyctl.dat - balance shown"
                   " without a value"
           WHEN WS-LOYCTL-FILESTATUS = "00"
               READ FILE-LOYCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOYC-POINT-VALUE IS NUMERIC
                           MOVE LOYC-POINT-VALUE TO WS-LOY-POINT-VALUE
                       END-IF
                       IF LOYC-EXPIRY-MONTHS IS NUMERIC
                           AND LOYC-EXPIRY-MONTHS NOT = 0
                           MOVE LOYC-EXPIRY-MONTHS
                               TO WS-EXPIRY-MONTHS
                       END-IF
               END-READ
               CLOSE FILE-LOYCTL
           WHEN OTHER
               DISPLAY "ERROR : " WS-LOYCTL-FILESTATUS
           END-EVALUATE.

      * Today less WS-EXPIRY-MONTHS whole months.  The months are
      * counted from year zero so the subtraction can cross any
      * number of year ends, then split back into year and month.
       COMPUTE-EXPIRY-CUTOFF.
           MOVE WS-TODAY-DATE(1:4) TO WS-CUT-YEAR
           MOVE WS-TODAY-DATE(5:2) TO WS-CUT-MONTH
           MOVE WS-TODAY-DATE(7:2) TO WS-CUT-DAY
           COMPUTE WS-CUT-MONTHS =
               WS-CUT-YEAR * 12 + WS-CUT-MONTH - 1 - WS-EXPIRY-MONTHS
           DIVIDE WS-CUT-MONTHS BY 12
               GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH
           ADD 1 TO WS-CUT-MONTH

           EVALUATE WS-CUT-MONTH
           WHEN 2
               DIVIDE WS-CUT-YEAR BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CUT-YEAR BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CUT-YEAR BY 400
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = 0
                   AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                   MOVE 29 TO WS-MONTH-END
               ELSE
                   MOVE 28 TO WS-MONTH-END
               END-IF
           WHEN 4
           WHEN 6
           WHEN 9
           WHEN 11
               MOVE 30 TO WS-MONTH-END
           WHEN OTHER
               MOVE 31 TO WS-MONTH-END
           END-EVALUATE
           IF WS-CUT-DAY > WS-MONTH-END
               MOVE WS-MONTH-END TO WS-CUT-DAY
           END-IF

           COMPUTE WS-CUTOFF-DATE =
               WS-CUT-YEAR * 10000 + WS-CUT-MONTH * 100 + WS-CUT-DAY.

       LOOK-UP-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           MOVE 'N' TO WS-CUST-EOF-SWITCH

           OPEN INPUT FILE-CUSTOMER
           EVALUATE TRUE
           WHEN WS-CUSTOMER-FILESTATUS = "35"
               DISPLAY "ALERT : no customer master on file"
           WHEN WS-CUSTOMER-FILESTATUS = "00"
               PERFORM READ-CUSTOMER-RECORD THRU READ-CUSTOMER-EXIT
                   UNTIL WS-CUST-EOF OR WS-CUST-FOUND
               CLOSE FILE-CUSTOMER
           WHEN OTHER
               DISPLAY "ERROR : " WS-CUSTOMER-FILESTATUS
           END-EVALUATE.

       READ-CUSTOMER-RECORD.
           READ FILE-CUSTOMER
               AT END
                   SET WS-CUST-EOF TO TRUE
               NOT AT END
                   IF CUST-ID = WS-ASK-CUSTOMER
                       SET WS-CUST-FOUND TO TRUE
                       MOVE CUST-NAME TO WS-CUST-NAME
                       MOVE CUST-ADDRESS TO WS-CUST-ADDRESS
                   END-IF
           END-READ.

       READ-CUSTOMER-EXIT.
           EXIT.

       SCAN-LOYALTY-FILE.
           MOVE 'N' TO WS-LOY-EOF-SWITCH
           OPEN INPUT FILE-LOYALTY
           EVALUATE TRUE
           WHEN WS-LOYALTY-FILESTATUS = "35"
               DISPLAY "ALERT : no points ledger on file"
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

           IF LOY-CUSTOMER-ID NOT = WS-ASK-CUSTOMER
               OR LOY-POINTS IS NOT NUMERIC
               GO TO READ-LOYALTY-EXIT
           END-IF

      * The lapse forecast works off the whole ledger, whatever the
      * range asked for.
           EVALUATE TRUE
           WHEN LOY-EARNED
           WHEN LOY-TAKEN-BACK
               IF LOY-EARN-DATE IS NUMERIC
                   AND LOY-EARN-DATE < WS-CUTOFF-DATE
                   ADD LOY-POINTS TO WS-OLD-POINTS
               END-IF
           WHEN OTHER
               SUBTRACT LOY-POINTS FROM WS-USED-POINTS
           END-EVALUATE

           MOVE LOY-DATE TO WS-REC-DATE
           IF WS-REC-DATE > WS-TO-DATE
               GO TO READ-LOYALTY-EXIT
           END-IF
           IF WS-REC-DATE < WS-FROM-DATE
               ADD LOY-POINTS TO WS-OPENING-BALANCE
               GO TO READ-LOYALTY-EXIT
           END-IF

      * Another line of the invoice just listed adds to its line.
           IF LOY-EARNED AND WS-TXN-COUNT > 0
               IF WS-TXN-KIND(WS-TXN-COUNT) = "E"
                   AND WS-TXN-DOCUMENT(WS-TXN-COUNT) = LOY-DOCUMENT
                   ADD LOY-POINTS TO WS-TXN-POINTS(WS-TXN-COUNT)
                   GO TO READ-LOYALTY-EXIT
               END-IF
           END-IF

           IF WS-TXN-COUNT NOT < 500
               DISPLAY "ALERT : statement line past the 500-line"
                   " limit left off - narrow the date range"
               GO TO READ-LOYALTY-EXIT
           END-IF

           ADD 1 TO WS-TXN-COUNT
           MOVE LOY-DATE TO WS-TXN-DATE(WS-TXN-COUNT)
           MOVE LOY-TYPE TO WS-TXN-KIND(WS-TXN-COUNT)
           MOVE LOY-DOCUMENT TO WS-TXN-DOCUMENT(WS-TXN-COUNT)
           MOVE LOY-POINTS TO WS-TXN-POINTS(WS-TXN-COUNT)
           MOVE SPACES TO WS-TXN-REF(WS-TXN-COUNT)
           MOVE LOY-DOCUMENT TO WS-NUMBER-PRINT
           EVALUATE TRUE
           WHEN LOY-EARNED
               MOVE "EARNED" TO WS-TXN-TYPE(WS-TXN-COUNT)
               STRING "invoice #" DELIMITED BY SIZE
                      WS-NUMBER-PRINT DELIMITED BY SIZE
                   INTO WS-TXN-REF(WS-TXN-COUNT)
               END-STRING
           WHEN LOY-TAKEN-BACK
               MOVE "RETURNED" TO WS-TXN-TYPE(WS-TXN-COUNT)
               STRING "credit memo #" DELIMITED BY SIZE
                      WS-NUMBER-PRINT DELIMITED BY SIZE
                   INTO WS-TXN-REF(WS-TXN-COUNT)
               END-STRING
           WHEN LOY-REDEEMED
               MOVE "REDEEMED" TO WS-TXN-TYPE(WS-TXN-COUNT)
               STRING "invoice #" DELIMITED BY SIZE
                      WS-NUMBER-PRINT DELIMITED BY SIZE
                   INTO WS-TXN-REF(WS-TXN-COUNT)
               END-STRING
           WHEN LOY-LAPSED
               MOVE "LAPSED" TO WS-TXN-TYPE(WS-TXN-COUNT)
               MOVE "expiry run" TO WS-TXN-REF(WS-TXN-COUNT)
           WHEN OTHER
               MOVE "ADJUSTMENT" TO WS-TXN-TYPE(WS-TXN-COUNT)
           END-EVALUATE.

       READ-LOYALTY-EXIT.
           EXIT.

       PRINT-STATEMENT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOYALTY POINTS STATEMENT  " DELIMITED BY SIZE
                  WS-FROM-DATE             DELIMITED BY SIZE
                  " THRU "                 DELIMITED BY SIZE
                  WS-TO-DATE               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "Customer : " DELIMITED BY SIZE
                  WS-CUST-NAME  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           IF WS-CUST-ADDRESS NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "Address  : " DELIMITED BY SIZE
                      WS-CUST-ADDRESS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE WS-OPENING-BALANCE TO WS-POINTS-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  Opening balance" TO WS-REPORT-LINE
           MOVE WS-POINTS-PRINT TO WS-REPORT-LINE(64:8)
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-TXN-COUNT
               ADD WS-TXN-POINTS(WS-INDEX) TO WS-RUNNING-BALANCE

               MOVE WS-TXN-DATE(WS-INDEX) TO WS-REC-DATE
               MOVE SPACES TO WS-DATE-PRINT
               STRING WS-REC-DATE(1:4) DELIMITED BY SIZE
                      "-"              DELIMITED BY SIZE
                      WS-REC-DATE(5:2) DELIMITED BY SIZE
                      "-"              DELIMITED BY SIZE
                      WS-REC-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-DATE-PRINT
               END-STRING

               MOVE WS-TXN-POINTS(WS-INDEX) TO WS-POINTS-PRINT
               MOVE WS-RUNNING-BALANCE TO WS-POINTS-PRINT-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-DATE-PRINT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TXN-TYPE(WS-INDEX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TXN-REF(WS-INDEX) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               MOVE WS-POINTS-PRINT TO WS-REPORT-LINE(52:8)
               MOVE WS-POINTS-PRINT-2 TO WS-REPORT-LINE(64:8)
               PERFORM PRINT-REPORT-LINE
           END-PERFORM

           MOVE WS-RUNNING-BALANCE TO WS-POINTS-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "  Closing balance" TO WS-REPORT-LINE
           MOVE WS-POINTS-PRINT TO WS-REPORT-LINE(64:8)
           PERFORM PRINT-REPORT-LINE

           IF WS-LOY-POINT-VALUE NOT = 0
               COMPUTE WS-BALANCE-WORTH ROUNDED =
                   WS-RUNNING-BALANCE * WS-LOY-POINT-VALUE
               MOVE WS-BALANCE-WORTH TO WS-MONEY-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Worth at checkout : " DELIMITED BY SIZE
                      WS-MONEY-PRINT           DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

      * Redemptions and lapses use up the oldest points first, so
      * whatever of the points earned before the cutoff they have
      * not yet used up is what the next expiry run will lapse.
           COMPUTE WS-LAPSE-POINTS = WS-OLD-POINTS - WS-USED-POINTS
           IF WS-LAPSE-POINTS > 0
               MOVE WS-LAPSE-POINTS TO WS-POINTS-PRINT
               MOVE WS-EXPIRY-MONTHS TO WS-MONTHS-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  Points over " DELIMITED BY SIZE
                      WS-MONTHS-PRINT  DELIMITED BY SIZE
                      " months old, to lapse at the next expiry : "
                          DELIMITED BY SIZE
                      WS-POINTS-PRINT  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

           END PROGRAM ChallengeCobolPointsStatement.

      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Accounting period close.  Once the accountant has
      *          taken a month from ChallengeCobolGLExport the
      *          manager closes it here : a "C" row in the perd.dat
      *          period control file (PERDREC.CPY) marks the month
      *          closed, and from then on ChallengeCobolReturns,
      *          ChallengeCobolPayments and ChallengeCobolOrderImport
      *          date anything they post into the open period
      *          instead of the closed one.  Months close one at a
      *          time and in order, only once the month is over and
      *          only when the last ChallengeCobolIntegrity run
      *          checked the books through the last day of the
      *          month and found nothing wrong.  Closing freezes the
      *          month into perdsum.dat (PSUMREC.CPY) : the sales,
      *          tax and tender totals from the sales journal (the
      *          salea.dat archive then live sale.dat, SALEREC.CPY)
      *          and every trade customer's balance at the end of
      *          the month, rebuilt from the journals and paym.dat
      *          (PAYREC.CPY).  ChallengeCobolSalesReport,
      *          ChallengeCobolTenders and ChallengeCobolStatements
      *          run over a closed month hold their figures against
      *          that summary.  The frozen figures are printed to
      *          perclose.txt in the data directory.  Closing is
      *          manager work; every close is appended to audit.dat
      *          (AUDREC.CPY, file PERIOD).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolPeriodClose.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-PERIOD
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILESTATUS.

           SELECT FILE-SUMMARY
           ASSIGN TO DYNAMIC WS-SUMMARY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-FILESTATUS.

           SELECT FILE-WORK
           ASSIGN TO DYNAMIC WS-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-WORK-FILESTATUS.

           SELECT FILE-SALES
           ASSIGN TO DYNAMIC WS-SALES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SALES-FILESTATUS.

           SELECT FILE-PAYMENT
           ASSIGN TO DYNAMIC WS-PAYMENT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-FILESTATUS.

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

           SELECT FILE-AUDIT
           ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILESTATUS.

           SELECT FILE-OPERATOR
           ASSIGN TO DYNAMIC WS-OPERATOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       FD  FILE-SUMMARY.
           COPY "PSUMREC.CPY".

       FD  FILE-WORK.
       01  WORK-RECORD                         PIC X(60).

       FD  FILE-SALES.
           COPY "SALEREC.CPY".

       FD  FILE-PAYMENT.
           COPY "PAYREC.CPY".

       FD  FILE-CUSTOMER.
           COPY "CUSTREC.CPY".

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-FILESTATUS                PIC X(02).
       01  WS-PERIOD-EOF-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-PERIOD-EOF                                VALUE 'Y'.
       01  WS-SUMMARY-FILESTATUS               PIC X(02).
       01  WS-SUMMARY-EOF-SWITCH               PIC X(1)   VALUE 'N'.
           88 WS-SUMMARY-EOF                               VALUE 'Y'.
       01  WS-WORK-FILESTATUS                  PIC X(02).
       01  WS-WORK-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-WORK-EOF                                  VALUE 'Y'.
       01  WS-SALES-FILESTATUS                 PIC X(02).
       01  WS-SALES-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-SALES-EOF                                 VALUE 'Y'.
       01  WS-PAYMENT-FILESTATUS               PIC X(02).
       01  WS-PAYMENT-EOF-SWITCH               PIC X(1)   VALUE 'N'.
           88 WS-PAYMENT-EOF                               VALUE 'Y'.
       01  WS-CUSTOMER-FILESTATUS              PIC X(02).
       01  WS-CUST-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-CUST-EOF                                  VALUE 'Y'.
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-PERIOD-PATH                       PIC X(250) VALUE SPACES.
       01  WS-SUMMARY-PATH                      PIC X(250) VALUE SPACES.
       01  WS-WORK-PATH                         PIC X(250) VALUE SPACES.
       01  WS-SALES-PATH                        PIC X(250) VALUE SPACES.
       01  WS-SALES-LIVE-PATH                   PIC X(250) VALUE SPACES.
       01  WS-SALES-ARCH-PATH                   PIC X(250) VALUE SPACES.
       01  WS-PAYMENT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-CUSTOMER-PATH                     PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

       01  WS-MENU-CHOICE                       PIC X(1).
       01  WS-DONE                              PIC X(1)   VALUE 'N'.
       01  WS-ANSWER                            PIC X(1)   VALUE SPACE.

      * What perd.dat says : the last month closed and the last
      * integrity run.
       01  WS-LAST-PERIOD                       PIC 9(6)   VALUE ZERO.
       01  WS-CLOSED-THRU                       PIC 9(8)   VALUE ZERO.
       01  WS-CLOSED-COUNT                      PIC 9(4)   VALUE ZERO.
       01  WS-CHECK-SWITCH                      PIC X(1)   VALUE 'N'.
           88 WS-HAVE-CHECK                                VALUE 'Y'.
       01  WS-CHECK-THRU                        PIC 9(8)   VALUE ZERO.
       01  WS-CHECK-RUN-DATE                    PIC 9(8)   VALUE ZERO.
       01  WS-CHECK-EXCEPTIONS                  PIC 9(5)   VALUE ZERO.

      * The month being closed, its first and last day.
       01  WS-ASK-PERIOD                        PIC X(6)   VALUE SPACES.
       01  WS-CLOSE-PERIOD                      PIC 9(6)   VALUE ZERO.
       01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLOSE-YYYY                     PIC 9(4).
           05 WS-CLOSE-MM                       PIC 9(2).
       01  WS-PERIOD-FROM                       PIC 9(8)   VALUE ZERO.
       01  WS-PERIOD-END                        PIC 9(8)   VALUE ZERO.
       01  WS-MONTH-END                         PIC 9(2)   VALUE ZERO.
       01  WS-LEAP-WORK                         PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-4                        PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-100                      PIC 9(4)   VALUE ZERO.
       01  WS-LEAP-REM-400                      PIC 9(4)   VALUE ZERO.

      * The month's sales and tender totals, the same figures as the
      * PERIOD TOTALS of the sales and tender reports.
       01  WS-SUM-SUBTOTAL                      PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-TAX                           PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-GROSS                         PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-INVOICES                      PIC 9(5)   VALUE ZERO.
       01  WS-SUM-CASH                          PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-CARD                          PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-ACCT                          PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-POINTS                        PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-UNREC                         PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-CREDITS                       PIC S9(9)V99 VALUE ZERO.
       01  WS-SUM-CASH-COUNT                    PIC 9(5)   VALUE ZERO.
       01  WS-SUM-UNREC-COUNT                   PIC 9(5)   VALUE ZERO.

       01  WS-REC-DATE                          PIC X(8)   VALUE SPACES.
       01  WS-CURRENT-DAY                       PIC X(8)   VALUE SPACES.
       01  WS-FROM-X                            PIC X(8)   VALUE SPACES.
       01  WS-END-X                             PIC X(8)   VALUE SPACES.

      * The trailer just read, waiting for its payment record - as
      * the tender report and the statement treat it.
       01  WS-PENDING-SWITCH                    PIC X(1)   VALUE 'N'.
           88 WS-PENDING                                   VALUE 'Y'.
       01  WS-PENDING-INVOICE                   PIC 9(5)   VALUE ZERO.
       01  WS-PENDING-CUSTOMER                  PIC X(20)  VALUE SPACES.
       01  WS-PENDING-TOTAL                     PIC S9(5)V99 VALUE ZERO.

      * Trade customers and their balance at the end of the month.
       01  WS-CUST-COUNT                        PIC 9(4)   VALUE ZERO.
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 0 TO 1000 TIMES
              DEPENDING ON WS-CUST-COUNT.
               10 WS-CUST-ID                    PIC X(20).
               10 WS-CUST-LIMIT                 PIC 9(5)V99.
               10 WS-CUST-MASTER                PIC S9(7)V99.
               10 WS-CUST-CLOSING               PIC S9(9)V99.
       01  WS-CUST-INDEX                        PIC 9(4)   VALUE ZERO.
       01  WS-CUST-MATCH                        PIC 9(4)   VALUE ZERO.
       01  WS-SEARCH-CUSTOMER                   PIC X(20)  VALUE SPACES.
       01  WS-TRADE-COUNT                       PIC 9(5)   VALUE ZERO.
       01  WS-TRADE-TOTAL                       PIC S9(9)V99 VALUE ZERO.
       01  WS-ROW-TYPE                          PIC X(1)   VALUE SPACES.
       01  WS-ROW-KEY                           PIC X(20)  VALUE SPACES.
       01  WS-ROW-AMOUNT                        PIC S9(9)V99 VALUE ZERO.
       01  WS-ROW-COUNT                         PIC 9(5)   VALUE ZERO.

      * Invoices charged to an account, so a credit memo against one
      * comes off the balance.
       01  WS-OA-COUNT                          PIC 9(4)   VALUE ZERO.
       01  WS-OA-TABLE.
           05 WS-OA-ENTRY OCCURS 0 TO 5000 TIMES
              DEPENDING ON WS-OA-COUNT.
               10 WS-OA-INVOICE                 PIC 9(5).
               10 WS-OA-CUSTOMER                PIC X(20).
       01  WS-OA-INDEX                          PIC 9(4)   VALUE ZERO.
       01  WS-OA-MATCH                          PIC 9(4)   VALUE ZERO.
       01  WS-OA-FULL-SWITCH                    PIC X(1)   VALUE 'N'.
           88 WS-OA-FULL                                   VALUE 'Y'.
       01  WS-STOP-SWITCH                       PIC X(1)   VALUE 'N'.
           88 WS-STOP-CLOSE                                VALUE 'Y'.

       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-MONEY-PRINT                       PIC $$$$$$$$$9.99-.
       01  WS-COUNT-PRINT                       PIC ZZZZ9.
       01  WS-DATE-PRINT                        PIC X(10)  VALUE SPACES.
       01  WS-DATE-WORK                         PIC X(8)   VALUE SPACES.

      * Audit trail : sign-on failures, refusals and every close,
      * under the operator keyed at sign-on.
       01  WS-AUDIT-FILESTATUS                  PIC X(02).
       01  WS-AUDIT-PATH                        PIC X(250) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(10)  VALUE SPACES.
       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-NOW-TIME                          PIC 9(8)   VALUE ZERO.
       01  WS-AUD-ACTION                        PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY                           PIC X(20)  VALUE SPACES.
       01  WS-AUD-OLD                           PIC X(30)  VALUE SPACES.
       01  WS-AUD-NEW                           PIC X(30)  VALUE SPACES.

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

       PROCEDURE DIVISION.
           DISPLAY "Accounting period close"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM GET-OPERATOR THRU GET-OPERATOR-EXIT

           PERFORM SHOW-MENU UNTIL WS-DONE = 'Y'

           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perdsum.dat"     DELIMITED BY SIZE
               INTO WS-SUMMARY-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perdsum.wrk"     DELIMITED BY SIZE
               INTO WS-WORK-PATH
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
                  "/paym.dat"        DELIMITED BY SIZE
               INTO WS-PAYMENT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/cust.dat"        DELIMITED BY SIZE
               INTO WS-CUSTOMER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perclose.txt"    DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/audit.dat"       DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/oper.dat"        DELIMITED BY SIZE
               INTO WS-OPERATOR-PATH
           END-STRING.

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
           DISPLAY "ALERT : that option needs a manager sign-on"
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
           MOVE "PERIODCLOSE" TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

      * One appended audit.dat row for the close just made : the
      * action, key, old and new value are staged in the WS-AUD-
      * fields by the caller.
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
           MOVE "PERIOD" TO AUD-FILE
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-AUD-KEY TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

       SHOW-MENU.
           DISPLAY SPACE
           DISPLAY "1) List closed periods"
           IF WS-ROLE-MANAGER
               DISPLAY "2) Close the next period"
           END-IF
           DISPLAY "0) Exit"
           DISPLAY "Choice : "
           ACCEPT WS-MENU-CHOICE

      * Closing locks a month against every later posting - that is
      * the manager's call.
           EVALUATE WS-MENU-CHOICE
           WHEN "1"
               PERFORM LIST-PERIODS
           WHEN "2"
               IF WS-ROLE-MANAGER
                   PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
               ELSE
                   MOVE "CLOSE PERIOD" TO WS-AUD-NEW
                   PERFORM REFUSE-OPTION
               END-IF
           WHEN "0"
               MOVE 'Y' TO WS-DONE
           WHEN OTHER
               DISPLAY "Unknown choice"
           END-EVALUATE.

      ******************************************************************
      * perd.dat : the last month closed, the number closed, and the
      * last integrity run.  LIST-PERIODS shows each closed month as
      * it goes past.
      ******************************************************************
       LOAD-PERIOD-CONTROL.
           MOVE 0 TO WS-LAST-PERIOD
           MOVE 0 TO WS-CLOSED-THRU
           MOVE 0 TO WS-CLOSED-COUNT
           MOVE 'N' TO WS-CHECK-SWITCH
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
           END-EVALUATE.

       READ-PERIOD-RECORD.
           READ FILE-PERIOD
               AT END
                   SET WS-PERIOD-EOF TO TRUE
                   GO TO READ-PERIOD-EXIT
           END-READ

           EVALUATE TRUE
           WHEN PD-INTEGRITY-RUN
               IF PD-THRU-DATE IS NUMERIC
                   AND PD-EXCEPTIONS IS NUMERIC
                   SET WS-HAVE-CHECK TO TRUE
                   MOVE PD-THRU-DATE TO WS-CHECK-THRU
                   MOVE PD-RUN-DATE TO WS-CHECK-RUN-DATE
                   MOVE PD-EXCEPTIONS TO WS-CHECK-EXCEPTIONS
               END-IF
           WHEN PD-CLOSED
               IF PD-THRU-DATE IS NUMERIC
                   AND PD-THRU-DATE > WS-CLOSED-THRU
                   MOVE PD-THRU-DATE TO WS-CLOSED-THRU
                   MOVE PD-PERIOD TO WS-LAST-PERIOD
               END-IF
               ADD 1 TO WS-CLOSED-COUNT
               IF WS-MENU-CHOICE = "1"
                   MOVE PD-RUN-DATE TO WS-DATE-WORK
                   PERFORM FORMAT-DATE
                   DISPLAY "  " PD-PERIOD "  thru " PD-THRU-DATE
                       "  closed " WS-DATE-PRINT " by " PD-OPERATOR
               END-IF
           END-EVALUATE.

       READ-PERIOD-EXIT.
           EXIT.

       LIST-PERIODS.
           DISPLAY SPACE
           PERFORM LOAD-PERIOD-CONTROL
           IF WS-CLOSED-COUNT = 0
               DISPLAY "No period has been closed yet"
           ELSE
               DISPLAY "Books closed through " WS-CLOSED-THRU
           END-IF
           IF WS-HAVE-CHECK
               MOVE WS-CHECK-EXCEPTIONS TO WS-COUNT-PRINT
               DISPLAY "Last integrity check through " WS-CHECK-THRU
                   " found " WS-COUNT-PRINT " exception(s)"
           ELSE
               DISPLAY "No integrity check on record"
           END-IF.

      ******************************************************************
      * Close the month after the last one closed (the first time,
      * the month keyed - last month by default).  Refused unless
      * the month is over and the last integrity check ran through
      * its last day and came back clean.
      ******************************************************************
       CLOSE-PERIOD.
           MOVE 'N' TO WS-STOP-SWITCH
           PERFORM LOAD-PERIOD-CONTROL

           IF WS-CLOSED-COUNT = 0
               DISPLAY "Period to close (YYYYMM, blank = last month) : "
               ACCEPT WS-ASK-PERIOD
               IF WS-ASK-PERIOD = SPACES
                   MOVE WS-TODAY-DATE(1:6) TO WS-CLOSE-PERIOD
                   IF WS-CLOSE-MM = 1
                       SUBTRACT 1 FROM WS-CLOSE-YYYY
                       MOVE 12 TO WS-CLOSE-MM
                   ELSE
                       SUBTRACT 1 FROM WS-CLOSE-MM
                   END-IF
               ELSE
                   IF WS-ASK-PERIOD IS NOT NUMERIC
                       DISPLAY "Key the period as YYYYMM"
                       GO TO CLOSE-PERIOD-EXIT
                   END-IF
                   MOVE WS-ASK-PERIOD TO WS-CLOSE-PERIOD
                   IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                       DISPLAY "Key the period as YYYYMM"
                       GO TO CLOSE-PERIOD-EXIT
                   END-IF
               END-IF
           ELSE
               MOVE WS-LAST-PERIOD TO WS-CLOSE-PERIOD
               IF WS-CLOSE-MM = 12
                   ADD 1 TO WS-CLOSE-YYYY
                   MOVE 1 TO WS-CLOSE-MM
               ELSE
                   ADD 1 TO WS-CLOSE-MM
               END-IF
           END-IF
           PERFORM SET-PERIOD-DATES
           DISPLAY "Period " WS-CLOSE-PERIOD " : " WS-PERIOD-FROM
               " thru " WS-PERIOD-END

           IF WS-PERIOD-END NOT < WS-TODAY-DATE
               DISPLAY "ALERT : the period is not over yet"
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           IF NOT WS-HAVE-CHECK
               OR WS-CHECK-THRU < WS-PERIOD-END
               DISPLAY "ALERT : the integrity check has not been run"
                   " through " WS-PERIOD-END " - run"
                   " ChallengeCobolIntegrity first"
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           IF WS-CHECK-EXCEPTIONS NOT = 0
               MOVE WS-CHECK-EXCEPTIONS TO WS-COUNT-PRINT
               DISPLAY "ALERT : the last integrity check found "
                   WS-COUNT-PRINT " exception(s) - clear them and"
                   " run it again"
               GO TO CLOSE-PERIOD-EXIT
           END-IF

           DISPLAY "Close " WS-CLOSE-PERIOD " - nothing can be posted"
               " into it afterwards (Y/N) : "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "Period left open"
               GO TO CLOSE-PERIOD-EXIT
           END-IF

      * Totals off a journal that could not be read are not frozen.
           PERFORM TOTAL-PERIOD-SALES
           IF WS-STOP-CLOSE
               DISPLAY "Period left open"
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           PERFORM BUILD-CLOSING-BALANCES THRU BUILD-BALANCES-EXIT
           IF WS-STOP-CLOSE
               DISPLAY "Period left open"
               GO TO CLOSE-PERIOD-EXIT
           END-IF

      * The summary first, the control row second : the "C" row is
      * the commit point, and a close that dies before it is simply
      * run again.
           PERFORM CLEAR-STALE-SUMMARY THRU CLEAR-STALE-EXIT
           PERFORM WRITE-PERIOD-SUMMARY THRU WRITE-SUMMARY-EXIT
           IF WS-STOP-CLOSE
               DISPLAY "Period left open"
               GO TO CLOSE-PERIOD-EXIT
           END-IF
           PERFORM APPEND-CLOSED-ROW
           IF WS-STOP-CLOSE
               DISPLAY "Period left open"
               GO TO CLOSE-PERIOD-EXIT
           END-IF

           MOVE "CLOSE" TO WS-AUD-ACTION
           MOVE WS-CLOSE-PERIOD TO WS-AUD-KEY
           MOVE "OPEN" TO WS-AUD-OLD
           MOVE SPACES TO WS-AUD-NEW
           STRING "CLOSED THRU " DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
               INTO WS-AUD-NEW
           END-STRING
           PERFORM WRITE-AUDIT-ROW

           PERFORM PRINT-CLOSE-REPORT THRU PRINT-CLOSE-REPORT-EXIT
           DISPLAY SPACE
           DISPLAY "Period " WS-CLOSE-PERIOD " closed - summary"
               " written to " WS-REPORT-PATH.

       CLOSE-PERIOD-EXIT.
           EXIT.

      * First and last day of WS-CLOSE-PERIOD.
       SET-PERIOD-DATES.
           EVALUATE WS-CLOSE-MM
           WHEN 2
               DIVIDE WS-CLOSE-YYYY BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CLOSE-YYYY BY 100
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CLOSE-YYYY BY 400
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
           COMPUTE WS-PERIOD-FROM = WS-CLOSE-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END = WS-CLOSE-PERIOD * 100 + WS-MONTH-END
           MOVE WS-PERIOD-FROM TO WS-FROM-X
           MOVE WS-PERIOD-END TO WS-END-X.

      ******************************************************************
      * The month's sales and tenders : every journal record dated in
      * the month, archive first then live, totalled the way the
      * sales and tender reports total their PERIOD TOTALS.
      ******************************************************************
       TOTAL-PERIOD-SALES.
           MOVE 0 TO WS-SUM-SUBTOTAL
           MOVE 0 TO WS-SUM-TAX
           MOVE 0 TO WS-SUM-GROSS
           MOVE 0 TO WS-SUM-INVOICES
           MOVE 0 TO WS-SUM-CASH
           MOVE 0 TO WS-SUM-CARD
           MOVE 0 TO WS-SUM-ACCT
           MOVE 0 TO WS-SUM-POINTS
           MOVE 0 TO WS-SUM-UNREC
           MOVE 0 TO WS-SUM-CREDITS
           MOVE 0 TO WS-SUM-CASH-COUNT
           MOVE 0 TO WS-SUM-UNREC-COUNT
           MOVE SPACES TO WS-CURRENT-DAY
           MOVE 'N' TO WS-PENDING-SWITCH

           MOVE WS-SALES-ARCH-PATH TO WS-SALES-PATH
           PERFORM SCAN-PERIOD-SALES
           MOVE WS-SALES-LIVE-PATH TO WS-SALES-PATH
           PERFORM SCAN-PERIOD-SALES
           PERFORM FLUSH-PERIOD-TRAILER.

       SCAN-PERIOD-SALES.
           MOVE 'N' TO WS-SALES-EOF-SWITCH
           OPEN INPUT FILE-SALES
           EVALUATE TRUE
           WHEN WS-SALES-FILESTATUS = "35"
               CONTINUE
           WHEN WS-SALES-FILESTATUS = "00"
               PERFORM READ-PERIOD-SALES THRU READ-PERIOD-SALES-EXIT
                   UNTIL WS-SALES-EOF
               CLOSE FILE-SALES
           WHEN OTHER
               DISPLAY "ERROR : " WS-SALES-FILESTATUS
               SET WS-STOP-CLOSE TO TRUE
           END-EVALUATE.

       READ-PERIOD-SALES.
           READ FILE-SALES
               AT END
                   SET WS-SALES-EOF TO TRUE
                   GO TO READ-PERIOD-SALES-EXIT
           END-READ

           MOVE SD-INVOICE-DATE TO WS-REC-DATE
           IF WS-REC-DATE < WS-FROM-X OR WS-REC-DATE > WS-END-X
               GO TO READ-PERIOD-SALES-EXIT
           END-IF

      * A trailer still waiting for its payment record at a day
      * break never had one.
           IF WS-REC-DATE NOT = WS-CURRENT-DAY
               PERFORM FLUSH-PERIOD-TRAILER
               MOVE WS-REC-DATE TO WS-CURRENT-DAY
           END-IF

           EVALUATE SD-RECORD-TYPE
           WHEN "T"
               PERFORM FLUSH-PERIOD-TRAILER
               ADD ST-SUBTOTAL TO WS-SUM-SUBTOTAL
               ADD ST-TAX-AMOUNT TO WS-SUM-TAX
               ADD ST-GRAND-TOTAL TO WS-SUM-GROSS
               IF ST-ORIG-INVOICE IS NUMERIC
                   AND ST-ORIG-INVOICE NOT = ZERO
                   ADD ST-GRAND-TOTAL TO WS-SUM-CREDITS
               ELSE
                   ADD 1 TO WS-SUM-INVOICES
                   SET WS-PENDING TO TRUE
                   MOVE ST-INVOICE-NUMBER TO WS-PENDING-INVOICE
                   MOVE ST-GRAND-TOTAL TO WS-PENDING-TOTAL
               END-IF
           WHEN "P"
               IF WS-PENDING
                   AND SP-INVOICE-NUMBER = WS-PENDING-INVOICE
                   PERFORM CLASSIFY-TENDER
                   MOVE 'N' TO WS-PENDING-SWITCH
               END-IF
           END-EVALUATE.

       READ-PERIOD-SALES-EXIT.
           EXIT.

       CLASSIFY-TENDER.
           EVALUATE SP-TENDER-TYPE
           WHEN "C"
               ADD WS-PENDING-TOTAL TO WS-SUM-CASH
               ADD 1 TO WS-SUM-CASH-COUNT
           WHEN "D"
               ADD WS-PENDING-TOTAL TO WS-SUM-CARD
           WHEN "A"
               ADD WS-PENDING-TOTAL TO WS-SUM-ACCT
           WHEN "L"
               ADD WS-PENDING-TOTAL TO WS-SUM-POINTS
           WHEN OTHER
               ADD WS-PENDING-TOTAL TO WS-SUM-UNREC
               ADD 1 TO WS-SUM-UNREC-COUNT
           END-EVALUATE.

       FLUSH-PERIOD-TRAILER.
           IF WS-PENDING
               ADD WS-PENDING-TOTAL TO WS-SUM-UNREC
               ADD 1 TO WS-SUM-UNREC-COUNT
               MOVE 'N' TO WS-PENDING-SWITCH
           END-IF.

      ******************************************************************
      * Each trade customer's balance at the end of the month, from
      * the books of record as the statement rebuilds it : invoices
      * charged to the account, credit memos against those invoices
      * and payments received, everything dated up to the last day
      * of the month.
      ******************************************************************
       BUILD-CLOSING-BALANCES.
           PERFORM LOAD-CUSTOMERS
           IF WS-STOP-CLOSE
               GO TO BUILD-BALANCES-EXIT
           END-IF

           MOVE 0 TO WS-OA-COUNT
           MOVE 'N' TO WS-OA-FULL-SWITCH
           MOVE 'N' TO WS-PENDING-SWITCH
           MOVE WS-SALES-ARCH-PATH TO WS-SALES-PATH
           PERFORM SCAN-BALANCE-SALES
           MOVE WS-SALES-LIVE-PATH TO WS-SALES-PATH
           PERFORM SCAN-BALANCE-SALES
           IF WS-OA-FULL
               DISPLAY "ERROR : more than 5000 on-account invoices -"
                   " balances cannot be rebuilt"
               SET WS-STOP-CLOSE TO TRUE
               GO TO BUILD-BALANCES-EXIT
           END-IF

           MOVE 'N' TO WS-PAYMENT-EOF-SWITCH
           OPEN INPUT FILE-PAYMENT
           EVALUATE TRUE
           WHEN WS-PAYMENT-FILESTATUS = "35"
               CONTINUE
           WHEN WS-PAYMENT-FILESTATUS = "00"
               PERFORM READ-PAYMENT-RECORD THRU READ-PAYMENT-EXIT
                   UNTIL WS-PAYMENT-EOF
               CLOSE FILE-PAYMENT
           WHEN OTHER
               DISPLAY "ERROR : " WS-PAYMENT-FILESTATUS
               SET WS-STOP-CLOSE TO TRUE
           END-EVALUATE.

       BUILD-BALANCES-EXIT.
           EXIT.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT
           MOVE 'N' TO WS-CUST-EOF-SWITCH
           OPEN INPUT FILE-CUSTOMER
           EVALUATE TRUE
           WHEN WS-CUSTOMER-FILESTATUS = "35"
               CONTINUE
           WHEN WS-CUSTOMER-FILESTATUS = "00"
               PERFORM READ-CUSTOMER-RECORD THRU READ-CUSTOMER-EXIT
                   UNTIL WS-CUST-EOF
               CLOSE FILE-CUSTOMER
           WHEN OTHER
               DISPLAY "ERROR : " WS-CUSTOMER-FILESTATUS
               SET WS-STOP-CLOSE TO TRUE
           END-EVALUATE.

       READ-CUSTOMER-RECORD.
           READ FILE-CUSTOMER
               AT END
                   SET WS-CUST-EOF TO TRUE
                   GO TO READ-CUSTOMER-EXIT
           END-READ

           IF WS-CUST-COUNT NOT < 1000
               DISPLAY "ERROR : more than 1000 customers - balances"
                   " cannot be frozen"
               SET WS-STOP-CLOSE TO TRUE
               SET WS-CUST-EOF TO TRUE
               GO TO READ-CUSTOMER-EXIT
           END-IF

           ADD 1 TO WS-CUST-COUNT
           MOVE CUST-ID TO WS-CUST-ID(WS-CUST-COUNT)
      * Rows written before the account fields existed read back as
      * spaces there - treat those as no credit and nothing owed.
           IF CUST-CREDIT-LIMIT IS NUMERIC
               MOVE CUST-CREDIT-LIMIT TO WS-CUST-LIMIT(WS-CUST-COUNT)
           ELSE
               MOVE 0 TO WS-CUST-LIMIT(WS-CUST-COUNT)
           END-IF
           IF CUST-BALANCE IS NUMERIC
               MOVE CUST-BALANCE TO WS-CUST-MASTER(WS-CUST-COUNT)
           ELSE
               MOVE 0 TO WS-CUST-MASTER(WS-CUST-COUNT)
           END-IF
           MOVE 0 TO WS-CUST-CLOSING(WS-CUST-COUNT).

       READ-CUSTOMER-EXIT.
           EXIT.

       FIND-CUSTOMER.
           MOVE 0 TO WS-CUST-MATCH
           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
               UNTIL WS-CUST-INDEX > WS-CUST-COUNT
                   OR WS-CUST-MATCH NOT = 0
               IF WS-CUST-ID(WS-CUST-INDEX) = WS-SEARCH-CUSTOMER
                   MOVE WS-CUST-INDEX TO WS-CUST-MATCH
               END-IF
           END-PERFORM.

       SCAN-BALANCE-SALES.
           MOVE 'N' TO WS-SALES-EOF-SWITCH
           OPEN INPUT FILE-SALES
           EVALUATE TRUE
           WHEN WS-SALES-FILESTATUS = "35"
               CONTINUE
           WHEN WS-SALES-FILESTATUS = "00"
               PERFORM READ-BALANCE-SALES THRU READ-BALANCE-SALES-EXIT
                   UNTIL WS-SALES-EOF
               CLOSE FILE-SALES
           WHEN OTHER
               DISPLAY "ERROR : " WS-SALES-FILESTATUS
               SET WS-STOP-CLOSE TO TRUE
           END-EVALUATE.

       READ-BALANCE-SALES.
           READ FILE-SALES
               AT END
                   SET WS-SALES-EOF TO TRUE
                   GO TO READ-BALANCE-SALES-EXIT
           END-READ

           MOVE SD-INVOICE-DATE TO WS-REC-DATE
           IF WS-REC-DATE > WS-END-X
               GO TO READ-BALANCE-SALES-EXIT
           END-IF

           EVALUATE SD-RECORD-TYPE
           WHEN "T"
               MOVE 'N' TO WS-PENDING-SWITCH
               IF ST-ORIG-INVOICE IS NUMERIC
                   AND ST-ORIG-INVOICE NOT = ZERO
      * A credit memo comes off the account exactly when the invoice
      * it reverses was charged to it.
                   PERFORM FIND-OA-INVOICE
                   IF WS-OA-MATCH NOT = 0
                       MOVE ST-CUSTOMER-ID TO WS-SEARCH-CUSTOMER
                       PERFORM FIND-CUSTOMER
                       IF WS-CUST-MATCH NOT = 0
                           ADD ST-GRAND-TOTAL
                               TO WS-CUST-CLOSING(WS-CUST-MATCH)
                       END-IF
                   END-IF
               ELSE
                   SET WS-PENDING TO TRUE
                   MOVE ST-INVOICE-NUMBER TO WS-PENDING-INVOICE
                   MOVE ST-CUSTOMER-ID TO WS-PENDING-CUSTOMER
                   MOVE ST-GRAND-TOTAL TO WS-PENDING-TOTAL
               END-IF
           WHEN "P"
               IF WS-PENDING
                   AND SP-INVOICE-NUMBER = WS-PENDING-INVOICE
                   IF SP-TENDER-TYPE = "A"
                       PERFORM RECORD-OA-INVOICE
                   END-IF
                   MOVE 'N' TO WS-PENDING-SWITCH
               END-IF
           END-EVALUATE.

       READ-BALANCE-SALES-EXIT.
           EXIT.

       RECORD-OA-INVOICE.
           IF WS-OA-COUNT < 5000
               ADD 1 TO WS-OA-COUNT
               MOVE WS-PENDING-INVOICE TO WS-OA-INVOICE(WS-OA-COUNT)
               MOVE WS-PENDING-CUSTOMER TO WS-OA-CUSTOMER(WS-OA-COUNT)
           ELSE
               SET WS-OA-FULL TO TRUE
           END-IF
           MOVE WS-PENDING-CUSTOMER TO WS-SEARCH-CUSTOMER
           PERFORM FIND-CUSTOMER
           IF WS-CUST-MATCH NOT = 0
               ADD WS-PENDING-TOTAL TO WS-CUST-CLOSING(WS-CUST-MATCH)
           END-IF.

       FIND-OA-INVOICE.
           MOVE 0 TO WS-OA-MATCH
           PERFORM VARYING WS-OA-INDEX FROM 1 BY 1
               UNTIL WS-OA-INDEX > WS-OA-COUNT
                   OR WS-OA-MATCH NOT = 0
               IF WS-OA-INVOICE(WS-OA-INDEX) = ST-ORIG-INVOICE
                   AND WS-OA-CUSTOMER(WS-OA-INDEX) = ST-CUSTOMER-ID
                   MOVE WS-OA-INDEX TO WS-OA-MATCH
               END-IF
           END-PERFORM.

       READ-PAYMENT-RECORD.
           READ FILE-PAYMENT
               AT END
                   SET WS-PAYMENT-EOF TO TRUE
                   GO TO READ-PAYMENT-EXIT
           END-READ

           MOVE PAY-DATE TO WS-REC-DATE
           IF WS-REC-DATE > WS-END-X
               GO TO READ-PAYMENT-EXIT
           END-IF
           MOVE PAY-CUSTOMER-ID TO WS-SEARCH-CUSTOMER
           PERFORM FIND-CUSTOMER
           IF WS-CUST-MATCH NOT = 0
               SUBTRACT PAY-AMOUNT FROM WS-CUST-CLOSING(WS-CUST-MATCH)
           END-IF.

       READ-PAYMENT-EXIT.
           EXIT.

      ******************************************************************
      * A close that died after writing some of its summary rows but
      * before its "C" row left rows for a period that is not closed.
      * They are copied out round the work file, the same way the
      * invoice inquiry's archiving rewrites the live journal.
      ******************************************************************
       CLEAR-STALE-SUMMARY.
           MOVE 'N' TO WS-SUMMARY-EOF-SWITCH
           OPEN INPUT FILE-SUMMARY
           IF WS-SUMMARY-FILESTATUS NOT = "00"
               GO TO CLEAR-STALE-EXIT
           END-IF
           OPEN OUTPUT FILE-WORK
           PERFORM COPY-OTHER-PERIODS THRU COPY-OTHER-EXIT
               UNTIL WS-SUMMARY-EOF
           CLOSE FILE-SUMMARY
           CLOSE FILE-WORK

           MOVE 'N' TO WS-WORK-EOF-SWITCH
           OPEN INPUT FILE-WORK
           OPEN OUTPUT FILE-SUMMARY
           PERFORM COPY-WORK-BACK THRU COPY-WORK-EXIT
               UNTIL WS-WORK-EOF
           CLOSE FILE-WORK
           CLOSE FILE-SUMMARY.

       CLEAR-STALE-EXIT.
           EXIT.

       COPY-OTHER-PERIODS.
           READ FILE-SUMMARY
               AT END
                   SET WS-SUMMARY-EOF TO TRUE
                   GO TO COPY-OTHER-EXIT
           END-READ
           IF PS-PERIOD = WS-CLOSE-PERIOD
               GO TO COPY-OTHER-EXIT
           END-IF
           MOVE PERIOD-SUMMARY-RECORD TO WORK-RECORD
           WRITE WORK-RECORD.

       COPY-OTHER-EXIT.
           EXIT.

       COPY-WORK-BACK.
           READ FILE-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
                   GO TO COPY-WORK-EXIT
           END-READ
           MOVE WORK-RECORD TO PERIOD-SUMMARY-RECORD
           WRITE PERIOD-SUMMARY-RECORD.

       COPY-WORK-EXIT.
           EXIT.

      ******************************************************************
      * The frozen figures, one row each.
      ******************************************************************
       WRITE-PERIOD-SUMMARY.
           OPEN EXTEND FILE-SUMMARY
           IF WS-SUMMARY-FILESTATUS = "35"
               OPEN OUTPUT FILE-SUMMARY
               CLOSE FILE-SUMMARY
               OPEN EXTEND FILE-SUMMARY
           END-IF
           IF WS-SUMMARY-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-SUMMARY-FILESTATUS
               SET WS-STOP-CLOSE TO TRUE
               GO TO WRITE-SUMMARY-EXIT
           END-IF

           MOVE "S" TO WS-ROW-TYPE
           MOVE "SUBTOTAL" TO WS-ROW-KEY
           MOVE WS-SUM-SUBTOTAL TO WS-ROW-AMOUNT
           MOVE WS-SUM-INVOICES TO WS-ROW-COUNT
           PERFORM WRITE-SUMMARY-ROW
           MOVE "TAX" TO WS-ROW-KEY
           MOVE WS-SUM-TAX TO WS-ROW-AMOUNT
           MOVE 0 TO WS-ROW-COUNT
           PERFORM WRITE-SUMMARY-ROW
           MOVE "GROSS" TO WS-ROW-KEY
           MOVE WS-SUM-GROSS TO WS-ROW-AMOUNT
           MOVE WS-SUM-INVOICES TO WS-ROW-COUNT
           PERFORM WRITE-SUMMARY-ROW

           MOVE "T" TO WS-ROW-TYPE
           MOVE "CASH" TO WS-ROW-KEY
           MOVE WS-SUM-CASH TO WS-ROW-AMOUNT
           MOVE WS-SUM-CASH-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-SUMMARY-ROW
           MOVE "CARD" TO WS-ROW-KEY
           MOVE WS-SUM-CARD TO WS-ROW-AMOUNT
           MOVE 0 TO WS-ROW-COUNT
           PERFORM WRITE-SUMMARY-ROW
           MOVE "ACCOUNT" TO WS-ROW-KEY
           MOVE WS-SUM-ACCT TO WS-ROW-AMOUNT
           PERFORM WRITE-SUMMARY-ROW
           MOVE "POINTS" TO WS-ROW-KEY
           MOVE WS-SUM-POINTS TO WS-ROW-AMOUNT
           PERFORM WRITE-SUMMARY-ROW
           MOVE "UNRECORDED" TO WS-ROW-KEY
           MOVE WS-SUM-UNREC TO WS-ROW-AMOUNT
           MOVE WS-SUM-UNREC-COUNT TO WS-ROW-COUNT
           PERFORM WRITE-SUMMARY-ROW
           MOVE "CREDITMEMO" TO WS-ROW-KEY
           MOVE WS-SUM-CREDITS TO WS-ROW-AMOUNT
           MOVE 0 TO WS-ROW-COUNT
           PERFORM WRITE-SUMMARY-ROW

           MOVE 0 TO WS-TRADE-COUNT
           MOVE 0 TO WS-TRADE-TOTAL
           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
               UNTIL WS-CUST-INDEX > WS-CUST-COUNT
               IF WS-CUST-LIMIT(WS-CUST-INDEX) NOT = 0
                   OR WS-CUST-MASTER(WS-CUST-INDEX) NOT = 0
                   OR WS-CUST-CLOSING(WS-CUST-INDEX) NOT = 0
                   MOVE "B" TO WS-ROW-TYPE
                   MOVE WS-CUST-ID(WS-CUST-INDEX) TO WS-ROW-KEY
                   MOVE WS-CUST-CLOSING(WS-CUST-INDEX) TO WS-ROW-AMOUNT
                   MOVE 0 TO WS-ROW-COUNT
                   PERFORM WRITE-SUMMARY-ROW
                   ADD 1 TO WS-TRADE-COUNT
                   ADD WS-CUST-CLOSING(WS-CUST-INDEX) TO WS-TRADE-TOTAL
               END-IF
           END-PERFORM

           CLOSE FILE-SUMMARY.

       WRITE-SUMMARY-EXIT.
           EXIT.

      * One row, staged in the WS-ROW- fields.
       WRITE-SUMMARY-ROW.
           MOVE SPACES TO PERIOD-SUMMARY-RECORD
           MOVE WS-CLOSE-PERIOD TO PS-PERIOD
           MOVE WS-ROW-TYPE TO PS-TYPE
           MOVE WS-ROW-KEY TO PS-KEY
           MOVE WS-ROW-AMOUNT TO PS-AMOUNT
           MOVE WS-ROW-COUNT TO PS-COUNT
           WRITE PERIOD-SUMMARY-RECORD
           IF WS-SUMMARY-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-SUMMARY-FILESTATUS
               SET WS-STOP-CLOSE TO TRUE
           END-IF.

       APPEND-CLOSED-ROW.
           OPEN EXTEND FILE-PERIOD
           IF WS-PERIOD-FILESTATUS = "35"
               OPEN OUTPUT FILE-PERIOD
               CLOSE FILE-PERIOD
               OPEN EXTEND FILE-PERIOD
           END-IF

           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE "C" TO PD-TYPE
           MOVE WS-CLOSE-PERIOD TO PD-PERIOD
           MOVE WS-PERIOD-END TO PD-THRU-DATE
           MOVE WS-TODAY-DATE TO PD-RUN-DATE
           MOVE WS-NOW-TIME(1:6) TO PD-RUN-TIME
           MOVE 0 TO PD-EXCEPTIONS
           MOVE WS-OPERATOR TO PD-OPERATOR
           WRITE PERIOD-CONTROL-RECORD
           IF WS-PERIOD-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-PERIOD-FILESTATUS
               SET WS-STOP-CLOSE TO TRUE
           END-IF
           CLOSE FILE-PERIOD.

      ******************************************************************
      * perclose.txt : what was frozen.
      ******************************************************************
       PRINT-CLOSE-REPORT.
           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO PRINT-CLOSE-REPORT-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "PERIOD CLOSE  " DELIMITED BY SIZE
                  WS-CLOSE-PERIOD  DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-PERIOD-FROM   DELIMITED BY SIZE
                  " THRU " DELIMITED BY SIZE
                  WS-PERIOD-END    DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-TODAY-DATE TO WS-DATE-WORK
           PERFORM FORMAT-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Closed " DELIMITED BY SIZE
                  WS-DATE-PRINT DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  WS-OPERATOR DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE "SALES" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Invoices" TO WS-REPORT-LINE
           MOVE WS-SUM-INVOICES TO WS-COUNT-PRINT
           MOVE WS-COUNT-PRINT TO WS-REPORT-LINE(35:5)
           PERFORM PRINT-REPORT-LINE
           MOVE "  Sales (subtotal)" TO WS-REPORT-LINE
           MOVE WS-SUM-SUBTOTAL TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE "  Tax collected" TO WS-REPORT-LINE
           MOVE WS-SUM-TAX TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE "  Gross takings" TO WS-REPORT-LINE
           MOVE WS-SUM-GROSS TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE "TENDERS" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "  Cash" TO WS-REPORT-LINE
           MOVE WS-SUM-CASH TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE "  Card" TO WS-REPORT-LINE
           MOVE WS-SUM-CARD TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE "  On account" TO WS-REPORT-LINE
           MOVE WS-SUM-ACCT TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE "  Loyalty points" TO WS-REPORT-LINE
           MOVE WS-SUM-POINTS TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE "  Unrecorded tender" TO WS-REPORT-LINE
           MOVE WS-SUM-UNREC TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE "  Credit memos" TO WS-REPORT-LINE
           MOVE WS-SUM-CREDITS TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE "TRADE ACCOUNT BALANCES AT PERIOD END" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           PERFORM VARYING WS-CUST-INDEX FROM 1 BY 1
               UNTIL WS-CUST-INDEX > WS-CUST-COUNT
               IF WS-CUST-LIMIT(WS-CUST-INDEX) NOT = 0
                   OR WS-CUST-MASTER(WS-CUST-INDEX) NOT = 0
                   OR WS-CUST-CLOSING(WS-CUST-INDEX) NOT = 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          WS-CUST-ID(WS-CUST-INDEX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   MOVE WS-CUST-CLOSING(WS-CUST-INDEX)
                       TO WS-MONEY-PRINT
                   PERFORM PRINT-MONEY-LINE
               END-IF
           END-PERFORM
           MOVE WS-TRADE-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  Total, " DELIMITED BY SIZE
                  WS-COUNT-PRINT DELIMITED BY SIZE
                  " accounts" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-TRADE-TOTAL TO WS-MONEY-PRINT
           PERFORM PRINT-MONEY-LINE

           CLOSE FILE-REPORT.

       PRINT-CLOSE-REPORT-EXIT.
           EXIT.

      * The caption already in WS-REPORT-LINE, the amount in
      * WS-MONEY-PRINT beside it.
       PRINT-MONEY-LINE.
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(40:14)
           PERFORM PRINT-REPORT-LINE.

       FORMAT-DATE.
           MOVE SPACES TO WS-DATE-PRINT
           STRING WS-DATE-WORK(1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-DATE-WORK(5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-DATE-WORK(7:2) DELIMITED BY SIZE
               INTO WS-DATE-PRINT
           END-STRING.

       PRINT-REPORT-LINE.
           DISPLAY WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD BEFORE ADVANCING 1 LINE.

           END PROGRAM ChallengeCobolPeriodClose.

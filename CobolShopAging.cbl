      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Aged receivables trial balance and credit hold.
      *          Rebuilds every trade customer's open items from the
      *          books of record, the same way
      *          ChallengeCobolStatements rebuilds one customer :
      *          on-account invoices from the sales journal
      *          (salea.dat archive then live sale.dat, SALEREC.CPY -
      *          an invoice is on account exactly when its "P" record
      *          carries the A tender), credit memos against those
      *          invoices (taken off the invoice they reverse), and
      *          payments from paym.dat (PAYREC.CPY).  Payments, and
      *          any credit left over from a memo, are applied to the
      *          customer's oldest open invoice first.  What is still
      *          open is aged from its invoice date into current,
      *          30, 60 and 90+ day buckets and printed one customer
      *          per line, with column totals and the sum of
      *          CUST-BALANCE from cust.dat alongside, so the trial
      *          balance either ties to the master or says by how
      *          much and which customers disagree.
      *          Any customer with an open item at least as old as
      *          the hold threshold in agectl.dat (90 days when the
      *          file is missing) is put on credit hold in cust.dat
      *          (CUST-HOLD), and a held customer whose old items
      *          have since been paid is released; every change is
      *          written to audit.dat.  The report is shown on screen
      *          and written to aging.txt in the data directory.
      *          Setting and lifting holds is supervisor work, so the
      *          run starts with an oper.dat sign-on.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolAging.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

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

           SELECT FILE-AGECTL
           ASSIGN TO DYNAMIC WS-AGECTL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-AGECTL-FILESTATUS.

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

       FD  FILE-SALES.
           COPY "SALEREC.CPY".

       FD  FILE-PAYMENT.
           COPY "PAYREC.CPY".

       FD  FILE-CUSTOMER.
           COPY "CUSTREC.CPY".

      * agectl.dat : one row, the age in days at which an unpaid
      * on-account invoice puts its customer on credit hold, as
      * three digits (060 for sixty days).
       FD  FILE-AGECTL.
       01  FILE-AGECTL-OBJ.
           05 AGE-HOLD-DAYS                    PIC 9(3).

       FD  FILE-REPORT.
       01  REPORT-RECORD                       PIC X(80).

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-SALES-FILESTATUS                 PIC X(02).
       01  WS-SALES-EOF-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-SALES-EOF                                 VALUE 'Y'.
       01  WS-PAYMENT-FILESTATUS               PIC X(02).
       01  WS-PAYMENT-EOF-SWITCH               PIC X(1)   VALUE 'N'.
           88 WS-PAYMENT-EOF                               VALUE 'Y'.
       01  WS-CUSTOMER-FILESTATUS              PIC X(02).
       01  WS-CUST-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-CUST-EOF                                  VALUE 'Y'.
       01  WS-AGECTL-FILESTATUS                PIC X(02).
       01  WS-REPORT-FILESTATUS                PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-SALES-PATH                        PIC X(250) VALUE SPACES.
       01  WS-SALES-LIVE-PATH                   PIC X(250) VALUE SPACES.
       01  WS-SALES-ARCH-PATH                   PIC X(250) VALUE SPACES.
       01  WS-PAYMENT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-CUSTOMER-PATH                     PIC X(250) VALUE SPACES.
       01  WS-AGECTL-PATH                       PIC X(250) VALUE SPACES.
       01  WS-REPORT-PATH                       PIC X(250) VALUE SPACES.

       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-TODAY-DAYS                        PIC 9(7)   VALUE ZERO.
       01  WS-HOLD-DAYS                         PIC 9(3)   VALUE 90.

       01  WS-AUDIT-FILESTATUS                  PIC X(02).
       01  WS-AUDIT-PATH                        PIC X(250) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(10)  VALUE SPACES.
       01  WS-NOW-TIME                          PIC 9(8)   VALUE ZERO.
       01  WS-AUD-ACTION                        PIC X(10)  VALUE SPACES.
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

      * The customer master, held whole so cust.dat can be written
      * back with only CUST-HOLD changed.  The rebuilt open balance
      * is split across the four age buckets (1 current, 2 30 days,
      * 3 60 days, 4 90 days and over); WS-AC-CREDIT is payment and
      * memo credit not yet applied to an invoice.
       01  WS-AC-COUNT                          PIC 9(3)   VALUE ZERO.
       01  WS-AC-TABLE.
           05 WS-AC-ENTRY OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-AC-COUNT.
               10 WS-AC-ROW                     PIC X(160).
               10 WS-AC-ID                      PIC X(20).
               10 WS-AC-BALANCE                 PIC S9(7)V99.
               10 WS-AC-HOLD                    PIC X(1).
               10 WS-AC-NEW-HOLD                PIC X(1).
               10 WS-AC-CREDIT                  PIC S9(7)V99.
               10 WS-AC-OLDEST                  PIC 9(5).
               10 WS-AC-BUCKET OCCURS 4 TIMES   PIC S9(7)V99.
       01  WS-AC-INDEX                          PIC 9(3)   VALUE ZERO.
       01  WS-AC-MATCH                          PIC 9(3)   VALUE ZERO.
       01  WS-AC-LOOKUP                         PIC X(20)  VALUE SPACES.
       01  WS-CUST-OVERFLOW-SWITCH              PIC X(1)   VALUE 'N'.
           88 WS-CUST-OVERFLOW                             VALUE 'Y'.

      * The trailer just read, waiting for its payment record, the
      * same pattern the statement uses : only a trailer whose "P"
      * record carries the A tender is an account charge.
       01  WS-PENDING-SWITCH                    PIC X(1)   VALUE 'N'.
           88 WS-PENDING                                   VALUE 'Y'.
       01  WS-PENDING-INVOICE                   PIC 9(5)   VALUE ZERO.
       01  WS-PENDING-DATE                      PIC 9(8)   VALUE ZERO.
       01  WS-PENDING-CUSTOMER                  PIC X(20)  VALUE SPACES.
       01  WS-PENDING-TOTAL                     PIC S9(5)V99
                                                           VALUE ZERO.

      * Every on-account invoice in journal order, which is the
      * order they were raised, so applying credit front to back
      * pays the oldest first.  WS-OI-OPEN is what is still owed.
       01  WS-OI-COUNT                          PIC 9(4)   VALUE ZERO.
       01  WS-OI-TABLE.
           05 WS-OI-ENTRY OCCURS 0 TO 5000 TIMES
              DEPENDING ON WS-OI-COUNT.
               10 WS-OI-CUST                    PIC 9(3).
               10 WS-OI-INVOICE                 PIC 9(5).
               10 WS-OI-DATE                    PIC 9(8).
               10 WS-OI-OPEN                    PIC S9(7)V99.
       01  WS-OI-INDEX                          PIC 9(4)   VALUE ZERO.
       01  WS-OI-MATCH                          PIC 9(4)   VALUE ZERO.
       01  WS-OI-LOOKUP                         PIC 9(5)   VALUE ZERO.
       01  WS-OI-OVERFLOW-SWITCH                PIC X(1)   VALUE 'N'.
           88 WS-OI-OVERFLOW                               VALUE 'Y'.

       01  WS-AGE-DAYS                          PIC 9(5)   VALUE ZERO.
       01  WS-BUCKET                            PIC 9(1)   VALUE ZERO.
       01  WS-ROW-TOTAL                         PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET OCCURS 4 TIMES    PIC S9(7)V99.
       01  WS-GRAND-AGED                        PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-GRAND-MASTER                      PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-DIFFERENCE                        PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-MISMATCH-COUNT                    PIC 9(3)   VALUE ZERO.
       01  WS-HELD-COUNT                        PIC 9(3)   VALUE ZERO.
       01  WS-RELEASED-COUNT                    PIC 9(3)   VALUE ZERO.
       01  WS-ON-HOLD-COUNT                     PIC 9(3)   VALUE ZERO.

       01  WS-INDEX                             PIC 9(1)   VALUE ZERO.
       01  WS-COUNT-PRINT                       PIC ZZ9.
       01  WS-DAYS-PRINT                        PIC ZZZZ9.
       01  WS-REPORT-LINE                       PIC X(80)  VALUE SPACES.
       01  WS-MONEY-PRINT                       PIC -(7)9.99.
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

      * On-account invoices whose customer is no longer on cust.dat
      * cannot be aged against anyone - counted and called out.
       01  WS-UNKNOWN-COUNT                     PIC 9(4)   VALUE ZERO.
       01  WS-UNKNOWN-TOTAL                     PIC S9(7)V99
                                                           VALUE ZERO.

       PROCEDURE DIVISION.
           DISPLAY "Aged receivables and credit hold"

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM SET-FILE-PATHS

           PERFORM GET-OPERATOR THRU GET-OPERATOR-EXIT
           IF NOT WS-ROLE-SUPERVISOR-UP
               MOVE "AGED RECEIVABLES" TO WS-AUD-NEW
               PERFORM REFUSE-OPTION
               STOP RUN
           END-IF

           MOVE WS-TODAY-DATE TO WS-DC-DATE
           PERFORM DATE-TO-DAYS
           MOVE WS-DC-DAYS TO WS-TODAY-DAYS

           PERFORM READ-AGE-CONTROL
           PERFORM LOAD-CUSTOMERS
           IF WS-AC-COUNT = 0
               DISPLAY "ALERT : no trade customers on file"
               GO TO CLOSE-PROGRAM
           END-IF
      * Holds are written back over the whole master, so a master
      * too big for the table is left alone rather than truncated.
           IF WS-CUST-OVERFLOW
               DISPLAY "ALERT : more than 500 customers on cust.dat"
                   " - aging not run"
               GO TO CLOSE-PROGRAM
           END-IF

      * Archived history first, then the live journal, so memos can
      * always see the invoice they reverse, then the payments.
           MOVE WS-SALES-ARCH-PATH TO WS-SALES-PATH
           PERFORM SCAN-SALES-FILE
           MOVE WS-SALES-LIVE-PATH TO WS-SALES-PATH
           PERFORM SCAN-SALES-FILE
           PERFORM FLUSH-PENDING-TRAILER
           PERFORM SCAN-PAYMENT-FILE
           IF WS-OI-OVERFLOW
               DISPLAY "ALERT : more than 5000 on-account invoices"
                   " - archive older history before aging"
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM APPLY-CREDIT
               VARYING WS-OI-INDEX FROM 1 BY 1
               UNTIL WS-OI-INDEX > WS-OI-COUNT
           PERFORM AGE-OPEN-ITEM THRU AGE-OPEN-ITEM-EXIT
               VARYING WS-OI-INDEX FROM 1 BY 1
               UNTIL WS-OI-INDEX > WS-OI-COUNT
           PERFORM SETTLE-CUSTOMER
               VARYING WS-AC-INDEX FROM 1 BY 1
               UNTIL WS-AC-INDEX > WS-AC-COUNT

           MOVE SPACES TO WS-REPORT-PATH
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/aging.txt"       DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           OPEN OUTPUT FILE-REPORT
           IF WS-REPORT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-REPORT-FILESTATUS
               GO TO CLOSE-PROGRAM
           END-IF

           PERFORM PRINT-AGING

           CLOSE FILE-REPORT

           IF WS-HELD-COUNT > 0 OR WS-RELEASED-COUNT > 0
               PERFORM SAVE-CUSTOMERS THRU SAVE-CUSTOMERS-EXIT
           END-IF

           DISPLAY SPACE
           DISPLAY "Aged trial balance written to " WS-REPORT-PATH.

       CLOSE-PROGRAM.
           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

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
                  "/agectl.dat"      DELIMITED BY SIZE
               INTO WS-AGECTL-PATH
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
           DISPLAY "ALERT : aged receivables needs a supervisor sign-on"
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
           MOVE "AGING" TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

      * The hold threshold : agectl.dat when there is one and it
      * holds a sensible number of days, otherwise 90.
       READ-AGE-CONTROL.
           MOVE 90 TO WS-HOLD-DAYS
           OPEN INPUT FILE-AGECTL
           EVALUATE TRUE
           WHEN WS-AGECTL-FILESTATUS = "35"
               CONTINUE
           WHEN WS-AGECTL-FILESTATUS = "00"
               READ FILE-AGECTL
                   NOT AT END
                       IF AGE-HOLD-DAYS IS NUMERIC
                           AND AGE-HOLD-DAYS > 0
                           MOVE AGE-HOLD-DAYS TO WS-HOLD-DAYS
                       ELSE
                           DISPLAY "ALERT : agectl.dat unreadable"
                               " - holding at 90 days"
                       END-IF
               END-READ
               CLOSE FILE-AGECTL
           WHEN OTHER
               DISPLAY "ERROR : " WS-AGECTL-FILESTATUS
           END-EVALUATE.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-AC-COUNT
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
           END-EVALUATE.

       READ-CUSTOMER-RECORD.
           READ FILE-CUSTOMER
               AT END
                   SET WS-CUST-EOF TO TRUE
                   GO TO READ-CUSTOMER-EXIT
           END-READ

           IF CUST-ID = SPACES
               GO TO READ-CUSTOMER-EXIT
           END-IF
           IF WS-AC-COUNT NOT < 500
               SET WS-CUST-OVERFLOW TO TRUE
               GO TO READ-CUSTOMER-EXIT
           END-IF

           ADD 1 TO WS-AC-COUNT
           MOVE FILE-CUSTOMER-OBJ TO WS-AC-ROW(WS-AC-COUNT)
           MOVE CUST-ID TO WS-AC-ID(WS-AC-COUNT)
           IF CUST-BALANCE IS NUMERIC
               MOVE CUST-BALANCE TO WS-AC-BALANCE(WS-AC-COUNT)
           ELSE
               MOVE 0 TO WS-AC-BALANCE(WS-AC-COUNT)
           END-IF
           IF CUST-ON-HOLD
               MOVE "Y" TO WS-AC-HOLD(WS-AC-COUNT)
           ELSE
               MOVE "N" TO WS-AC-HOLD(WS-AC-COUNT)
           END-IF
           MOVE "N" TO WS-AC-NEW-HOLD(WS-AC-COUNT)
           MOVE 0 TO WS-AC-CREDIT(WS-AC-COUNT)
           MOVE 0 TO WS-AC-OLDEST(WS-AC-COUNT)
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 4
               MOVE 0 TO WS-AC-BUCKET(WS-AC-COUNT, WS-INDEX)
           END-PERFORM.

       READ-CUSTOMER-EXIT.
           EXIT.

       FIND-CUSTOMER.
           MOVE 0 TO WS-AC-MATCH
           PERFORM VARYING WS-AC-INDEX FROM 1 BY 1
               UNTIL WS-AC-INDEX > WS-AC-COUNT
                   OR WS-AC-MATCH NOT = 0
               IF WS-AC-ID(WS-AC-INDEX) = WS-AC-LOOKUP
                   MOVE WS-AC-INDEX TO WS-AC-MATCH
               END-IF
           END-PERFORM.

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

       READ-SALES-RECORD.
           READ FILE-SALES
               AT END
                   SET WS-SALES-EOF TO TRUE
                   GO TO READ-SALES-EXIT
           END-READ

           EVALUATE SD-RECORD-TYPE
           WHEN "T"
               PERFORM FLUSH-PENDING-TRAILER
               IF ST-ORIG-INVOICE IS NUMERIC
                   AND ST-ORIG-INVOICE NOT = ZERO
      * A credit memo only touches the ledger when the invoice it
      * reverses was charged to account.
                   MOVE ST-ORIG-INVOICE TO WS-OI-LOOKUP
                   PERFORM FIND-OPEN-ITEM
                   IF WS-OI-MATCH NOT = 0
                       PERFORM APPLY-CREDIT-MEMO
                   END-IF
               ELSE
                   SET WS-PENDING TO TRUE
                   MOVE ST-INVOICE-NUMBER TO WS-PENDING-INVOICE
                   MOVE ST-INVOICE-DATE TO WS-PENDING-DATE
                   MOVE ST-CUSTOMER-ID TO WS-PENDING-CUSTOMER
                   MOVE ST-GRAND-TOTAL TO WS-PENDING-TOTAL
               END-IF
           WHEN "P"
               IF WS-PENDING
                   AND SP-INVOICE-NUMBER = WS-PENDING-INVOICE
                   IF SP-TENDER-TYPE = "A"
                       PERFORM RECORD-OPEN-ITEM
                           THRU RECORD-OPEN-ITEM-EXIT
                   END-IF
                   MOVE 'N' TO WS-PENDING-SWITCH
               END-IF
           END-EVALUATE.

       READ-SALES-EXIT.
           EXIT.

      * A trailer with no payment record was never charged to the
      * account - checkout writes the A tender before it touches
      * the balance - so it is not an open item.
       FLUSH-PENDING-TRAILER.
           IF WS-PENDING
               MOVE 'N' TO WS-PENDING-SWITCH
           END-IF.

       RECORD-OPEN-ITEM.
           MOVE WS-PENDING-CUSTOMER TO WS-AC-LOOKUP
           PERFORM FIND-CUSTOMER
           IF WS-AC-MATCH = 0
               ADD 1 TO WS-UNKNOWN-COUNT
               ADD WS-PENDING-TOTAL TO WS-UNKNOWN-TOTAL
               GO TO RECORD-OPEN-ITEM-EXIT
           END-IF
           IF WS-OI-COUNT NOT < 5000
               SET WS-OI-OVERFLOW TO TRUE
               GO TO RECORD-OPEN-ITEM-EXIT
           END-IF

           ADD 1 TO WS-OI-COUNT
           MOVE WS-AC-MATCH TO WS-OI-CUST(WS-OI-COUNT)
           MOVE WS-PENDING-INVOICE TO WS-OI-INVOICE(WS-OI-COUNT)
           MOVE WS-PENDING-DATE TO WS-OI-DATE(WS-OI-COUNT)
           MOVE WS-PENDING-TOTAL TO WS-OI-OPEN(WS-OI-COUNT).

       RECORD-OPEN-ITEM-EXIT.
           EXIT.

       FIND-OPEN-ITEM.
           MOVE 0 TO WS-OI-MATCH
           PERFORM VARYING WS-OI-INDEX FROM 1 BY 1
               UNTIL WS-OI-INDEX > WS-OI-COUNT
                   OR WS-OI-MATCH NOT = 0
               IF WS-OI-INVOICE(WS-OI-INDEX) = WS-OI-LOOKUP
                   MOVE WS-OI-INDEX TO WS-OI-MATCH
               END-IF
           END-PERFORM.

      * The memo's grand total is negative and comes straight off
      * the invoice it reverses; anything beyond what that invoice
      * still owes becomes credit for the customer's other items.
       APPLY-CREDIT-MEMO.
           ADD ST-GRAND-TOTAL TO WS-OI-OPEN(WS-OI-MATCH)
           IF WS-OI-OPEN(WS-OI-MATCH) < 0
               MOVE WS-OI-CUST(WS-OI-MATCH) TO WS-AC-INDEX
               SUBTRACT WS-OI-OPEN(WS-OI-MATCH)
                   FROM WS-AC-CREDIT(WS-AC-INDEX)
               MOVE 0 TO WS-OI-OPEN(WS-OI-MATCH)
           END-IF.

       SCAN-PAYMENT-FILE.
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
           END-EVALUATE.

       READ-PAYMENT-RECORD.
           READ FILE-PAYMENT
               AT END
                   SET WS-PAYMENT-EOF TO TRUE
                   GO TO READ-PAYMENT-EXIT
           END-READ

           IF PAY-AMOUNT IS NOT NUMERIC
               GO TO READ-PAYMENT-EXIT
           END-IF
           MOVE PAY-CUSTOMER-ID TO WS-AC-LOOKUP
           PERFORM FIND-CUSTOMER
           IF WS-AC-MATCH NOT = 0
               ADD PAY-AMOUNT TO WS-AC-CREDIT(WS-AC-MATCH)
           END-IF.

       READ-PAYMENT-EXIT.
           EXIT.

      * Oldest first : the items are in the order they were raised,
      * so each customer's credit is used up front to back.
       APPLY-CREDIT.
           MOVE WS-OI-CUST(WS-OI-INDEX) TO WS-AC-INDEX
           IF WS-AC-CREDIT(WS-AC-INDEX) > 0
               AND WS-OI-OPEN(WS-OI-INDEX) > 0
               IF WS-AC-CREDIT(WS-AC-INDEX) < WS-OI-OPEN(WS-OI-INDEX)
                   SUBTRACT WS-AC-CREDIT(WS-AC-INDEX)
                       FROM WS-OI-OPEN(WS-OI-INDEX)
                   MOVE 0 TO WS-AC-CREDIT(WS-AC-INDEX)
               ELSE
                   SUBTRACT WS-OI-OPEN(WS-OI-INDEX)
                       FROM WS-AC-CREDIT(WS-AC-INDEX)
                   MOVE 0 TO WS-OI-OPEN(WS-OI-INDEX)
               END-IF
           END-IF.

      * Age what is still open from its invoice date : under 30
      * days is current, then 30, 60 and 90 days and over.  An
      * unpaid item at or past the hold threshold holds the
      * customer.
       AGE-OPEN-ITEM.
           IF WS-OI-OPEN(WS-OI-INDEX) = 0
               GO TO AGE-OPEN-ITEM-EXIT
           END-IF
           MOVE WS-OI-CUST(WS-OI-INDEX) TO WS-AC-INDEX

           MOVE WS-OI-DATE(WS-OI-INDEX) TO WS-DC-DATE
           PERFORM DATE-TO-DAYS
           IF WS-DC-DAYS > WS-TODAY-DAYS
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAYS - WS-DC-DAYS
           END-IF

           EVALUATE TRUE
           WHEN WS-AGE-DAYS < 30
               MOVE 1 TO WS-BUCKET
           WHEN WS-AGE-DAYS < 60
               MOVE 2 TO WS-BUCKET
           WHEN WS-AGE-DAYS < 90
               MOVE 3 TO WS-BUCKET
           WHEN OTHER
               MOVE 4 TO WS-BUCKET
           END-EVALUATE
           ADD WS-OI-OPEN(WS-OI-INDEX)
               TO WS-AC-BUCKET(WS-AC-INDEX, WS-BUCKET)

           IF WS-OI-OPEN(WS-OI-INDEX) > 0
               AND WS-AGE-DAYS NOT < WS-HOLD-DAYS
               MOVE "Y" TO WS-AC-NEW-HOLD(WS-AC-INDEX)
               IF WS-AGE-DAYS > WS-AC-OLDEST(WS-AC-INDEX)
                   MOVE WS-AGE-DAYS TO WS-AC-OLDEST(WS-AC-INDEX)
               END-IF
           END-IF.

       AGE-OPEN-ITEM-EXIT.
           EXIT.

      * Credit nobody has spent yet sits in current as a negative
      * amount; then compare old and new hold and count the change.
       SETTLE-CUSTOMER.
           SUBTRACT WS-AC-CREDIT(WS-AC-INDEX)
               FROM WS-AC-BUCKET(WS-AC-INDEX, 1)
           IF WS-AC-NEW-HOLD(WS-AC-INDEX) = "Y"
               ADD 1 TO WS-ON-HOLD-COUNT
               IF WS-AC-HOLD(WS-AC-INDEX) NOT = "Y"
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           ELSE
               IF WS-AC-HOLD(WS-AC-INDEX) = "Y"
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
           END-IF.

       PRINT-AGING.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-HOLD-DAYS TO WS-COUNT-PRINT
           STRING "AGED TRIAL BALANCE AS OF " DELIMITED BY SIZE
                  WS-TODAY-DATE(1:4)          DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  WS-TODAY-DATE(5:2)          DELIMITED BY SIZE
                  "-"                         DELIMITED BY SIZE
                  WS-TODAY-DATE(7:2)          DELIMITED BY SIZE
                  "   HOLD AT "               DELIMITED BY SIZE
                  WS-COUNT-PRINT              DELIMITED BY SIZE
                  " DAYS"                     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "CUSTOMER" TO WS-REPORT-LINE(1:8)
           MOVE "CURRENT" TO WS-REPORT-LINE(26:7)
           MOVE "30 DAYS" TO WS-REPORT-LINE(37:7)
           MOVE "60 DAYS" TO WS-REPORT-LINE(48:7)
           MOVE "90+ DAYS" TO WS-REPORT-LINE(58:8)
           MOVE "TOTAL" TO WS-REPORT-LINE(72:5)
           PERFORM PRINT-REPORT-LINE
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 4
               MOVE 0 TO WS-GRAND-BUCKET(WS-INDEX)
           END-PERFORM
           PERFORM PRINT-CUSTOMER-LINE THRU PRINT-CUSTOMER-EXIT
               VARYING WS-AC-INDEX FROM 1 BY 1
               UNTIL WS-AC-INDEX > WS-AC-COUNT

           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE "TOTAL" TO WS-REPORT-LINE(1:5)
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 4
               MOVE WS-GRAND-BUCKET(WS-INDEX) TO WS-MONEY-PRINT
               MOVE WS-MONEY-PRINT
                   TO WS-REPORT-LINE(11 * WS-INDEX + 11:11)
           END-PERFORM
           MOVE WS-GRAND-AGED TO WS-MONEY-PRINT
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(66:11)
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM PRINT-REPORT-LINE

      * The aged total is rebuilt from the books; it has to tie to
      * what the master says the customers owe.  When it does not,
      * the customers marked * are where to look.
           MOVE WS-GRAND-AGED TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Aged total from the books      : " DELIMITED BY SIZE
                  WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE WS-GRAND-MASTER TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Sum of CUST-BALANCE (cust.dat) : " DELIMITED BY SIZE
                  WS-TOTAL-PRINT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-GRAND-AGED = WS-GRAND-MASTER
               AND WS-MISMATCH-COUNT = 0
               MOVE "Trial balance ties to the customer master"
                   TO WS-REPORT-LINE
           ELSE
               COMPUTE WS-DIFFERENCE = WS-GRAND-MASTER - WS-GRAND-AGED
               MOVE WS-DIFFERENCE TO WS-TOTAL-PRINT
               MOVE WS-MISMATCH-COUNT TO WS-COUNT-PRINT
               STRING "ALERT out of balance by "  DELIMITED BY SIZE
                      WS-TOTAL-PRINT               DELIMITED BY SIZE
                      " - "                        DELIMITED BY SIZE
                      WS-COUNT-PRINT               DELIMITED BY SIZE
                      " customer(s) marked *"      DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE

           IF WS-UNKNOWN-COUNT > 0
               MOVE WS-UNKNOWN-TOTAL TO WS-TOTAL-PRINT
               MOVE WS-UNKNOWN-COUNT TO WS-DAYS-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ALERT "                    DELIMITED BY SIZE
                      WS-DAYS-PRINT               DELIMITED BY SIZE
                      " invoice(s) for customers not on cust.dat "
                                                  DELIMITED BY SIZE
                      WS-TOTAL-PRINT              DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-PRINT
           STRING "Credit hold : " DELIMITED BY SIZE
                  WS-COUNT-PRINT   DELIMITED BY SIZE
                  " placed, "      DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           MOVE WS-RELEASED-COUNT TO WS-COUNT-PRINT
           MOVE WS-COUNT-PRINT TO WS-REPORT-LINE(27:3)
           MOVE " released, " TO WS-REPORT-LINE(30:11)
           MOVE WS-ON-HOLD-COUNT TO WS-COUNT-PRINT
           MOVE WS-COUNT-PRINT TO WS-REPORT-LINE(41:3)
           MOVE " now on hold" TO WS-REPORT-LINE(44:12)
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "H = on credit hold   * = master balance disagrees"
               TO WS-REPORT-LINE
           MOVE " with the books" TO WS-REPORT-LINE(50:15)
           PERFORM PRINT-REPORT-LINE.

      * One line per customer who owes something, is owed
      * something, or whose hold is on; the master balance goes
      * underneath when it disagrees with the books.
       PRINT-CUSTOMER-LINE.
           MOVE 0 TO WS-ROW-TOTAL
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 4
               ADD WS-AC-BUCKET(WS-AC-INDEX, WS-INDEX) TO WS-ROW-TOTAL
               ADD WS-AC-BUCKET(WS-AC-INDEX, WS-INDEX)
                   TO WS-GRAND-BUCKET(WS-INDEX)
           END-PERFORM
           ADD WS-ROW-TOTAL TO WS-GRAND-AGED
           ADD WS-AC-BALANCE(WS-AC-INDEX) TO WS-GRAND-MASTER

           IF WS-ROW-TOTAL = 0
               AND WS-AC-BALANCE(WS-AC-INDEX) = 0
               AND WS-AC-HOLD(WS-AC-INDEX) NOT = "Y"
               AND WS-AC-NEW-HOLD(WS-AC-INDEX) NOT = "Y"
               GO TO PRINT-CUSTOMER-EXIT
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-AC-ID(WS-AC-INDEX) TO WS-REPORT-LINE(1:20)
           PERFORM VARYING WS-INDEX FROM 1 BY 1 UNTIL WS-INDEX > 4
               MOVE WS-AC-BUCKET(WS-AC-INDEX, WS-INDEX)
                   TO WS-MONEY-PRINT
               MOVE WS-MONEY-PRINT
                   TO WS-REPORT-LINE(11 * WS-INDEX + 11:11)
           END-PERFORM
           MOVE WS-ROW-TOTAL TO WS-MONEY-PRINT
           MOVE WS-MONEY-PRINT TO WS-REPORT-LINE(66:11)
           IF WS-AC-NEW-HOLD(WS-AC-INDEX) = "Y"
               MOVE "H" TO WS-REPORT-LINE(78:1)
           END-IF
           IF WS-ROW-TOTAL NOT = WS-AC-BALANCE(WS-AC-INDEX)
               MOVE "*" TO WS-REPORT-LINE(80:1)
           END-IF
           PERFORM PRINT-REPORT-LINE

           IF WS-ROW-TOTAL NOT = WS-AC-BALANCE(WS-AC-INDEX)
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE WS-AC-BALANCE(WS-AC-INDEX) TO WS-TOTAL-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    master balance " DELIMITED BY SIZE
                      WS-TOTAL-PRINT        DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
           END-IF.

       PRINT-CUSTOMER-EXIT.
           EXIT.

      * Write the master back with the new holds, every other field
      * exactly as it was read, then leave a HOLD or RELEASE row in
      * audit.dat for each customer whose hold changed.
       SAVE-CUSTOMERS.
           OPEN OUTPUT FILE-CUSTOMER
           IF WS-CUSTOMER-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-CUSTOMER-FILESTATUS
               GO TO SAVE-CUSTOMERS-EXIT
           END-IF
           PERFORM VARYING WS-AC-INDEX FROM 1 BY 1
               UNTIL WS-AC-INDEX > WS-AC-COUNT
               MOVE WS-AC-ROW(WS-AC-INDEX) TO FILE-CUSTOMER-OBJ
               MOVE WS-AC-NEW-HOLD(WS-AC-INDEX) TO CUST-HOLD
               WRITE FILE-CUSTOMER-OBJ
           END-PERFORM
           CLOSE FILE-CUSTOMER

           PERFORM WRITE-HOLD-AUDIT THRU WRITE-HOLD-AUDIT-EXIT
               VARYING WS-AC-INDEX FROM 1 BY 1
               UNTIL WS-AC-INDEX > WS-AC-COUNT

           DISPLAY "INFO: credit holds updated on cust.dat".

       SAVE-CUSTOMERS-EXIT.
           EXIT.

       WRITE-HOLD-AUDIT.
           IF WS-AC-NEW-HOLD(WS-AC-INDEX) = WS-AC-HOLD(WS-AC-INDEX)
               GO TO WRITE-HOLD-AUDIT-EXIT
           END-IF

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
           MOVE "CUSTOMER" TO AUD-FILE
           MOVE WS-AC-ID(WS-AC-INDEX) TO AUD-KEY
           IF WS-AC-NEW-HOLD(WS-AC-INDEX) = "Y"
               MOVE "HOLD" TO AUD-ACTION
               MOVE "NOT ON HOLD" TO AUD-OLD-VALUE
               MOVE WS-AC-OLDEST(WS-AC-INDEX) TO WS-DAYS-PRINT
               STRING "OLDEST ITEM " DELIMITED BY SIZE
                      WS-DAYS-PRINT  DELIMITED BY SIZE
                      " DAYS"        DELIMITED BY SIZE
                   INTO AUD-NEW-VALUE
               END-STRING
           ELSE
               MOVE "RELEASE" TO AUD-ACTION
               MOVE "ON HOLD" TO AUD-OLD-VALUE
               MOVE "OLD ITEMS PAID" TO AUD-NEW-VALUE
           END-IF
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

       WRITE-HOLD-AUDIT-EXIT.
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

           END PROGRAM ChallengeCobolAging.

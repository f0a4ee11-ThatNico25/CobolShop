      *          written before the balance so a crash between the
      *          two shows up on the statement (which rebuilds from
      *          the journals) instead of losing the payment.
      * Modifications:
      *   - Sign-on against the oper.dat operator master
      *     (OPERREC.CPY) before anything is posted : operator ID
      *     and password must match, three misses end the program,
      *     and payment posting is supervisor work - a clerk who
      *     signs on is turned away.  Failed sign-ons and the
      *     refusal are written to the audit.dat trail
      *     (AUDREC.CPY).
      *   - CUST-HOLD (credit hold) is carried through the save.  A
      *     payment that clears the whole balance lifts the hold
      *     there and then (audited as a RELEASE); a part payment
      *     leaves it for ChallengeCobolAging to re-age.
      *   - Period close : a payment is never dated into a month
      *     closed by ChallengeCobolPeriodClose (perd.dat,
      *     PERDREC.CPY) - it goes on the first day of the open
      *     period instead, so the frozen month-end balances stand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-FILESTATUS.

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

           SELECT FILE-PERIOD
           ASSIGN TO DYNAMIC WS-PERIOD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PERIOD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-PAYMENT.
           COPY "PAYREC.CPY".

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       FD  FILE-PERIOD.
           COPY "PERDREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILESTATUS              PIC X(02).
       01  WS-READ-CUSTOMER-FILE-STATUS        PIC X(1).
               10 WS-CUST-EMAIL                 PIC X(30).
               10 WS-CUST-LIMIT                 PIC 9(5)V99.
               10 WS-CUST-BALANCE               PIC S9(7)V99.
               10 WS-CUST-HOLD                  PIC X(1).

       01  WS-SEARCH-ID                         PIC X(20).
       01  WS-MATCH-INDEX                       PIC 9(3)   VALUE ZERO.
       01  WS-BALANCE-PRINT                     PIC $$$$$$$9.99-.
       01  WS-AMOUNT-PRINT                      PIC $$$$$$$9.99.

      * Audit trail : sign-on failures and refusals are appended to
      * audit.dat under the operator ID keyed.
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
           DISPLAY "Account payment posting"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM GET-OPERATOR THRU GET-OPERATOR-EXIT

      * Taking money off a balance is supervisor work.
           IF NOT WS-ROLE-SUPERVISOR-UP
               MOVE "PAYMENT POSTING" TO WS-AUD-NEW
               PERFORM REFUSE-OPTION
               STOP RUN
           END-IF

           PERFORM LOAD-CUSTOMERS

           IF WS-CUSTOMER-COUNT = 0
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/paym.dat"        DELIMITED BY SIZE
               INTO WS-PAYMENT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/audit.dat"       DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/oper.dat"        DELIMITED BY SIZE
               INTO WS-OPERATOR-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/perd.dat"        DELIMITED BY SIZE
               INTO WS-PERIOD-PATH
           END-STRING.

      * The audit trail is worthless without knowing who - the ID
      * and password keyed must match a row in the oper.dat
      * operator master, whose role then decides whether payments
      * may be posted.  Every miss is audited; three misses end the
      * run.
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
           DISPLAY "ALERT : payment posting needs a supervisor sign-on"
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
           MOVE "PAYMENTS" TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUSTOMER-COUNT
           OPEN INPUT FILE-CUSTOMER
                           TO WS-CUST-LIMIT(WS-CUSTOMER-COUNT)
                       MOVE CUST-BALANCE
                           TO WS-CUST-BALANCE(WS-CUSTOMER-COUNT)
                       IF CUST-ON-HOLD
                           MOVE "Y" TO WS-CUST-HOLD(WS-CUSTOMER-COUNT)
                       ELSE
                           MOVE "N" TO WS-CUST-HOLD(WS-CUSTOMER-COUNT)
                       END-IF
                   END-IF
           END-READ.

           MOVE WS-CUST-BALANCE(WS-MATCH-INDEX) TO WS-BALANCE-PRINT
           DISPLAY WS-CUST-NAME(WS-MATCH-INDEX)
               " owes " WS-BALANCE-PRINT
           IF WS-CUST-HOLD(WS-MATCH-INDEX) = "Y"
               DISPLAY "Account is on credit hold"
           END-IF

           DISPLAY "Amount received (e.g. 125.00) : "
           ACCEPT WS-PAY-AMOUNT

           SUBTRACT WS-PAY-AMOUNT
               FROM WS-CUST-BALANCE(WS-MATCH-INDEX)

      * Nothing left owing means nothing left aged - the hold goes
      * now rather than waiting for the next aging run.
           IF WS-CUST-HOLD(WS-MATCH-INDEX) = "Y"
               AND WS-CUST-BALANCE(WS-MATCH-INDEX) NOT > 0
               MOVE "N" TO WS-CUST-HOLD(WS-MATCH-INDEX)
               PERFORM WRITE-RELEASE-AUDIT
               DISPLAY "Balance cleared - credit hold lifted"
           END-IF
           PERFORM SAVE-CUSTOMERS

           MOVE WS-PAY-AMOUNT TO WS-AMOUNT-PRINT
               OPEN EXTEND FILE-PAYMENT
           END-IF

      * Looked up for every payment : a month may be closed while
      * a pile of cheques is being worked through.
           PERFORM FIND-OPEN-PERIOD
           MOVE WS-TODAY-DATE TO WS-POST-DATE
           PERFORM DATE-INTO-OPEN-PERIOD

           MOVE SPACES TO FILE-PAYMENT-OBJ
           MOVE WS-SEARCH-ID TO PAY-CUSTOMER-ID
           MOVE WS-POST-DATE TO PAY-DATE
           MOVE WS-PAY-AMOUNT TO PAY-AMOUNT
           MOVE WS-PAY-REFERENCE TO PAY-REFERENCE
           WRITE FILE-PAYMENT-OBJ
           END-IF
           CLOSE FILE-PAYMENT.

      * The hold coming off, under the operator who posted the
      * payment that cleared it.
       WRITE-RELEASE-AUDIT.
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
           MOVE "RELEASE" TO AUD-ACTION
           MOVE WS-SEARCH-ID TO AUD-KEY
           MOVE "ON HOLD" TO AUD-OLD-VALUE
           MOVE "BALANCE CLEARED BY PAYMENT" TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

       SAVE-CUSTOMERS.
           OPEN OUTPUT FILE-CUSTOMER
           MOVE SPACES TO FILE-CUSTOMER-OBJ
               MOVE WS-CUST-EMAIL(WS-INDEX) TO CUST-EMAIL
               MOVE WS-CUST-LIMIT(WS-INDEX) TO CUST-CREDIT-LIMIT
               MOVE WS-CUST-BALANCE(WS-INDEX) TO CUST-BALANCE
               MOVE WS-CUST-HOLD(WS-INDEX) TO CUST-HOLD
               WRITE FILE-CUSTOMER-OBJ
           END-PERFORM
           CLOSE FILE-CUSTOMER.

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

           END PROGRAM ChallengeCobolPayments.

      *     sign-on - date, time, action, record key, old and new
      *     value - so "who changed this price and when" is a
      *     lookup in ChallengeCobolAuditView, not a mystery.
      *   - Sign-on is now checked against the oper.dat operator
      *     master (OPERREC.CPY) : operator ID and password must
      *     match, three misses end the program, and the menu only
      *     offers what the operator's role allows - a clerk can
      *     list, receive and set reorder, tax and supplier details
      *     but adding, re-pricing, costing, retiring and stock
      *     overwrites need a supervisor.  Failed sign-ons and
      *     refused options are written to audit.dat.
      *   - Receiving now costs each shipment at the unit cost agreed
      *     on its PO line (POD-UNIT-COST in POREC.CPY) and folds it
      *     into UNIT-COST as a weighted average over the stock on
      *     hand, with a COST audit row whenever the average moves;
      *     the cost received at is logged on the recv.dat row.
      *   - An operator whose oper.dat role is blank or unknown is
      *     refused the supervisor options the same as a clerk, in
      *     line with the menu, which never offers them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-FILESTATUS.

           SELECT FILE-OPERATOR
           ASSIGN TO DYNAMIC WS-OPERATOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-BACKORDER.
           COPY "BORDREC.CPY".

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  WS-LIST-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
               10 WS-POD-PRODUCT                PIC X(9).
               10 WS-POD-ORDERED                PIC 9(5).
               10 WS-POD-RECEIVED               PIC 9(5).
               10 WS-POD-COST                   PIC 9(4)V99.
       01  WS-ASK-PO                            PIC 9(5)   VALUE ZERO.
       01  WS-PO-HDR-INDEX                      PIC 9(3)   VALUE ZERO.
       01  WS-PO-LINE-INDEX                     PIC 9(3)   VALUE ZERO.
       01  WS-OUTSTANDING                       PIC S9(6)  VALUE ZERO.
       01  WS-OUTSTAND-PRINT                    PIC ZZZZZ9.

      * Costing a receipt : the cost the shipment came in at, and
      * the catalog average before and after it is folded in.
       01  WS-RECEIPT-COST                      PIC 9(4)V99 VALUE ZERO.
       01  WS-OLD-COST                          PIC 9(4)V99 VALUE ZERO.
       01  WS-STOCK-VALUE                       PIC 9(11)V99 VALUE ZERO.
       01  WS-COST-PRINT                        PIC $$$$9.99.

      * Audit trail : what gets appended to audit.dat for the
      * change being made, under the operator keyed at sign-on.
       01  WS-AUDIT-FILESTATUS                  PIC X(02).
       01  WS-WAITING-COUNT                     PIC 9(3)   VALUE ZERO.
       01  WS-BO-QTY-PRINT                      PIC ZZ9.

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
           DISPLAY "Catalog maintenance"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM GET-OPERATOR THRU GET-OPERATOR-EXIT
           PERFORM OPEN-CATALOG

           PERFORM SHOW-MENU UNTIL WS-DONE = 'Y'
           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/back.dat"        DELIMITED BY SIZE
               INTO WS-BACKORDER-PATH
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
           DISPLAY "ALERT : that option needs a supervisor sign-on"
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
           MOVE "MAINTENANCE" TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

      * One appended audit.dat row for the change just made : the
      * action, key, old and new value are staged in the WS-AUD-
      * fields by the caller.
       SHOW-MENU.
           DISPLAY SPACE
           DISPLAY "1) List products"
           IF WS-ROLE-SUPERVISOR-UP
               DISPLAY "2) Add a product"
               DISPLAY "3) Correct a price"
               DISPLAY "4) Retire a product"
               DISPLAY "5) Adjust stock on hand"
           END-IF
           DISPLAY "6) Set reorder point and quantity"
           DISPLAY "7) Receive a shipment"
           DISPLAY "8) Set tax category"
           DISPLAY "9) Set supplier"
           IF WS-ROLE-SUPERVISOR-UP
               DISPLAY "C) Set unit cost"
           END-IF
           DISPLAY "0) Exit"
           DISPLAY "Choice : "
           ACCEPT WS-MENU-CHOICE

      * Options that set a price, a cost or an on-hand figure
      * outright are supervisor work - a clerk keying one anyway
      * is refused and audited.
           IF NOT WS-ROLE-SUPERVISOR-UP
               EVALUATE WS-MENU-CHOICE
               WHEN "2"
               WHEN "3"
               WHEN "4"
               WHEN "5"
               WHEN "C"
               WHEN "c"
                   MOVE SPACES TO WS-AUD-NEW
                   STRING "MENU OPTION " DELIMITED BY SIZE
                          WS-MENU-CHOICE DELIMITED BY SIZE
                       INTO WS-AUD-NEW
                   END-STRING
                   PERFORM REFUSE-OPTION
                   MOVE SPACE TO WS-MENU-CHOICE
               END-EVALUATE
           END-IF

           EVALUATE WS-MENU-CHOICE
           WHEN SPACE
               CONTINUE
           WHEN "1"
               PERFORM LIST-PRODUCTS
           WHEN "2"
               GO TO RECEIVE-STOCK-EXIT
           END-IF

           MOVE 0 TO WS-RECEIPT-COST
           IF WS-ASK-PO NOT = 0
               PERFORM POST-RECEIPT-TO-PO THRU POST-RECEIPT-EXIT
           END-IF
           PERFORM APPLY-AVERAGE-COST

           MOVE QTY-ON-HAND TO WS-AUD-QTY
           MOVE WS-AUD-QTY TO WS-AUD-OLD
                       WS-QTY-PRINT
                   MOVE "RECEIVE" TO WS-AUD-ACTION
                   PERFORM WRITE-AUDIT-ROW
                   IF UNIT-COST NOT = WS-OLD-COST
                       MOVE WS-OLD-COST TO WS-AUD-MONEY
                       MOVE WS-AUD-MONEY TO WS-AUD-OLD
                       MOVE UNIT-COST TO WS-AUD-MONEY
                       MOVE WS-AUD-MONEY TO WS-AUD-NEW
                       MOVE UNIT-COST TO WS-COST-PRINT
                       DISPLAY "Average unit cost now : "
                           WS-COST-PRINT
                       MOVE "COST" TO WS-AUD-ACTION
                       PERFORM WRITE-AUDIT-ROW
                   END-IF
           END-REWRITE

           PERFORM LOG-RECEIPT
       RECEIVE-STOCK-EXIT.
           EXIT.

      * Fold the shipment into the catalog cost as a weighted
      * average : what is on the shelf at the old average plus what
      * came in at the agreed cost, over the new total.  Nothing on
      * hand (or no cost known yet) means the shipment's cost simply
      * becomes the cost.  A receipt with no costed PO line behind
      * it comes in at the current average, which leaves it alone.
      * Runs before QTY-ON-HAND is bumped so it still holds the
      * stock the old average applies to.
       APPLY-AVERAGE-COST.
           IF UNIT-COST IS NOT NUMERIC
               MOVE 0 TO UNIT-COST
           END-IF
           MOVE UNIT-COST TO WS-OLD-COST

           IF WS-RECEIPT-COST = 0
               MOVE UNIT-COST TO WS-RECEIPT-COST
               IF UNIT-COST = 0
                   DISPLAY "ALERT : no agreed cost for this receipt"
                       " and no catalog cost - set the unit cost"
               ELSE
                   DISPLAY "No agreed PO cost - received at the"
                       " current average cost"
               END-IF
           END-IF

           IF WS-OLD-COST = 0 OR QTY-ON-HAND = 0
               MOVE WS-RECEIPT-COST TO UNIT-COST
           ELSE
               COMPUTE WS-STOCK-VALUE =
                   QTY-ON-HAND * WS-OLD-COST +
                   WS-RECEIVE-QTY * WS-RECEIPT-COST
               COMPUTE UNIT-COST ROUNDED =
                   WS-STOCK-VALUE / (QTY-ON-HAND + WS-RECEIVE-QTY)
           END-IF.

      * Who asked first gets called first : the backorder book is
      * appended in arrival order, so listing the open rows top to
      * bottom is the calling order for the stock just unloaded.

           ADD WS-RECEIVE-QTY TO WS-POD-RECEIVED(WS-PO-LINE-INDEX)
           PERFORM SAVE-PO-FILE
           MOVE WS-POD-COST(WS-PO-LINE-INDEX) TO WS-RECEIPT-COST

           COMPUTE WS-OUTSTANDING =
               WS-POD-ORDERED(WS-PO-LINE-INDEX) -
                       TO WS-POD-ORDERED(WS-POD-COUNT)
                   MOVE POD-QTY-RECEIVED
                       TO WS-POD-RECEIVED(WS-POD-COUNT)
                   IF POD-UNIT-COST IS NUMERIC
                       MOVE POD-UNIT-COST
                           TO WS-POD-COST(WS-POD-COUNT)
                   ELSE
                       MOVE 0 TO WS-POD-COST(WS-POD-COUNT)
                   END-IF
               ELSE
                   SET WS-PO-TRUNCATED TO TRUE
                   DISPLAY "ALERT : PO line past the 500-line limit"
                           TO POD-QTY-ORDERED
                       MOVE WS-POD-RECEIVED(WS-PO-INDEX-2)
                           TO POD-QTY-RECEIVED
                       MOVE WS-POD-COST(WS-PO-INDEX-2)
                           TO POD-UNIT-COST
                       WRITE PO-DETAIL-REC
                       IF WS-PO-FILESTATUS NOT = "00"
                           DISPLAY "ERROR : " WS-PO-FILESTATUS
           MOVE WS-ASK-PO TO RCV-PO-NUMBER
           MOVE WS-SEARCH-ID TO RCV-ID-PRODUCT
           MOVE WS-RECEIVE-QTY TO RCV-QTY
           MOVE WS-RECEIPT-COST TO RCV-UNIT-COST
           WRITE FILE-RECEIPT-OBJ
           IF WS-RECEIPT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-RECEIPT-FILESTATUS

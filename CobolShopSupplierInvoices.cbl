      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Supplier invoice entry and three-way match.  When a
      *          supplier's bill arrives the clerk keys its invoice
      *          number, the PO it bills (po.dat, POREC.CPY) and the
      *          quantity and unit price billed on each line.  Every
      *          line is matched three ways as it is keyed : against
      *          POD-QTY-ORDERED on the PO line, against what
      *          recv.dat (RECVREC.CPY) says actually came off the
      *          truck for that PO less what earlier bills on the PO
      *          already claimed, and against the agreed unit cost
      *          on the PO line (the catalog UNIT-COST on prodix.dat
      *          for a line with no cost agreed).  A bill that
      *          agrees on every line is posted straight to the
      *          payables ledger payl.dat (PAYLREC.CPY), due the
      *          supplier's SUPP-TERMS-DAYS after its invoice date.
      *          A bill with any line billed for more than was
      *          received or ordered, for a product not on the PO,
      *          or above the agreed cost is held in sinv.dat
      *          (SINVREC.CPY) until a manager approves it (posted
      *          to the ledger) or disputes it (sent back to the
      *          supplier, never posted).  Payments made against
      *          ledger bills are recorded here too, so
      *          ChallengeCobolPayablesAging and the general-ledger
      *          export see what is still owed.  Approvals,
      *          disputes and payments are written to audit.dat
      *          under the signed-on operator.
      * Modifications:
      *   - The agreed cost a billed price is checked against is now
      *     the unit cost agreed on the PO line (POD-UNIT-COST in
      *     POREC.CPY) rather than the catalog UNIT-COST, which
      *     receiving now keeps as a running average; the catalog
      *     cost is only used for lines with no cost agreed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolSupplierInvoices.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-PRODUCT
           ASSIGN TO DYNAMIC WS-PRODUCT-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PRODUCT
           FILE STATUS IS EMP-PRODUCT-FILESTATUS.

           SELECT FILE-PO
           ASSIGN TO DYNAMIC WS-PO-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PO-FILESTATUS.

           SELECT FILE-SUPPLIER
           ASSIGN TO DYNAMIC WS-SUPPLIER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SUPPLIER-FILESTATUS.

           SELECT FILE-RECEIPT
           ASSIGN TO DYNAMIC WS-RECEIPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-FILESTATUS.

           SELECT FILE-SINV
           ASSIGN TO DYNAMIC WS-SINV-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-SINV-FILESTATUS.

           SELECT FILE-PAYABLE
           ASSIGN TO DYNAMIC WS-PAYABLE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-PAYABLE-FILESTATUS.

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

       FD  FILE-PRODUCT.
           COPY "PRODREC.CPY".

       FD  FILE-PO.
           COPY "POREC.CPY".

       FD  FILE-SUPPLIER.
           COPY "SUPPREC.CPY".

       FD  FILE-RECEIPT.
           COPY "RECVREC.CPY".

       FD  FILE-SINV.
           COPY "SINVREC.CPY".

       FD  FILE-PAYABLE.
           COPY "PAYLREC.CPY".

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       WORKING-STORAGE SECTION.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).
       01  WS-PRODUCT-OPEN-SWITCH              PIC X(1)   VALUE 'N'.
           88 WS-PRODUCT-OPEN                              VALUE 'Y'.
       01  WS-PO-FILESTATUS                    PIC X(02).
       01  WS-PO-EOF-SWITCH                    PIC X(1)   VALUE 'N'.
           88 WS-PO-EOF                                    VALUE 'Y'.
       01  WS-SUPPLIER-FILESTATUS              PIC X(02).
       01  WS-SUPP-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-SUPP-EOF                                  VALUE 'Y'.
       01  WS-RECEIPT-FILESTATUS               PIC X(02).
       01  WS-RECEIPT-EOF-SWITCH               PIC X(1)   VALUE 'N'.
           88 WS-RECEIPT-EOF                               VALUE 'Y'.
       01  WS-SINV-FILESTATUS                  PIC X(02).
       01  WS-SINV-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-SINV-EOF                                  VALUE 'Y'.
       01  WS-SINV-OVERFLOW-SWITCH             PIC X(1)   VALUE 'N'.
           88 WS-SINV-OVERFLOW                             VALUE 'Y'.
       01  WS-PAYABLE-FILESTATUS               PIC X(02).
       01  WS-PAYABLE-EOF-SWITCH               PIC X(1)   VALUE 'N'.
           88 WS-PAYABLE-EOF                               VALUE 'Y'.

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-PRODUCT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-PO-PATH                           PIC X(250) VALUE SPACES.
       01  WS-SUPPLIER-PATH                     PIC X(250) VALUE SPACES.
       01  WS-RECEIPT-PATH                      PIC X(250) VALUE SPACES.
       01  WS-SINV-PATH                         PIC X(250) VALUE SPACES.
       01  WS-PAYABLE-PATH                      PIC X(250) VALUE SPACES.

       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-AUDIT-FILESTATUS                  PIC X(02).
       01  WS-AUDIT-PATH                        PIC X(250) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(10)  VALUE SPACES.
       01  WS-NOW-TIME                          PIC 9(8)   VALUE ZERO.
       01  WS-AUD-ACTION                        PIC X(10)  VALUE SPACES.
       01  WS-AUD-OLD                           PIC X(30)  VALUE SPACES.
       01  WS-AUD-NEW                           PIC X(30)  VALUE SPACES.
       01  WS-AUD-KEY                           PIC X(20)  VALUE SPACES.

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

      * The PO file in memory, read only here : headers and lines
      * the same shape ChallengeCobolPurchasing keeps them.
       01  WS-POH-COUNT                         PIC 9(3)   VALUE ZERO.
       01  WS-POH-TABLE.
           05 WS-POH-ENTRY OCCURS 0 TO 100 TIMES
              DEPENDING ON WS-POH-COUNT.
               10 WS-POH-NUMBER                 PIC 9(5).
               10 WS-POH-SUPPLIER               PIC X(9).
       01  WS-POD-COUNT                         PIC 9(3)   VALUE ZERO.
       01  WS-POD-TABLE.
           05 WS-POD-ENTRY OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-POD-COUNT.
               10 WS-POD-NUMBER                 PIC 9(5).
               10 WS-POD-PRODUCT                PIC X(9).
               10 WS-POD-ORDERED                PIC 9(5).
               10 WS-POD-COST                   PIC 9(4)V99.

      * Supplier master snapshot for names and payment terms.
       01  WS-SUPP-COUNT                        PIC 9(3)   VALUE ZERO.
       01  WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-SUPP-COUNT.
               10 WS-SUPP-ID                    PIC X(9).
               10 WS-SUPP-NAME                  PIC X(30).
               10 WS-SUPP-TERMS                 PIC 9(3).

      * sinv.dat in memory : headers, and lines pointing back at
      * their header, rewritten whole on every change.
       01  WS-SIH-COUNT                         PIC 9(3)   VALUE ZERO.
       01  WS-SIH-TABLE.
           05 WS-SIH-ENTRY OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-SIH-COUNT.
               10 WS-SIH-SUPPLIER               PIC X(9).
               10 WS-SIH-INVOICE                PIC X(15).
               10 WS-SIH-PO                     PIC 9(5).
               10 WS-SIH-INV-DATE               PIC 9(8).
               10 WS-SIH-ENTRY-DATE             PIC 9(8).
               10 WS-SIH-STATUS                 PIC X(1).
               10 WS-SIH-TOTAL                  PIC S9(7)V99.
               10 WS-SIH-ENTERED                PIC X(10).
               10 WS-SIH-REVIEWED               PIC X(10).
       01  WS-SIL-COUNT                         PIC 9(4)   VALUE ZERO.
       01  WS-SIL-TABLE.
           05 WS-SIL-ENTRY OCCURS 0 TO 3000 TIMES
              DEPENDING ON WS-SIL-COUNT.
               10 WS-SIL-HDR                    PIC 9(3).
               10 WS-SIL-PRODUCT                PIC X(9).
               10 WS-SIL-QTY                    PIC 9(5).
               10 WS-SIL-PRICE                  PIC 9(4)V99.
               10 WS-SIL-TOTAL                  PIC S9(7)V99.
               10 WS-SIL-ORDERED                PIC 9(5).
               10 WS-SIL-RECEIVED               PIC 9(5).
               10 WS-SIL-PRIOR                  PIC 9(5).
               10 WS-SIL-AGREED                 PIC 9(4)V99.
               10 WS-SIL-QTY-FLAG               PIC X(1).
               10 WS-SIL-PRICE-FLAG             PIC X(1).

       01  WS-MENU-CHOICE                       PIC X(1).
       01  WS-DONE                              PIC X(1)   VALUE 'N'.
       01  WS-INDEX                             PIC 9(4)   VALUE ZERO.
       01  WS-INDEX-2                           PIC 9(4)   VALUE ZERO.
       01  WS-MATCH-INDEX                       PIC 9(4)   VALUE ZERO.
       01  WS-SUPP-MATCH                        PIC 9(3)   VALUE ZERO.
       01  WS-PO-MATCH                          PIC 9(3)   VALUE ZERO.
       01  WS-CUR-HDR                           PIC 9(3)   VALUE ZERO.
       01  WS-CUR-LINES                         PIC 9(3)   VALUE ZERO.
       01  WS-CUR-FLAGS                         PIC 9(3)   VALUE ZERO.
       01  WS-HELD-COUNT                        PIC 9(3)   VALUE ZERO.
       01  WS-LINES-DONE-SWITCH                 PIC X(1)   VALUE 'N'.
           88 WS-LINES-DONE                                VALUE 'Y'.

       01  WS-ASK-INVOICE                       PIC X(15)  VALUE SPACES.
       01  WS-ASK-SUPPLIER                      PIC X(9)   VALUE SPACES.
       01  WS-ASK-PO                            PIC 9(5)   VALUE ZERO.
       01  WS-ASK-DATE                          PIC X(8)   VALUE SPACES.
       01  WS-ASK-PRODUCT                       PIC X(9)   VALUE SPACES.
       01  WS-ASK-QTY                           PIC 9(5)   VALUE ZERO.
       01  WS-ASK-PRICE                         PIC 9(4)V99 VALUE ZERO.
       01  WS-ASK-DECISION                      PIC X(1)   VALUE SPACES.
       01  WS-ASK-AMOUNT                        PIC 9(7)V99 VALUE ZERO.
       01  WS-ASK-REFERENCE                     PIC X(20)  VALUE SPACES.
       01  WS-CUR-SUPPLIER                      PIC X(9)   VALUE SPACES.

      * Match working figures for the line being keyed.
       01  WS-ORDERED                           PIC 9(5)   VALUE ZERO.
       01  WS-RECEIVED                          PIC 9(5)   VALUE ZERO.
       01  WS-PRIOR-BILLED                      PIC 9(5)   VALUE ZERO.
       01  WS-BILLED-TO-DATE                    PIC 9(6)   VALUE ZERO.
       01  WS-AGREED-COST                       PIC 9(4)V99 VALUE ZERO.

      * Ledger figures for one bill, gathered from payl.dat.
       01  WS-AP-FOUND-SWITCH                   PIC X(1)   VALUE 'N'.
           88 WS-AP-FOUND                                  VALUE 'Y'.
       01  WS-AP-BILLED                         PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-AP-PAID                           PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-AP-OPEN                           PIC S9(7)V99
                                                           VALUE ZERO.
       01  WS-AP-PO                             PIC 9(5)   VALUE ZERO.
       01  WS-AP-DOC-DATE                       PIC 9(8)   VALUE ZERO.
       01  WS-AP-DUE-DATE                       PIC 9(8)   VALUE ZERO.
       01  WS-TERMS                             PIC 9(3)   VALUE ZERO.

       01  WS-NUMBER-PRINT                      PIC Z(4)9.
       01  WS-QTY-PRINT                         PIC ZZZZ9.
       01  WS-QTY-PRINT-2                       PIC ZZZZ9.
       01  WS-QTY-PRINT-3                       PIC ZZZZ9.
       01  WS-PRICE-PRINT                       PIC $$$$9.99.
       01  WS-PRICE-PRINT-2                     PIC $$$$9.99.
       01  WS-AMOUNT-PRINT                      PIC $$$$$$$9.99-.
       01  WS-STATUS-TEXT                       PIC X(10)  VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "Supplier invoices"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM SET-FILE-PATHS

           PERFORM GET-OPERATOR THRU GET-OPERATOR-EXIT

           PERFORM LOAD-PO-FILE
           PERFORM LOAD-SUPPLIERS
           PERFORM LOAD-INVOICE-FILE

           PERFORM SHOW-MENU UNTIL WS-DONE = 'Y'

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
                  "/po.dat"          DELIMITED BY SIZE
               INTO WS-PO-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/supp.dat"        DELIMITED BY SIZE
               INTO WS-SUPPLIER-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/recv.dat"        DELIMITED BY SIZE
               INTO WS-RECEIPT-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/sinv.dat"        DELIMITED BY SIZE
               INTO WS-SINV-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/payl.dat"        DELIMITED BY SIZE
               INTO WS-PAYABLE-PATH
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
           DISPLAY "ALERT : that option needs a higher role"
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
           MOVE "SUPPINV" TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

       LOAD-PO-FILE.
           MOVE 0 TO WS-POH-COUNT
           MOVE 0 TO WS-POD-COUNT
           MOVE 'N' TO WS-PO-EOF-SWITCH
           OPEN INPUT FILE-PO
           EVALUATE TRUE
           WHEN WS-PO-FILESTATUS = "35"
               DISPLAY "ALERT : no purchase orders on file"
           WHEN WS-PO-FILESTATUS = "00"
               PERFORM READ-PO-RECORD THRU READ-PO-EXIT
                   UNTIL WS-PO-EOF
               CLOSE FILE-PO
           WHEN OTHER
               DISPLAY "ERROR : " WS-PO-FILESTATUS
           END-EVALUATE.

       READ-PO-RECORD.
           READ FILE-PO
               AT END
                   SET WS-PO-EOF TO TRUE
                   GO TO READ-PO-EXIT
           END-READ

           EVALUATE POH-RECORD-TYPE
           WHEN "H"
               IF WS-POH-COUNT < 100
                   ADD 1 TO WS-POH-COUNT
                   MOVE POH-PO-NUMBER
                       TO WS-POH-NUMBER(WS-POH-COUNT)
                   MOVE POH-SUPPLIER-ID
                       TO WS-POH-SUPPLIER(WS-POH-COUNT)
               END-IF
           WHEN "D"
               IF WS-POD-COUNT < 500
                   ADD 1 TO WS-POD-COUNT
                   MOVE POD-PO-NUMBER
                       TO WS-POD-NUMBER(WS-POD-COUNT)
                   MOVE POD-ID-PRODUCT
                       TO WS-POD-PRODUCT(WS-POD-COUNT)
                   MOVE POD-QTY-ORDERED
                       TO WS-POD-ORDERED(WS-POD-COUNT)
                   IF POD-UNIT-COST IS NUMERIC
                       MOVE POD-UNIT-COST
                           TO WS-POD-COST(WS-POD-COUNT)
                   ELSE
                       MOVE 0 TO WS-POD-COST(WS-POD-COUNT)
                   END-IF
               END-IF
           END-EVALUATE.

       READ-PO-EXIT.
           EXIT.

       LOAD-SUPPLIERS.
           MOVE 0 TO WS-SUPP-COUNT
           MOVE 'N' TO WS-SUPP-EOF-SWITCH
           OPEN INPUT FILE-SUPPLIER
           EVALUATE TRUE
           WHEN WS-SUPPLIER-FILESTATUS = "35"
               DISPLAY "ALERT : no supplier master on file - bills"
                   " fall due at 30 days"
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
               NOT AT END
                   IF WS-SUPP-COUNT < 200
                       ADD 1 TO WS-SUPP-COUNT
                       MOVE SUPP-ID TO WS-SUPP-ID(WS-SUPP-COUNT)
                       MOVE SUPP-NAME TO WS-SUPP-NAME(WS-SUPP-COUNT)
                       IF SUPP-TERMS-DAYS IS NUMERIC
                           MOVE SUPP-TERMS-DAYS
                               TO WS-SUPP-TERMS(WS-SUPP-COUNT)
                       ELSE
                           MOVE 30 TO WS-SUPP-TERMS(WS-SUPP-COUNT)
                       END-IF
                   END-IF
           END-READ.

       READ-SUPP-EXIT.
           EXIT.

       FIND-SUPPLIER-ENTRY.
           MOVE 0 TO WS-SUPP-MATCH
           PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
               UNTIL WS-INDEX-2 > WS-SUPP-COUNT
                   OR WS-SUPP-MATCH NOT = 0
               IF WS-SUPP-ID(WS-INDEX-2) = WS-CUR-SUPPLIER
                   MOVE WS-INDEX-2 TO WS-SUPP-MATCH
               END-IF
           END-PERFORM.

       LOAD-INVOICE-FILE.
           MOVE 0 TO WS-SIH-COUNT
           MOVE 0 TO WS-SIL-COUNT
           MOVE 'N' TO WS-SINV-EOF-SWITCH
           OPEN INPUT FILE-SINV
           EVALUATE TRUE
           WHEN WS-SINV-FILESTATUS = "35"
               CONTINUE
           WHEN WS-SINV-FILESTATUS = "00"
               PERFORM READ-SINV-RECORD THRU READ-SINV-EXIT
                   UNTIL WS-SINV-EOF
               CLOSE FILE-SINV
           WHEN OTHER
               DISPLAY "ERROR : " WS-SINV-FILESTATUS
           END-EVALUATE

           IF WS-SINV-OVERFLOW
               DISPLAY "ALERT : sinv.dat is past the 500-bill /"
                   " 3000-line limit - it can be listed but no bill"
                   " can be keyed or reviewed until it is archived"
           END-IF.

       READ-SINV-RECORD.
           READ FILE-SINV
               AT END
                   SET WS-SINV-EOF TO TRUE
                   GO TO READ-SINV-EXIT
           END-READ

           EVALUATE SIH-RECORD-TYPE
           WHEN "H"
               IF WS-SIH-COUNT NOT < 500
                   SET WS-SINV-OVERFLOW TO TRUE
                   GO TO READ-SINV-EXIT
               END-IF
               ADD 1 TO WS-SIH-COUNT
               MOVE SIH-SUPPLIER-ID TO WS-SIH-SUPPLIER(WS-SIH-COUNT)
               MOVE SIH-INVOICE-NO TO WS-SIH-INVOICE(WS-SIH-COUNT)
               MOVE SIH-PO-NUMBER TO WS-SIH-PO(WS-SIH-COUNT)
               MOVE SIH-INVOICE-DATE TO WS-SIH-INV-DATE(WS-SIH-COUNT)
               MOVE SIH-ENTRY-DATE
                   TO WS-SIH-ENTRY-DATE(WS-SIH-COUNT)
               MOVE SIH-STATUS TO WS-SIH-STATUS(WS-SIH-COUNT)
               MOVE SIH-TOTAL TO WS-SIH-TOTAL(WS-SIH-COUNT)
               MOVE SIH-ENTERED-BY TO WS-SIH-ENTERED(WS-SIH-COUNT)
               MOVE SIH-REVIEWED-BY TO WS-SIH-REVIEWED(WS-SIH-COUNT)
           WHEN "L"
      * A line belongs to the header it follows; one with no header
      * before it (or past the table) is dropped from the count.
               IF WS-SIH-COUNT = 0
                   GO TO READ-SINV-EXIT
               END-IF
               IF WS-SIL-COUNT NOT < 3000
                   SET WS-SINV-OVERFLOW TO TRUE
                   GO TO READ-SINV-EXIT
               END-IF
               ADD 1 TO WS-SIL-COUNT
               MOVE WS-SIH-COUNT TO WS-SIL-HDR(WS-SIL-COUNT)
               MOVE SIL-ID-PRODUCT TO WS-SIL-PRODUCT(WS-SIL-COUNT)
               MOVE SIL-QTY-BILLED TO WS-SIL-QTY(WS-SIL-COUNT)
               MOVE SIL-UNIT-PRICE TO WS-SIL-PRICE(WS-SIL-COUNT)
               MOVE SIL-LINE-TOTAL TO WS-SIL-TOTAL(WS-SIL-COUNT)
               MOVE SIL-QTY-ORDERED TO WS-SIL-ORDERED(WS-SIL-COUNT)
               MOVE SIL-QTY-RECEIVED
                   TO WS-SIL-RECEIVED(WS-SIL-COUNT)
               MOVE SIL-QTY-PRIOR-BILLED
                   TO WS-SIL-PRIOR(WS-SIL-COUNT)
               MOVE SIL-AGREED-COST TO WS-SIL-AGREED(WS-SIL-COUNT)
               MOVE SIL-QTY-FLAG TO WS-SIL-QTY-FLAG(WS-SIL-COUNT)
               MOVE SIL-PRICE-FLAG
                   TO WS-SIL-PRICE-FLAG(WS-SIL-COUNT)
           END-EVALUATE.

       READ-SINV-EXIT.
           EXIT.

       SHOW-MENU.
           DISPLAY SPACE
           DISPLAY "1) Enter a supplier invoice"
           DISPLAY "2) Review invoices held for a manager"
           DISPLAY "3) List supplier invoices"
           DISPLAY "4) Record a payment to a supplier"
           DISPLAY "0) Exit"
           DISPLAY "Choice : "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
           WHEN "1"
               PERFORM ENTER-INVOICE THRU ENTER-INVOICE-EXIT
           WHEN "2"
               IF WS-ROLE-MANAGER
                   PERFORM REVIEW-INVOICE THRU REVIEW-INVOICE-EXIT
               ELSE
                   MOVE "REVIEW SUPPLIER INVOICE" TO WS-AUD-NEW
                   PERFORM REFUSE-OPTION
               END-IF
           WHEN "3"
               PERFORM LIST-INVOICES
           WHEN "4"
               IF WS-ROLE-SUPERVISOR-UP
                   PERFORM PAY-SUPPLIER THRU PAY-SUPPLIER-EXIT
               ELSE
                   MOVE "SUPPLIER PAYMENT" TO WS-AUD-NEW
                   PERFORM REFUSE-OPTION
               END-IF
           WHEN "0"
               MOVE 'Y' TO WS-DONE
           WHEN OTHER
               DISPLAY "Unknown choice"
           END-EVALUATE.

      ******************************************************************
      * Entry : header first (invoice number, PO, invoice date),
      * then the lines, each matched as it is keyed.  A clean bill
      * posts to the ledger at once; any mismatch holds it.
      ******************************************************************
       ENTER-INVOICE.
           IF WS-SINV-OVERFLOW
               DISPLAY "ALERT : sinv.dat is full - archive it first"
               GO TO ENTER-INVOICE-EXIT
           END-IF
           IF WS-SIH-COUNT NOT < 500
               DISPLAY "ALERT : supplier invoice file is full"
               GO TO ENTER-INVOICE-EXIT
           END-IF

           DISPLAY "Supplier's invoice number : "
           ACCEPT WS-ASK-INVOICE
           IF WS-ASK-INVOICE = SPACES
               GO TO ENTER-INVOICE-EXIT
           END-IF

           DISPLAY "PO number it bills : "
           ACCEPT WS-ASK-PO
           MOVE 0 TO WS-PO-MATCH
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-POH-COUNT
                   OR WS-PO-MATCH NOT = 0
               IF WS-POH-NUMBER(WS-INDEX) = WS-ASK-PO
                   MOVE WS-INDEX TO WS-PO-MATCH
               END-IF
           END-PERFORM
           IF WS-PO-MATCH = 0
               DISPLAY "No such purchase order"
               GO TO ENTER-INVOICE-EXIT
           END-IF

           MOVE WS-POH-SUPPLIER(WS-PO-MATCH) TO WS-CUR-SUPPLIER
           MOVE WS-CUR-SUPPLIER TO WS-ASK-SUPPLIER
           PERFORM FIND-INVOICE
           IF WS-MATCH-INDEX NOT = 0
               DISPLAY "Invoice " WS-ASK-INVOICE " from "
                   WS-CUR-SUPPLIER " is already on file"
               GO TO ENTER-INVOICE-EXIT
           END-IF

           PERFORM FIND-SUPPLIER-ENTRY
           IF WS-SUPP-MATCH = 0
               DISPLAY "ALERT : supplier " WS-CUR-SUPPLIER
                   " is not on supp.dat - terms taken as 30 days"
           ELSE
               DISPLAY "Supplier : " WS-SUPP-NAME(WS-SUPP-MATCH)
           END-IF

           DISPLAY "Invoice date (YYYYMMDD, blank = today) : "
           ACCEPT WS-ASK-DATE
           IF WS-ASK-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-ASK-DATE
           END-IF
           IF WS-ASK-DATE IS NOT NUMERIC
               DISPLAY "Invoice date must be YYYYMMDD"
               GO TO ENTER-INVOICE-EXIT
           END-IF

           ADD 1 TO WS-SIH-COUNT
           MOVE WS-SIH-COUNT TO WS-CUR-HDR
           MOVE WS-CUR-SUPPLIER TO WS-SIH-SUPPLIER(WS-CUR-HDR)
           MOVE WS-ASK-INVOICE TO WS-SIH-INVOICE(WS-CUR-HDR)
           MOVE WS-ASK-PO TO WS-SIH-PO(WS-CUR-HDR)
           MOVE WS-ASK-DATE TO WS-SIH-INV-DATE(WS-CUR-HDR)
           MOVE WS-TODAY-DATE TO WS-SIH-ENTRY-DATE(WS-CUR-HDR)
           MOVE "H" TO WS-SIH-STATUS(WS-CUR-HDR)
           MOVE 0 TO WS-SIH-TOTAL(WS-CUR-HDR)
           MOVE WS-OPERATOR TO WS-SIH-ENTERED(WS-CUR-HDR)
           MOVE SPACES TO WS-SIH-REVIEWED(WS-CUR-HDR)

           MOVE 0 TO WS-CUR-LINES
           MOVE 0 TO WS-CUR-FLAGS
           MOVE 'N' TO WS-LINES-DONE-SWITCH
           MOVE 'N' TO WS-PRODUCT-OPEN-SWITCH
           OPEN INPUT FILE-PRODUCT
           IF EMP-PRODUCT-FILESTATUS = "00"
               SET WS-PRODUCT-OPEN TO TRUE
           ELSE
               DISPLAY "ALERT : catalog not available (status "
                   EMP-PRODUCT-FILESTATUS ") - no agreed cost to"
                   " match prices against"
           END-IF

           PERFORM ENTER-INVOICE-LINE THRU ENTER-INVOICE-LINE-EXIT
               UNTIL WS-LINES-DONE

           IF WS-PRODUCT-OPEN
               CLOSE FILE-PRODUCT
           END-IF

           IF WS-CUR-LINES = 0
               SUBTRACT 1 FROM WS-SIH-COUNT
               DISPLAY "No lines keyed - invoice not saved"
               GO TO ENTER-INVOICE-EXIT
           END-IF

           MOVE WS-SIH-TOTAL(WS-CUR-HDR) TO WS-AMOUNT-PRINT
           DISPLAY SPACE
           DISPLAY "Invoice total " WS-AMOUNT-PRINT
           IF WS-CUR-FLAGS = 0
               MOVE "M" TO WS-SIH-STATUS(WS-CUR-HDR)
               PERFORM POST-INVOICE-TO-LEDGER
               DISPLAY "Matched on every line - posted to payables,"
                   " due " WS-AP-DUE-DATE
           ELSE
               MOVE WS-CUR-FLAGS TO WS-QTY-PRINT
               DISPLAY "ALERT : " WS-QTY-PRINT " line(s) did not"
                   " match - held for a manager to approve or"
                   " dispute"
           END-IF

           PERFORM SAVE-INVOICE-FILE.

       ENTER-INVOICE-EXIT.
           EXIT.

       ENTER-INVOICE-LINE.
           DISPLAY SPACE
           DISPLAY "Product ID (blank = invoice complete) : "
           ACCEPT WS-ASK-PRODUCT
           IF WS-ASK-PRODUCT = SPACES
               SET WS-LINES-DONE TO TRUE
               GO TO ENTER-INVOICE-LINE-EXIT
           END-IF
           IF WS-SIL-COUNT NOT < 3000
               DISPLAY "ALERT : invoice line table is full"
               SET WS-LINES-DONE TO TRUE
               GO TO ENTER-INVOICE-LINE-EXIT
           END-IF

           DISPLAY "Quantity billed : "
           ACCEPT WS-ASK-QTY
           IF WS-ASK-QTY = 0
               DISPLAY "Quantity must be greater than zero"
               GO TO ENTER-INVOICE-LINE-EXIT
           END-IF
           DISPLAY "Unit price billed (e.g. 12.50) : "
           ACCEPT WS-ASK-PRICE

           PERFORM MATCH-INVOICE-LINE

           ADD 1 TO WS-SIL-COUNT
           ADD 1 TO WS-CUR-LINES
           MOVE WS-CUR-HDR TO WS-SIL-HDR(WS-SIL-COUNT)
           MOVE WS-ASK-PRODUCT TO WS-SIL-PRODUCT(WS-SIL-COUNT)
           MOVE WS-ASK-QTY TO WS-SIL-QTY(WS-SIL-COUNT)
           MOVE WS-ASK-PRICE TO WS-SIL-PRICE(WS-SIL-COUNT)
           COMPUTE WS-SIL-TOTAL(WS-SIL-COUNT) =
               WS-ASK-QTY * WS-ASK-PRICE
           ADD WS-SIL-TOTAL(WS-SIL-COUNT) TO WS-SIH-TOTAL(WS-CUR-HDR)
           MOVE WS-ORDERED TO WS-SIL-ORDERED(WS-SIL-COUNT)
           MOVE WS-RECEIVED TO WS-SIL-RECEIVED(WS-SIL-COUNT)
           MOVE WS-PRIOR-BILLED TO WS-SIL-PRIOR(WS-SIL-COUNT)
           MOVE WS-AGREED-COST TO WS-SIL-AGREED(WS-SIL-COUNT)

      * Quantity : not on the PO at all, more than came off the
      * truck once earlier bills are counted, or more than was
      * ordered.  Price : above the agreed cost, or no cost agreed.
           MOVE SPACE TO WS-SIL-QTY-FLAG(WS-SIL-COUNT)
           COMPUTE WS-BILLED-TO-DATE = WS-PRIOR-BILLED + WS-ASK-QTY
           EVALUATE TRUE
           WHEN WS-ORDERED = 0
               MOVE "N" TO WS-SIL-QTY-FLAG(WS-SIL-COUNT)
           WHEN WS-BILLED-TO-DATE > WS-RECEIVED
               MOVE "R" TO WS-SIL-QTY-FLAG(WS-SIL-COUNT)
           WHEN WS-BILLED-TO-DATE > WS-ORDERED
               MOVE "O" TO WS-SIL-QTY-FLAG(WS-SIL-COUNT)
           END-EVALUATE
           MOVE SPACE TO WS-SIL-PRICE-FLAG(WS-SIL-COUNT)
           IF WS-AGREED-COST = 0 OR WS-ASK-PRICE > WS-AGREED-COST
               MOVE "P" TO WS-SIL-PRICE-FLAG(WS-SIL-COUNT)
           END-IF

           MOVE WS-SIL-COUNT TO WS-INDEX
           PERFORM SHOW-LINE-MATCH
           IF WS-SIL-QTY-FLAG(WS-SIL-COUNT) NOT = SPACE
               OR WS-SIL-PRICE-FLAG(WS-SIL-COUNT) NOT = SPACE
               ADD 1 TO WS-CUR-FLAGS
           END-IF.

       ENTER-INVOICE-LINE-EXIT.
           EXIT.

      * The three figures the line at WS-ASK-PRODUCT is matched
      * against : ordered on the PO, received against the PO, and
      * the agreed unit cost - plus what earlier bills on the same
      * PO (disputed ones aside) already claimed for the product.
       MATCH-INVOICE-LINE.
           MOVE 0 TO WS-ORDERED
           MOVE 0 TO WS-AGREED-COST
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-POD-COUNT
               IF WS-POD-NUMBER(WS-INDEX) = WS-ASK-PO
                   AND WS-POD-PRODUCT(WS-INDEX) = WS-ASK-PRODUCT
                   ADD WS-POD-ORDERED(WS-INDEX) TO WS-ORDERED
                   IF WS-POD-COST(WS-INDEX) > 0
                       MOVE WS-POD-COST(WS-INDEX) TO WS-AGREED-COST
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO WS-RECEIVED
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
           END-EVALUATE

           MOVE 0 TO WS-PRIOR-BILLED
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-SIL-COUNT
               MOVE WS-SIL-HDR(WS-INDEX) TO WS-INDEX-2
               IF WS-SIL-PRODUCT(WS-INDEX) = WS-ASK-PRODUCT
                   AND WS-SIH-PO(WS-INDEX-2) = WS-ASK-PO
                   AND WS-SIH-STATUS(WS-INDEX-2) NOT = "D"
                   ADD WS-SIL-QTY(WS-INDEX) TO WS-PRIOR-BILLED
               END-IF
           END-PERFORM

      * A PO line with no cost agreed falls back on the catalog cost.
           IF WS-PRODUCT-OPEN
               MOVE WS-ASK-PRODUCT TO ID-PRODUCT
               READ FILE-PRODUCT
                   INVALID KEY
                       DISPLAY "ALERT : " WS-ASK-PRODUCT
                           " is not in the catalog"
                   NOT INVALID KEY
                       IF WS-AGREED-COST = 0
                           AND UNIT-COST IS NUMERIC
                           MOVE UNIT-COST TO WS-AGREED-COST
                       END-IF
               END-READ
           END-IF.

       READ-RECEIPT-RECORD.
           READ FILE-RECEIPT
               AT END
                   SET WS-RECEIPT-EOF TO TRUE
                   GO TO READ-RECEIPT-EXIT
           END-READ

           IF RCV-PO-NUMBER = WS-ASK-PO
               AND RCV-ID-PRODUCT = WS-ASK-PRODUCT
               AND RCV-QTY IS NUMERIC
               ADD RCV-QTY TO WS-RECEIVED
           END-IF.

       READ-RECEIPT-EXIT.
           EXIT.

      * One line at WS-INDEX with its match figures and what, if
      * anything, is wrong with it.
       SHOW-LINE-MATCH.
           MOVE WS-SIL-QTY(WS-INDEX) TO WS-QTY-PRINT
           MOVE WS-SIL-PRICE(WS-INDEX) TO WS-PRICE-PRINT
           MOVE WS-SIL-TOTAL(WS-INDEX) TO WS-AMOUNT-PRINT
           DISPLAY "   " WS-SIL-PRODUCT(WS-INDEX)
               " billed " WS-QTY-PRINT " @ " WS-PRICE-PRINT
               " = " WS-AMOUNT-PRINT

           MOVE WS-SIL-ORDERED(WS-INDEX) TO WS-QTY-PRINT
           MOVE WS-SIL-RECEIVED(WS-INDEX) TO WS-QTY-PRINT-2
           MOVE WS-SIL-PRIOR(WS-INDEX) TO WS-QTY-PRINT-3
           MOVE WS-SIL-AGREED(WS-INDEX) TO WS-PRICE-PRINT-2
           DISPLAY "      ordered " WS-QTY-PRINT
               " received " WS-QTY-PRINT-2
               " billed before " WS-QTY-PRINT-3
               " agreed cost " WS-PRICE-PRINT-2

           EVALUATE WS-SIL-QTY-FLAG(WS-INDEX)
           WHEN "N"
               DISPLAY "      MISMATCH : product is not on the PO"
           WHEN "R"
               DISPLAY "      MISMATCH : billed for more than was"
                   " received"
           WHEN "O"
               DISPLAY "      MISMATCH : billed for more than was"
                   " ordered"
           END-EVALUATE
           IF WS-SIL-PRICE-FLAG(WS-INDEX) = "P"
               IF WS-SIL-AGREED(WS-INDEX) = 0
                   DISPLAY "      MISMATCH : no agreed cost to check"
                       " the price against"
               ELSE
                   DISPLAY "      MISMATCH : price above the agreed"
                       " cost"
               END-IF
           END-IF
           IF WS-SIL-QTY-FLAG(WS-INDEX) = SPACE
               AND WS-SIL-PRICE-FLAG(WS-INDEX) = SPACE
               DISPLAY "      matched"
           END-IF.

      * Header index for WS-ASK-SUPPLIER / WS-ASK-INVOICE, zero when
      * the supplier has no such bill on file.
       FIND-INVOICE.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-SIH-COUNT
                   OR WS-MATCH-INDEX NOT = 0
               IF WS-SIH-SUPPLIER(WS-INDEX) = WS-ASK-SUPPLIER
                   AND WS-SIH-INVOICE(WS-INDEX) = WS-ASK-INVOICE
                   MOVE WS-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

      ******************************************************************
      * Review : a manager looks at a held bill line by line and
      * either approves it for payment or disputes it.
      ******************************************************************
       REVIEW-INVOICE.
           IF WS-SINV-OVERFLOW
               DISPLAY "ALERT : sinv.dat is full - archive it first"
               GO TO REVIEW-INVOICE-EXIT
           END-IF

           MOVE 0 TO WS-HELD-COUNT
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-SIH-COUNT
               IF WS-SIH-STATUS(WS-INDEX) = "H"
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM SHOW-INVOICE-HEADER
               END-IF
           END-PERFORM
           IF WS-HELD-COUNT = 0
               DISPLAY "No supplier invoices are waiting for review"
               GO TO REVIEW-INVOICE-EXIT
           END-IF

           DISPLAY SPACE
           DISPLAY "Supplier ID : "
           ACCEPT WS-ASK-SUPPLIER
           DISPLAY "Supplier's invoice number : "
           ACCEPT WS-ASK-INVOICE
           PERFORM FIND-INVOICE
           IF WS-MATCH-INDEX = 0
               DISPLAY "No such supplier invoice"
               GO TO REVIEW-INVOICE-EXIT
           END-IF
           IF WS-SIH-STATUS(WS-MATCH-INDEX) NOT = "H"
               DISPLAY "That invoice is not waiting for review"
               GO TO REVIEW-INVOICE-EXIT
           END-IF
           MOVE WS-MATCH-INDEX TO WS-CUR-HDR

           MOVE WS-CUR-HDR TO WS-INDEX
           PERFORM SHOW-INVOICE-HEADER
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-SIL-COUNT
               IF WS-SIL-HDR(WS-INDEX) = WS-CUR-HDR
                   PERFORM SHOW-LINE-MATCH
               END-IF
           END-PERFORM

           DISPLAY SPACE
           DISPLAY "A = approve for payment, D = dispute,"
               " blank = leave it held : "
           ACCEPT WS-ASK-DECISION

           MOVE WS-SIH-SUPPLIER(WS-CUR-HDR) TO WS-CUR-SUPPLIER
           MOVE WS-SIH-TOTAL(WS-CUR-HDR) TO WS-AMOUNT-PRINT
           EVALUATE WS-ASK-DECISION
           WHEN "A"
           WHEN "a"
               MOVE "A" TO WS-SIH-STATUS(WS-CUR-HDR)
               MOVE WS-OPERATOR TO WS-SIH-REVIEWED(WS-CUR-HDR)
               PERFORM POST-INVOICE-TO-LEDGER
               MOVE "APPROVE" TO WS-AUD-ACTION
               MOVE "HELD - MISMATCH" TO WS-AUD-OLD
               MOVE SPACES TO WS-AUD-NEW
               STRING "APPROVED " DELIMITED BY SIZE
                      WS-AMOUNT-PRINT DELIMITED BY SIZE
                   INTO WS-AUD-NEW
               END-STRING
               PERFORM WRITE-INVOICE-AUDIT
               PERFORM SAVE-INVOICE-FILE
               DISPLAY "Approved - posted to payables, due "
                   WS-AP-DUE-DATE
           WHEN "D"
           WHEN "d"
               MOVE "D" TO WS-SIH-STATUS(WS-CUR-HDR)
               MOVE WS-OPERATOR TO WS-SIH-REVIEWED(WS-CUR-HDR)
               MOVE "DISPUTE" TO WS-AUD-ACTION
               MOVE "HELD - MISMATCH" TO WS-AUD-OLD
               MOVE SPACES TO WS-AUD-NEW
               STRING "DISPUTED " DELIMITED BY SIZE
                      WS-AMOUNT-PRINT DELIMITED BY SIZE
                   INTO WS-AUD-NEW
               END-STRING
               PERFORM WRITE-INVOICE-AUDIT
               PERFORM SAVE-INVOICE-FILE
               DISPLAY "Disputed - not posted; take it up with the"
                   " supplier"
           WHEN OTHER
               DISPLAY "Left on hold"
           END-EVALUATE.

       REVIEW-INVOICE-EXIT.
           EXIT.

       LIST-INVOICES.
           IF WS-SIH-COUNT = 0
               DISPLAY "ALERT : no supplier invoices on file"
           ELSE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-SIH-COUNT
                   PERFORM SHOW-INVOICE-HEADER
               END-PERFORM
           END-IF.

      * One bill header at WS-INDEX : supplier, invoice, PO, date,
      * total and where it stands.
       SHOW-INVOICE-HEADER.
           EVALUATE WS-SIH-STATUS(WS-INDEX)
           WHEN "M"
               MOVE "MATCHED" TO WS-STATUS-TEXT
           WHEN "H"
               MOVE "HELD" TO WS-STATUS-TEXT
           WHEN "A"
               MOVE "APPROVED" TO WS-STATUS-TEXT
           WHEN "D"
               MOVE "DISPUTED" TO WS-STATUS-TEXT
           WHEN OTHER
               MOVE "?" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-SIH-PO(WS-INDEX) TO WS-NUMBER-PRINT
           MOVE WS-SIH-TOTAL(WS-INDEX) TO WS-AMOUNT-PRINT
           DISPLAY WS-SIH-SUPPLIER(WS-INDEX) " | "
               WS-SIH-INVOICE(WS-INDEX) " | PO #" WS-NUMBER-PRINT
               " | " WS-SIH-INV-DATE(WS-INDEX) " | "
               WS-AMOUNT-PRINT " | " WS-STATUS-TEXT.

      ******************************************************************
      * Payment : what was paid against one ledger bill, appended
      * to payl.dat as a "P" row.
      ******************************************************************
       PAY-SUPPLIER.
           DISPLAY "Supplier ID : "
           ACCEPT WS-ASK-SUPPLIER
           DISPLAY "Supplier's invoice number : "
           ACCEPT WS-ASK-INVOICE

           PERFORM SUM-LEDGER-BILL
           IF NOT WS-AP-FOUND
               DISPLAY "That bill is not on the payables ledger"
                   " (unmatched, held or disputed bills are not"
                   " owed yet)"
               GO TO PAY-SUPPLIER-EXIT
           END-IF
           COMPUTE WS-AP-OPEN = WS-AP-BILLED - WS-AP-PAID
           IF WS-AP-OPEN NOT > 0
               DISPLAY "That bill is already paid"
               GO TO PAY-SUPPLIER-EXIT
           END-IF

           MOVE WS-AP-OPEN TO WS-AMOUNT-PRINT
           DISPLAY "Still owed " WS-AMOUNT-PRINT ", due "
               WS-AP-DUE-DATE
           DISPLAY "Amount paid (e.g. 125.00, 0 = all of it) : "
           ACCEPT WS-ASK-AMOUNT
           IF WS-ASK-AMOUNT = 0
               MOVE WS-AP-OPEN TO WS-ASK-AMOUNT
           END-IF
           IF WS-ASK-AMOUNT > WS-AP-OPEN
               DISPLAY "That is more than is owed on the bill"
               GO TO PAY-SUPPLIER-EXIT
           END-IF
           DISPLAY "Reference (cheque / transfer no.) : "
           ACCEPT WS-ASK-REFERENCE

           PERFORM OPEN-PAYABLE-EXTEND
           MOVE SPACES TO FILE-PAYABLE-OBJ
           MOVE "P" TO AP-TYPE
           MOVE WS-ASK-SUPPLIER TO AP-SUPPLIER-ID
           MOVE WS-ASK-INVOICE TO AP-INVOICE-NO
           MOVE WS-AP-PO TO AP-PO-NUMBER
           MOVE WS-TODAY-DATE TO AP-DOC-DATE
           MOVE WS-AP-DUE-DATE TO AP-DUE-DATE
           MOVE WS-TODAY-DATE TO AP-POST-DATE
           MOVE WS-ASK-AMOUNT TO AP-AMOUNT
           MOVE WS-ASK-REFERENCE TO AP-REFERENCE
           MOVE WS-OPERATOR TO AP-OPERATOR
           WRITE FILE-PAYABLE-OBJ
           IF WS-PAYABLE-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-PAYABLE-FILESTATUS
           END-IF
           CLOSE FILE-PAYABLE

           MOVE WS-ASK-SUPPLIER TO WS-CUR-SUPPLIER
           MOVE "PAYMENT" TO WS-AUD-ACTION
           MOVE WS-AP-OPEN TO WS-AMOUNT-PRINT
           MOVE SPACES TO WS-AUD-OLD
           STRING "OWED " DELIMITED BY SIZE
                  WS-AMOUNT-PRINT DELIMITED BY SIZE
               INTO WS-AUD-OLD
           END-STRING
           MOVE WS-ASK-AMOUNT TO WS-AMOUNT-PRINT
           MOVE SPACES TO WS-AUD-NEW
           STRING "PAID " DELIMITED BY SIZE
                  WS-AMOUNT-PRINT DELIMITED BY SIZE
               INTO WS-AUD-NEW
           END-STRING
           PERFORM WRITE-INVOICE-AUDIT

           SUBTRACT WS-ASK-AMOUNT FROM WS-AP-OPEN
           MOVE WS-AP-OPEN TO WS-AMOUNT-PRINT
           DISPLAY "Payment recorded - still owed " WS-AMOUNT-PRINT.

       PAY-SUPPLIER-EXIT.
           EXIT.

      * The "I" amount and the payments so far for WS-ASK-SUPPLIER /
      * WS-ASK-INVOICE, read off the payables ledger.
       SUM-LEDGER-BILL.
           MOVE 'N' TO WS-AP-FOUND-SWITCH
           MOVE 0 TO WS-AP-BILLED
           MOVE 0 TO WS-AP-PAID
           MOVE 'N' TO WS-PAYABLE-EOF-SWITCH
           OPEN INPUT FILE-PAYABLE
           EVALUATE TRUE
           WHEN WS-PAYABLE-FILESTATUS = "35"
               CONTINUE
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

           IF AP-SUPPLIER-ID NOT = WS-ASK-SUPPLIER
               OR AP-INVOICE-NO NOT = WS-ASK-INVOICE
               OR AP-AMOUNT IS NOT NUMERIC
               GO TO READ-PAYABLE-EXIT
           END-IF
           IF AP-INVOICE
               SET WS-AP-FOUND TO TRUE
               ADD AP-AMOUNT TO WS-AP-BILLED
               MOVE AP-PO-NUMBER TO WS-AP-PO
               MOVE AP-DOC-DATE TO WS-AP-DOC-DATE
               MOVE AP-DUE-DATE TO WS-AP-DUE-DATE
           END-IF
           IF AP-PAYMENT
               ADD AP-AMOUNT TO WS-AP-PAID
           END-IF.

       READ-PAYABLE-EXIT.
           EXIT.

      * The bill at WS-CUR-HDR goes onto the payables ledger, due
      * the supplier's terms after its invoice date.
       POST-INVOICE-TO-LEDGER.
           MOVE WS-SIH-SUPPLIER(WS-CUR-HDR) TO WS-CUR-SUPPLIER
           PERFORM FIND-SUPPLIER-ENTRY
           IF WS-SUPP-MATCH = 0
               MOVE 30 TO WS-TERMS
           ELSE
               MOVE WS-SUPP-TERMS(WS-SUPP-MATCH) TO WS-TERMS
           END-IF
           MOVE WS-SIH-INV-DATE(WS-CUR-HDR) TO WS-DC-DATE
           PERFORM DATE-TO-DAYS
           ADD WS-TERMS TO WS-DC-DAYS
           PERFORM DAYS-TO-DATE
           MOVE WS-DC-DATE TO WS-AP-DUE-DATE

           PERFORM OPEN-PAYABLE-EXTEND
           MOVE SPACES TO FILE-PAYABLE-OBJ
           MOVE "I" TO AP-TYPE
           MOVE WS-SIH-SUPPLIER(WS-CUR-HDR) TO AP-SUPPLIER-ID
           MOVE WS-SIH-INVOICE(WS-CUR-HDR) TO AP-INVOICE-NO
           MOVE WS-SIH-PO(WS-CUR-HDR) TO AP-PO-NUMBER
           MOVE WS-SIH-INV-DATE(WS-CUR-HDR) TO AP-DOC-DATE
           MOVE WS-AP-DUE-DATE TO AP-DUE-DATE
           MOVE WS-TODAY-DATE TO AP-POST-DATE
           MOVE WS-SIH-TOTAL(WS-CUR-HDR) TO AP-AMOUNT
           MOVE SPACES TO AP-REFERENCE
           MOVE WS-OPERATOR TO AP-OPERATOR
           WRITE FILE-PAYABLE-OBJ
           IF WS-PAYABLE-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-PAYABLE-FILESTATUS
           END-IF
           CLOSE FILE-PAYABLE.

       OPEN-PAYABLE-EXTEND.
           OPEN EXTEND FILE-PAYABLE
           IF WS-PAYABLE-FILESTATUS = "35"
               OPEN OUTPUT FILE-PAYABLE
               CLOSE FILE-PAYABLE
               OPEN EXTEND FILE-PAYABLE
           END-IF.

       SAVE-INVOICE-FILE.
           OPEN OUTPUT FILE-SINV
           IF WS-SINV-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-SINV-FILESTATUS
           ELSE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-SIH-COUNT
                   PERFORM WRITE-INVOICE-RECORDS
               END-PERFORM
               CLOSE FILE-SINV
           END-IF.

      * Header at WS-INDEX, then every line that points at it.
       WRITE-INVOICE-RECORDS.
           MOVE SPACES TO SUPP-INVOICE-HEADER-REC
           MOVE "H" TO SIH-RECORD-TYPE
           MOVE WS-SIH-SUPPLIER(WS-INDEX) TO SIH-SUPPLIER-ID
           MOVE WS-SIH-INVOICE(WS-INDEX) TO SIH-INVOICE-NO
           MOVE WS-SIH-PO(WS-INDEX) TO SIH-PO-NUMBER
           MOVE WS-SIH-INV-DATE(WS-INDEX) TO SIH-INVOICE-DATE
           MOVE WS-SIH-ENTRY-DATE(WS-INDEX) TO SIH-ENTRY-DATE
           MOVE WS-SIH-STATUS(WS-INDEX) TO SIH-STATUS
           MOVE WS-SIH-TOTAL(WS-INDEX) TO SIH-TOTAL
           MOVE WS-SIH-ENTERED(WS-INDEX) TO SIH-ENTERED-BY
           MOVE WS-SIH-REVIEWED(WS-INDEX) TO SIH-REVIEWED-BY
           WRITE SUPP-INVOICE-HEADER-REC
           IF WS-SINV-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-SINV-FILESTATUS
           END-IF

           PERFORM VARYING WS-INDEX-2 FROM 1 BY 1
               UNTIL WS-INDEX-2 > WS-SIL-COUNT
               IF WS-SIL-HDR(WS-INDEX-2) = WS-INDEX
                   MOVE SPACES TO SUPP-INVOICE-LINE-REC
                   MOVE "L" TO SIL-RECORD-TYPE
                   MOVE WS-SIH-SUPPLIER(WS-INDEX) TO SIL-SUPPLIER-ID
                   MOVE WS-SIH-INVOICE(WS-INDEX) TO SIL-INVOICE-NO
                   MOVE WS-SIH-PO(WS-INDEX) TO SIL-PO-NUMBER
                   MOVE WS-SIL-PRODUCT(WS-INDEX-2) TO SIL-ID-PRODUCT
                   MOVE WS-SIL-QTY(WS-INDEX-2) TO SIL-QTY-BILLED
                   MOVE WS-SIL-PRICE(WS-INDEX-2) TO SIL-UNIT-PRICE
                   MOVE WS-SIL-TOTAL(WS-INDEX-2) TO SIL-LINE-TOTAL
                   MOVE WS-SIL-ORDERED(WS-INDEX-2) TO SIL-QTY-ORDERED
                   MOVE WS-SIL-RECEIVED(WS-INDEX-2)
                       TO SIL-QTY-RECEIVED
                   MOVE WS-SIL-PRIOR(WS-INDEX-2)
                       TO SIL-QTY-PRIOR-BILLED
                   MOVE WS-SIL-AGREED(WS-INDEX-2) TO SIL-AGREED-COST
                   MOVE WS-SIL-QTY-FLAG(WS-INDEX-2) TO SIL-QTY-FLAG
                   MOVE WS-SIL-PRICE-FLAG(WS-INDEX-2)
                       TO SIL-PRICE-FLAG
                   WRITE SUPP-INVOICE-LINE-REC
                   IF WS-SINV-FILESTATUS NOT = "00"
                       DISPLAY "ERROR : " WS-SINV-FILESTATUS
                   END-IF
               END-IF
           END-PERFORM.

      * Approvals, disputes and payments go to audit.dat under the
      * SUPPINV file name, keyed by supplier and invoice number.
       WRITE-INVOICE-AUDIT.
           MOVE SPACES TO WS-AUD-KEY
           STRING WS-CUR-SUPPLIER DELIMITED BY SPACE
                  "/"             DELIMITED BY SIZE
                  WS-ASK-INVOICE  DELIMITED BY SPACE
               INTO WS-AUD-KEY
           END-STRING

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
           MOVE "SUPPINV" TO AUD-FILE
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-AUD-KEY TO AUD-KEY
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
           END PROGRAM ChallengeCobolSupplierInvoices.

      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Permanent price changes, scheduled ahead.  A new
      *          catalog price - and, if the supplier's cost moves
      *          with it, a new unit cost - is entered against a
      *          product with the day it takes effect and kept
      *          pending in pchg.dat (PCHGREC.CPY) until
      *          ChallengeCobolPriceApply posts it to the catalog
      *          on or after that day.  A pending change can be
      *          cancelled until then.  Scheduling or cancelling is a
      *          price decision, so it needs a supervisor sign-on; a
      *          clerk is offered the list only.  Every change
      *          scheduled or cancelled is appended to audit.dat
      *          (AUDREC.CPY, file PRICECHG) under the operator keyed
      *          at sign-on, who is also the operator the catalog
      *          PRICE row is written under when it is posted.
      *          Each action reads and writes pchg.dat itself rather
      *          than saving a table at exit, so an apply run in
      *          between is never undone by a stale save.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolPriceChanges.

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

       FD  FILE-PRICECHG.
           COPY "PCHGREC.CPY".

       FD  FILE-PRODUCT.
           COPY "PRODREC.CPY".

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-PRICECHG-FILESTATUS              PIC X(02).
       01  WS-PCHG-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-PCHG-EOF                                  VALUE 'Y'.
       01  EMP-PRODUCT-FILESTATUS              PIC X(02).

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-PRICECHG-PATH                     PIC X(250) VALUE SPACES.
       01  WS-PRODUCT-PATH                      PIC X(250) VALUE SPACES.

      * pchg.dat as read for a cancel : every row, so the file can
      * be written back whole with the one status changed.  Row
      * numbers are file order - rows are only ever appended.
       01  WS-PCHG-COUNT                        PIC 9(4)   VALUE ZERO.
       01  WS-PCHG-TABLE.
           05 WS-PCHG-ENTRY OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-PCHG-COUNT.
               10 WS-PCHG-REC                   PIC X(80).
       01  WS-PCHG-FULL-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-PCHG-FULL                                 VALUE 'Y'.

       01  WS-MENU-CHOICE                       PIC X(1).
       01  WS-DONE                              PIC X(1)   VALUE 'N'.
       01  WS-ANSWER                            PIC X(1)   VALUE SPACE.
       01  WS-ROW-CHOICE                        PIC 9(4)   VALUE ZERO.
       01  WS-ROW-NUMBER                        PIC 9(4)   VALUE ZERO.
       01  WS-PENDING-COUNT                     PIC 9(4)   VALUE ZERO.
       01  WS-INDEX                             PIC 9(4)   VALUE ZERO.
       01  WS-SEARCH-ID                         PIC X(9)   VALUE SPACES.
       01  WS-ASK-PRICE                         PIC 9(4)V99 VALUE ZERO.
       01  WS-ASK-COST                          PIC 9(4)V99 VALUE ZERO.
       01  WS-ASK-DATE                          PIC X(8)   VALUE SPACES.
       01  WS-EFF-DATE                          PIC 9(8)   VALUE ZERO.
       01  WS-DUPLICATE-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-DUPLICATE                                 VALUE 'Y'.

       01  WS-ROW-PRINT                         PIC ZZZ9.
       01  WS-PRICE-PRINT                       PIC $$$$9.99.
       01  WS-PRICE-PRINT-2                     PIC $$$$9.99.
       01  WS-COST-PRINT                        PIC $$$$9.99.

      * Audit trail : what gets appended to audit.dat for the
      * change being made, under the operator keyed at sign-on.
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
           DISPLAY "Scheduled price changes"
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
                  "/pchg.dat"        DELIMITED BY SIZE
               INTO WS-PRICECHG-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/prodix.dat"      DELIMITED BY SIZE
               INTO WS-PRODUCT-PATH
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
           MOVE "PRICECHG" TO AUD-KEY
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
           MOVE "PRICECHG" TO AUD-FILE
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-AUD-KEY TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

      * The pending change in FILE-PRICECHG-OBJ as one audit
      * column : "price FROM yyyymmdd".
       FORMAT-CHANGE-VALUE.
           MOVE PC-NEW-PRICE TO WS-AUD-MONEY
           MOVE SPACES TO WS-AUD-NEW
           STRING WS-AUD-MONEY DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  PC-EFF-DATE DELIMITED BY SIZE
               INTO WS-AUD-NEW
           END-STRING.

       SHOW-MENU.
           DISPLAY SPACE
           DISPLAY "1) List pending price changes"
           IF WS-ROLE-SUPERVISOR-UP
               DISPLAY "2) Schedule a price change"
               DISPLAY "3) Cancel a pending price change"
           END-IF
           DISPLAY "0) Exit"
           DISPLAY "Choice : "
           ACCEPT WS-MENU-CHOICE

      * A scheduled change is a price - a clerk keying one of the
      * change options anyway is refused and audited.
           IF NOT WS-ROLE-SUPERVISOR-UP
               EVALUATE WS-MENU-CHOICE
               WHEN "2"
               WHEN "3"
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
               PERFORM LIST-PENDING
           WHEN "2"
               PERFORM SCHEDULE-CHANGE THRU SCHEDULE-CHANGE-EXIT
           WHEN "3"
               PERFORM CANCEL-CHANGE THRU CANCEL-CHANGE-EXIT
           WHEN "0"
               MOVE 'Y' TO WS-DONE
           WHEN OTHER
               DISPLAY "Unknown choice"
           END-EVALUATE.

      * Every pending row, numbered in file order - the number a
      * cancel is keyed by.  Applied, cancelled and rejected rows
      * are history and are not shown.
       LIST-PENDING.
           MOVE 0 TO WS-ROW-NUMBER
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 'N' TO WS-PCHG-EOF-SWITCH
           OPEN INPUT FILE-PRICECHG
           EVALUATE TRUE
           WHEN WS-PRICECHG-FILESTATUS = "35"
               CONTINUE
           WHEN WS-PRICECHG-FILESTATUS = "00"
               PERFORM LIST-PENDING-RECORD THRU LIST-PENDING-EXIT
                   UNTIL WS-PCHG-EOF
               CLOSE FILE-PRICECHG
           WHEN OTHER
               DISPLAY "ERROR : " WS-PRICECHG-FILESTATUS
           END-EVALUATE
           IF WS-PENDING-COUNT = 0
               DISPLAY "ALERT : no price changes pending"
           END-IF.

       LIST-PENDING-RECORD.
           READ FILE-PRICECHG
               AT END
                   SET WS-PCHG-EOF TO TRUE
                   GO TO LIST-PENDING-EXIT
           END-READ

           ADD 1 TO WS-ROW-NUMBER
           IF NOT PC-PENDING
               GO TO LIST-PENDING-EXIT
           END-IF

           ADD 1 TO WS-PENDING-COUNT
           MOVE WS-ROW-NUMBER TO WS-ROW-PRINT
           MOVE PC-NEW-PRICE TO WS-PRICE-PRINT
           IF PC-NEW-COST IS NUMERIC AND PC-NEW-COST NOT = 0
               MOVE PC-NEW-COST TO WS-COST-PRINT
               DISPLAY WS-ROW-PRINT ") " PC-ID-PRODUCT
                   " from " PC-EFF-DATE
                   " price " WS-PRICE-PRINT
                   " cost " WS-COST-PRINT
                   " by " PC-OPERATOR
           ELSE
               DISPLAY WS-ROW-PRINT ") " PC-ID-PRODUCT
                   " from " PC-EFF-DATE
                   " price " WS-PRICE-PRINT
                   " by " PC-OPERATOR
           END-IF.

       LIST-PENDING-EXIT.
           EXIT.

      * A new pending change : the product must be in the catalog,
      * the day must not be in the past, and there may be only one
      * pending change per product per day.
       SCHEDULE-CHANGE.
           DISPLAY "Product ID : "
           ACCEPT WS-SEARCH-ID

           OPEN INPUT FILE-PRODUCT
           IF EMP-PRODUCT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " EMP-PRODUCT-FILESTATUS
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF
           MOVE WS-SEARCH-ID TO ID-PRODUCT
           READ FILE-PRODUCT
               INVALID KEY
                   CONTINUE
           END-READ
           CLOSE FILE-PRODUCT
           IF EMP-PRODUCT-FILESTATUS NOT = "00"
               DISPLAY "Unknown product ID"
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF

           MOVE PRICE-PRODUCT TO WS-PRICE-PRINT
           IF UNIT-COST IS NOT NUMERIC
               MOVE 0 TO UNIT-COST
           END-IF
           MOVE UNIT-COST TO WS-COST-PRINT
           DISPLAY NAME-PRODUCT
           DISPLAY "Price now " WS-PRICE-PRINT
               "  unit cost now " WS-COST-PRINT
           MOVE PRICE-PRODUCT TO WS-AUD-MONEY
           MOVE WS-AUD-MONEY TO WS-AUD-OLD

           DISPLAY "New price (e.g. 12.34) : "
           ACCEPT WS-ASK-PRICE
           IF WS-ASK-PRICE = 0
               DISPLAY "A new price is required"
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF

           DISPLAY "New unit cost (blank = unchanged) : "
           ACCEPT WS-ASK-COST

           DISPLAY "Effective date (YYYYMMDD) : "
           ACCEPT WS-ASK-DATE
           IF WS-ASK-DATE IS NOT NUMERIC
               DISPLAY "Invalid date : " WS-ASK-DATE
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF
           MOVE WS-ASK-DATE TO WS-EFF-DATE
           IF WS-EFF-DATE < WS-TODAY-DATE
               DISPLAY "ALERT : a price change cannot take effect"
                   " in the past"
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF

           PERFORM CHECK-DUPLICATE
           IF WS-DUPLICATE
               DISPLAY "ALERT : " WS-SEARCH-ID " already has a change"
                   " pending from " WS-EFF-DATE " - cancel it first"
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF

           MOVE SPACES TO FILE-PRICECHG-OBJ
           MOVE WS-SEARCH-ID TO PC-ID-PRODUCT
           MOVE WS-EFF-DATE TO PC-EFF-DATE
           MOVE WS-ASK-PRICE TO PC-NEW-PRICE
           MOVE WS-ASK-COST TO PC-NEW-COST
           MOVE WS-OPERATOR TO PC-OPERATOR
           MOVE WS-TODAY-DATE TO PC-ENTERED-DATE
           MOVE "P" TO PC-STATUS
           MOVE 0 TO PC-APPLIED-DATE
           MOVE 0 TO PC-OLD-PRICE

           OPEN EXTEND FILE-PRICECHG
           IF WS-PRICECHG-FILESTATUS = "35"
               OPEN OUTPUT FILE-PRICECHG
               CLOSE FILE-PRICECHG
               OPEN EXTEND FILE-PRICECHG
           END-IF
           IF WS-PRICECHG-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-PRICECHG-FILESTATUS
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF
           WRITE FILE-PRICECHG-OBJ
           IF WS-PRICECHG-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-PRICECHG-FILESTATUS
               CLOSE FILE-PRICECHG
               GO TO SCHEDULE-CHANGE-EXIT
           END-IF
           CLOSE FILE-PRICECHG

           DISPLAY "Price change scheduled"
           MOVE "SCHEDULE" TO WS-AUD-ACTION
           MOVE WS-SEARCH-ID TO WS-AUD-KEY
           PERFORM FORMAT-CHANGE-VALUE
           PERFORM WRITE-AUDIT-ROW.

       SCHEDULE-CHANGE-EXIT.
           EXIT.

       CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           MOVE 'N' TO WS-PCHG-EOF-SWITCH
           OPEN INPUT FILE-PRICECHG
           IF WS-PRICECHG-FILESTATUS = "00"
               PERFORM READ-DUPLICATE-RECORD THRU READ-DUPLICATE-EXIT
                   UNTIL WS-PCHG-EOF OR WS-DUPLICATE
               CLOSE FILE-PRICECHG
           END-IF.

       READ-DUPLICATE-RECORD.
           READ FILE-PRICECHG
               AT END
                   SET WS-PCHG-EOF TO TRUE
                   GO TO READ-DUPLICATE-EXIT
           END-READ

           IF PC-PENDING
               AND PC-ID-PRODUCT = WS-SEARCH-ID
               AND PC-EFF-DATE = WS-EFF-DATE
               SET WS-DUPLICATE TO TRUE
           END-IF.

       READ-DUPLICATE-EXIT.
           EXIT.

      * Cancel by the row number the list shows.  The file is read
      * afresh and written back whole with that row marked "C" -
      * only if it is still pending, so a change the apply job has
      * posted since the list was shown is left alone.
       CANCEL-CHANGE.
           PERFORM LIST-PENDING
           IF WS-PENDING-COUNT = 0
               GO TO CANCEL-CHANGE-EXIT
           END-IF
           DISPLAY "Row number to cancel : "
           ACCEPT WS-ROW-CHOICE

           PERFORM LOAD-PRICE-CHANGES
           IF WS-PCHG-FULL
               DISPLAY "ERROR : more than 2000 rows in pchg.dat -"
                   " nothing cancelled"
               GO TO CANCEL-CHANGE-EXIT
           END-IF
           IF WS-ROW-CHOICE = 0 OR WS-ROW-CHOICE > WS-PCHG-COUNT
               DISPLAY "No such row"
               GO TO CANCEL-CHANGE-EXIT
           END-IF

           MOVE WS-PCHG-REC(WS-ROW-CHOICE) TO FILE-PRICECHG-OBJ
           IF NOT PC-PENDING
               DISPLAY "ALERT : that change is no longer pending"
               GO TO CANCEL-CHANGE-EXIT
           END-IF

           MOVE PC-NEW-PRICE TO WS-PRICE-PRINT
           DISPLAY "Cancel " PC-ID-PRODUCT " " WS-PRICE-PRINT
               " from " PC-EFF-DATE " (Y/N) : "
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
               DISPLAY "Left as it is"
               GO TO CANCEL-CHANGE-EXIT
           END-IF

           MOVE "C" TO PC-STATUS
           MOVE WS-TODAY-DATE TO PC-APPLIED-DATE
           MOVE FILE-PRICECHG-OBJ TO WS-PCHG-REC(WS-ROW-CHOICE)

           OPEN OUTPUT FILE-PRICECHG
           IF WS-PRICECHG-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-PRICECHG-FILESTATUS
               GO TO CANCEL-CHANGE-EXIT
           END-IF
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-PCHG-COUNT
               MOVE WS-PCHG-REC(WS-INDEX) TO FILE-PRICECHG-OBJ
               WRITE FILE-PRICECHG-OBJ
               IF WS-PRICECHG-FILESTATUS NOT = "00"
                   DISPLAY "ERROR : " WS-PRICECHG-FILESTATUS
               END-IF
           END-PERFORM
           CLOSE FILE-PRICECHG

           MOVE WS-PCHG-REC(WS-ROW-CHOICE) TO FILE-PRICECHG-OBJ
           DISPLAY "Price change cancelled"
           MOVE "CANCEL" TO WS-AUD-ACTION
           MOVE PC-ID-PRODUCT TO WS-AUD-KEY
           PERFORM FORMAT-CHANGE-VALUE
           MOVE WS-AUD-NEW TO WS-AUD-OLD
           MOVE SPACES TO WS-AUD-NEW
           PERFORM WRITE-AUDIT-ROW.

       CANCEL-CHANGE-EXIT.
           EXIT.

       LOAD-PRICE-CHANGES.
           MOVE 0 TO WS-PCHG-COUNT
           MOVE 'N' TO WS-PCHG-FULL-SWITCH
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
           MOVE FILE-PRICECHG-OBJ TO WS-PCHG-REC(WS-PCHG-COUNT).

       READ-PRICECHG-EXIT.
           EXIT.

           END PROGRAM ChallengeCobolPriceChanges.

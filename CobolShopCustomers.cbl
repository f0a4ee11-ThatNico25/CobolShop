      *     appended to the audit.dat trail (AUDREC.CPY) under the
      *     operator initials keyed at sign-on, one row per field
      *     that actually changed, with the old and new value.
      *   - Sign-on is now checked against the oper.dat operator
      *     master (OPERREC.CPY) : operator ID and password must
      *     match and three misses end the program.  Credit limits
      *     are supervisor work - a clerk can enroll and correct
      *     customers but the limit is shown, not asked, and a
      *     customer a clerk enrolls starts cash only.  Failed
      *     sign-ons are written to audit.dat.
      *   - CUST-HOLD (credit hold, set and cleared by
      *     ChallengeCobolAging) is listed and shown on an edit and
      *     carried through the save untouched; a new customer
      *     starts off hold.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILESTATUS.

           SELECT FILE-OPERATOR
           ASSIGN TO DYNAMIC WS-OPERATOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILESTATUS              PIC X(02).
       01  WS-READ-CUSTOMER-FILE-STATUS        PIC X(1).
               10 WS-CUST-EMAIL                 PIC X(30).
               10 WS-CUST-LIMIT                 PIC 9(5)V99.
               10 WS-CUST-BALANCE               PIC S9(7)V99.
               10 WS-CUST-HOLD                  PIC X(1).

       01  WS-MENU-CHOICE                       PIC X(1).
       01  WS-MATCH-INDEX                       PIC 9(3)   VALUE ZERO.
       01  WS-OLD-EMAIL                         PIC X(30)  VALUE SPACES.
       01  WS-OLD-LIMIT                         PIC 9(5)V99 VALUE ZERO.

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

       PROCEDURE DIVISION.
           DISPLAY "Customer master maintenance"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM GET-OPERATOR THRU GET-OPERATOR-EXIT
           PERFORM LOAD-CUSTOMERS

           PERFORM SHOW-MENU UNTIL WS-DONE = 'Y'
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
      * operator master, whose role then decides what may be
      * changed.  Every miss is audited; three misses end the run.
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

      * Sign-on rows go to audit.dat under the OPERATOR file name,
      * keyed by the program they happened in.
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
           MOVE "CUSTOMERS" TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

      * One appended audit.dat row for the change just made : the
      * action, old and new value are staged in the WS-AUD- fields
      * by the caller, the key is the customer in WS-SEARCH-ID.
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

                       WS-CUST-EMAIL(WS-INDEX)
                   MOVE WS-CUST-LIMIT(WS-INDEX) TO WS-LIMIT-PRINT
                   MOVE WS-CUST-BALANCE(WS-INDEX) TO WS-BALANCE-PRINT
                   IF WS-CUST-HOLD(WS-INDEX) = "Y"
                       DISPLAY "                     | LIMIT "
                           WS-LIMIT-PRINT " | OWES " WS-BALANCE-PRINT
                           " | ON CREDIT HOLD"
                   ELSE
                       DISPLAY "                     | LIMIT "
                           WS-LIMIT-PRINT " | OWES " WS-BALANCE-PRINT
                   END-IF
               END-PERFORM
           END-IF.

               DISPLAY "Email : "
               ACCEPT WS-CUST-EMAIL(WS-CUSTOMER-COUNT)

      * Opening a trade account is a supervisor's call - a clerk
      * enrolls the customer cash only.
               IF WS-ROLE-SUPERVISOR-UP
                   DISPLAY "Credit limit (0 = cash only) : "
                   ACCEPT WS-CUST-LIMIT(WS-CUSTOMER-COUNT)
               ELSE
                   MOVE 0 TO WS-CUST-LIMIT(WS-CUSTOMER-COUNT)
                   DISPLAY "Enrolled cash only - a supervisor sets"
                       " the credit limit"
               END-IF
               MOVE 0 TO WS-CUST-BALANCE(WS-CUSTOMER-COUNT)
               MOVE "N" TO WS-CUST-HOLD(WS-CUSTOMER-COUNT)

               DISPLAY "Customer enrolled"
               MOVE "ADD" TO WS-AUD-ACTION
               MOVE WS-CUST-BALANCE(WS-MATCH-INDEX) TO WS-BALANCE-PRINT
               DISPLAY "Balance owing (not editable) : "
                   WS-BALANCE-PRINT
               IF WS-CUST-HOLD(WS-MATCH-INDEX) = "Y"
                   DISPLAY "On credit hold - lifted when the aged"
                       " items are paid"
               END-IF
      * So is the credit limit - a clerk sees it but cannot move it.
               IF WS-ROLE-SUPERVISOR-UP
                   DISPLAY "Credit limit (0 = cash only) : "
                   ACCEPT WS-CUST-LIMIT(WS-MATCH-INDEX)
               ELSE
                   MOVE WS-CUST-LIMIT(WS-MATCH-INDEX) TO WS-LIMIT-PRINT
                   DISPLAY "Credit limit (supervisor only) : "
                       WS-LIMIT-PRINT
               END-IF

               DISPLAY "Customer updated"
               PERFORM AUDIT-EDITED-FIELDS
                       TO WS-CUST-LIMIT(WS-INDEX)
                   MOVE WS-CUST-BALANCE(WS-INDEX + 1)
                       TO WS-CUST-BALANCE(WS-INDEX)
                   MOVE WS-CUST-HOLD(WS-INDEX + 1)
                       TO WS-CUST-HOLD(WS-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-CUSTOMER-COUNT
               DISPLAY "Customer removed"
               MOVE WS-CUST-EMAIL(WS-INDEX) TO CUST-EMAIL
               MOVE WS-CUST-LIMIT(WS-INDEX) TO CUST-CREDIT-LIMIT
               MOVE WS-CUST-BALANCE(WS-INDEX) TO CUST-BALANCE
               MOVE WS-CUST-HOLD(WS-INDEX) TO CUST-HOLD
               WRITE FILE-CUSTOMER-OBJ
           END-PERFORM
           CLOSE FILE-CUSTOMER

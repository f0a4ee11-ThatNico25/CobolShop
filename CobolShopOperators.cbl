      ******************************************************************
      * Author: Nicolas Poulin
      * Date: 5/26/2024 to ???
      * Purpose: Operator master maintenance for oper.dat - enroll an
      *          operator with a password and a role (clerk,
      *          supervisor or manager), correct a name or role,
      *          reset a forgotten password, or remove someone who
      *          has left, the same way ChallengeCobolCustomers
      *          cares for the customer master.  Shares the oper.dat
      *          layout with every program that signs operators on
      *          via OPERREC.CPY.  Only a manager may sign on here.
      *          When there is no operator master yet, the first
      *          operator is enrolled as a manager without a sign-on
      *          so the shop can get started.  Every change, and
      *          every failed or refused sign-on, is appended to the
      *          audit.dat trail (AUDREC.CPY); passwords themselves
      *          are never written there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChallengeCobolOperators.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT FILE-OPERATOR
           ASSIGN TO DYNAMIC WS-OPERATOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-FILESTATUS.

           SELECT FILE-AUDIT
           ASSIGN TO DYNAMIC WS-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FILE-OPERATOR.
           COPY "OPERREC.CPY".

       FD  FILE-AUDIT.
           COPY "AUDREC.CPY".

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILESTATUS              PIC X(02).
       01  WS-OPER-EOF-SWITCH                  PIC X(1)   VALUE 'N'.
           88 WS-OPER-EOF                                  VALUE 'Y'.

       01  WS-DATA-DIR                          PIC X(200) VALUE SPACES.
       01  WS-OPERATOR-PATH                     PIC X(250) VALUE SPACES.

       01  WS-OPERATOR-COUNT                   PIC 9(3)   VALUE ZERO.
       01  WS-OPER-OVERFLOW-SWITCH              PIC X(1)   VALUE 'N'.
           88 WS-OPER-OVERFLOW                             VALUE 'Y'.
       01  WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 0 TO 100 TIMES
              DEPENDING ON WS-OPERATOR-COUNT.
               10 WS-OPR-ID                     PIC X(10).
               10 WS-OPR-NAME                   PIC X(30).
               10 WS-OPR-PASSWORD               PIC X(10).
               10 WS-OPR-ROLE                   PIC X(1).

       01  WS-MENU-CHOICE                       PIC X(1).
       01  WS-MATCH-INDEX                       PIC 9(3)   VALUE ZERO.
       01  WS-SEARCH-ID                         PIC X(10).
       01  WS-SEARCH-ID-WORK                    PIC X(10)  VALUE SPACES.
       01  WS-INDEX                             PIC 9(3)   VALUE ZERO.
       01  WS-DONE                              PIC X(1)   VALUE 'N'.
       01  WS-NEW-ROLE                          PIC X(1)   VALUE SPACES.
           88 WS-NEW-ROLE-VALID                            VALUE "C"
                                                                 "S"
                                                                 "M".
       01  WS-NEW-NAME                          PIC X(30)  VALUE SPACES.
       01  WS-NEW-PASSWORD                      PIC X(10)  VALUE SPACES.
       01  WS-CONFIRM-PASSWORD                  PIC X(10)  VALUE SPACES.
       01  WS-MANAGER-COUNT                     PIC 9(3)   VALUE ZERO.
       01  WS-ROLE-CODE                         PIC X(1)   VALUE SPACES.
       01  WS-ROLE-NAME                         PIC X(10)  VALUE SPACES.

      * Audit trail : what gets appended to audit.dat for the
      * change being made, under the operator signed on.
       01  WS-AUDIT-FILESTATUS                  PIC X(02).
       01  WS-AUDIT-PATH                        PIC X(250) VALUE SPACES.
       01  WS-OPERATOR                          PIC X(10)  VALUE SPACES.
       01  WS-TODAY-DATE                        PIC 9(8)   VALUE ZERO.
       01  WS-NOW-TIME                          PIC 9(8)   VALUE ZERO.
       01  WS-AUD-ACTION                        PIC X(10)  VALUE SPACES.
       01  WS-AUD-KEY                           PIC X(20)  VALUE SPACES.
       01  WS-AUD-OLD                           PIC X(30)  VALUE SPACES.
       01  WS-AUD-NEW                           PIC X(30)  VALUE SPACES.

      * Sign-on : the ID and password keyed and the role matched.
       01  WS-PASSWORD                          PIC X(10)  VALUE SPACES.
       01  WS-SIGNON-SWITCH                     PIC X(1)   VALUE 'N'.
           88 WS-SIGNED-ON                                 VALUE 'Y'.
       01  WS-SIGNON-TRIES                      PIC 9(1)   VALUE ZERO.
       01  WS-OPER-ROLE                         PIC X(1)   VALUE SPACES.
           88 WS-ROLE-MANAGER                              VALUE "M".

       PROCEDURE DIVISION.
           DISPLAY "Operator master maintenance"
           PERFORM SET-FILE-PATHS
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-OPERATORS

           IF WS-OPERATOR-COUNT = 0
               PERFORM ENROLL-FIRST-MANAGER
           ELSE
               PERFORM GET-OPERATOR THRU GET-OPERATOR-EXIT
           END-IF

           PERFORM SHOW-MENU UNTIL WS-DONE = 'Y'

           STOP RUN.

       SET-FILE-PATHS.
           ACCEPT WS-DATA-DIR FROM ENVIRONMENT "CBLSHOP_DATA_DIR"
           IF WS-DATA-DIR = SPACES
               MOVE "." TO WS-DATA-DIR
           END-IF

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/oper.dat"        DELIMITED BY SIZE
               INTO WS-OPERATOR-PATH
           END-STRING

           STRING WS-DATA-DIR        DELIMITED BY SPACE
                  "/audit.dat"       DELIMITED BY SIZE
               INTO WS-AUDIT-PATH
           END-STRING.

      * Only a manager may look after the operator master.  The ID
      * and password are checked against the table just loaded;
      * every miss is audited and three misses end the run, as is a
      * clerk or supervisor who signs on here.
       GET-OPERATOR.
           DISPLAY "Operator ID : "
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               GO TO GET-OPERATOR
           END-IF
           DISPLAY "Password : "
           ACCEPT WS-PASSWORD

           MOVE 'N' TO WS-SIGNON-SWITCH
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-OPERATOR-COUNT
                   OR WS-SIGNED-ON
               IF WS-OPR-ID(WS-INDEX) = WS-OPERATOR
                   AND WS-OPR-PASSWORD(WS-INDEX) = WS-PASSWORD
                   AND WS-PASSWORD NOT = SPACES
                   SET WS-SIGNED-ON TO TRUE
                   MOVE WS-OPR-ROLE(WS-INDEX) TO WS-OPER-ROLE
               END-IF
           END-PERFORM

           MOVE "OPERATORS" TO WS-AUD-KEY
           IF NOT WS-SIGNED-ON
               ADD 1 TO WS-SIGNON-TRIES
               MOVE "SIGNONFAIL" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-OLD
               MOVE "ID OR PASSWORD NOT ACCEPTED" TO WS-AUD-NEW
               PERFORM WRITE-AUDIT-ROW
               IF WS-SIGNON-TRIES < 3
                   DISPLAY "ALERT : operator ID or password not"
                       " accepted"
                   GO TO GET-OPERATOR
               END-IF
               DISPLAY "ALERT : sign-on refused"
               STOP RUN
           END-IF

           IF NOT WS-ROLE-MANAGER
               MOVE "REFUSED" TO WS-AUD-ACTION
               MOVE SPACES TO WS-AUD-OLD
               STRING "ROLE " DELIMITED BY SIZE
                      WS-OPER-ROLE DELIMITED BY SIZE
                   INTO WS-AUD-OLD
               END-STRING
               MOVE "OPERATOR MAINTENANCE" TO WS-AUD-NEW
               PERFORM WRITE-AUDIT-ROW
               DISPLAY "ALERT : the operator master needs a manager"
                   " sign-on"
               STOP RUN
           END-IF.

       GET-OPERATOR-EXIT.
           EXIT.

      * A brand-new shop has nobody to sign on as - the first
      * operator enrolled is a manager and is signed on as such.
       ENROLL-FIRST-MANAGER.
           DISPLAY "No operators on file - enroll the first manager"
           PERFORM ASK-NEW-OPERATOR-ID
           IF WS-SEARCH-ID = SPACES
               GO TO ENROLL-FIRST-MANAGER
           END-IF
           MOVE "M" TO WS-NEW-ROLE
           MOVE WS-SEARCH-ID TO WS-OPERATOR
           PERFORM ENROLL-OPERATOR
           IF WS-OPERATOR-COUNT = 0
               GO TO ENROLL-FIRST-MANAGER
           END-IF
           MOVE "M" TO WS-OPER-ROLE
           PERFORM SAVE-OPERATORS.

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
           MOVE "OPERATOR" TO AUD-FILE
           MOVE WS-AUD-ACTION TO AUD-ACTION
           MOVE WS-AUD-KEY TO AUD-KEY
           MOVE WS-AUD-OLD TO AUD-OLD-VALUE
           MOVE WS-AUD-NEW TO AUD-NEW-VALUE
           WRITE FILE-AUDIT-OBJ
           IF WS-AUDIT-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-AUDIT-FILESTATUS
           END-IF
           CLOSE FILE-AUDIT.

       LOAD-OPERATORS.
           MOVE 0 TO WS-OPERATOR-COUNT
           OPEN INPUT FILE-OPERATOR
           EVALUATE TRUE
           WHEN WS-OPERATOR-FILESTATUS = "35"
               CONTINUE
           WHEN WS-OPERATOR-FILESTATUS = "00"
               PERFORM READ-OPERATOR-RECORD THRU READ-OPERATOR-EXIT
                   UNTIL WS-OPER-EOF
               CLOSE FILE-OPERATOR
           WHEN OTHER
               DISPLAY "ERROR : " WS-OPERATOR-FILESTATUS
               STOP RUN
           END-EVALUATE.

       READ-OPERATOR-RECORD.
           READ FILE-OPERATOR
               AT END
                   SET WS-OPER-EOF TO TRUE
                   GO TO READ-OPERATOR-EXIT
           END-READ

           IF WS-OPERATOR-COUNT < 100
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPER-ID TO WS-OPR-ID(WS-OPERATOR-COUNT)
               MOVE OPER-NAME TO WS-OPR-NAME(WS-OPERATOR-COUNT)
               MOVE OPER-PASSWORD
                   TO WS-OPR-PASSWORD(WS-OPERATOR-COUNT)
               MOVE OPER-ROLE TO WS-OPR-ROLE(WS-OPERATOR-COUNT)
           ELSE
               DISPLAY "ALERT : more than 100 operators on file -"
                   " the rest are not loaded and no change can be"
                   " saved"
               SET WS-OPER-OVERFLOW TO TRUE
               SET WS-OPER-EOF TO TRUE
           END-IF.

       READ-OPERATOR-EXIT.
           EXIT.

       SHOW-MENU.
           DISPLAY SPACE
           DISPLAY "1) List operators"
           DISPLAY "2) Enroll an operator"
           DISPLAY "3) Correct name or role"
           DISPLAY "4) Reset a password"
           DISPLAY "5) Remove an operator"
           DISPLAY "0) Save and exit"
           DISPLAY "Choice : "
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
           WHEN "1"
               PERFORM LIST-OPERATORS
           WHEN "2"
               PERFORM ADD-OPERATOR
           WHEN "3"
               PERFORM EDIT-OPERATOR
           WHEN "4"
               PERFORM RESET-PASSWORD
           WHEN "5"
               PERFORM REMOVE-OPERATOR
           WHEN "0"
               PERFORM SAVE-OPERATORS
               MOVE 'Y' TO WS-DONE
           WHEN OTHER
               DISPLAY "Unknown choice"
           END-EVALUATE.

      * The list never shows passwords.
       LIST-OPERATORS.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "ALERT : operator master is empty"
           ELSE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-OPERATOR-COUNT
                   MOVE WS-OPR-ROLE(WS-INDEX) TO WS-ROLE-CODE
                   PERFORM NAME-THE-ROLE
                   DISPLAY WS-OPR-ID(WS-INDEX) " | "
                       WS-OPR-NAME(WS-INDEX) " | "
                       WS-ROLE-NAME
               END-PERFORM
           END-IF.

       NAME-THE-ROLE.
           EVALUATE WS-ROLE-CODE
           WHEN "C"
               MOVE "CLERK" TO WS-ROLE-NAME
           WHEN "S"
               MOVE "SUPERVISOR" TO WS-ROLE-NAME
           WHEN "M"
               MOVE "MANAGER" TO WS-ROLE-NAME
           WHEN OTHER
               MOVE "UNKNOWN" TO WS-ROLE-NAME
           END-EVALUATE.

       FIND-OPERATOR.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-OPERATOR-COUNT
                   OR WS-MATCH-INDEX NOT = 0
               IF WS-OPR-ID(WS-INDEX) = WS-SEARCH-ID
                   MOVE WS-INDEX TO WS-MATCH-INDEX
               END-IF
           END-PERFORM.

      * The ID lands in AUD-OPERATOR on every audit row, so it must
      * be keyed, unique and free of embedded blanks.
       ASK-NEW-OPERATOR-ID.
           DISPLAY "New operator ID : "
           ACCEPT WS-SEARCH-ID
           PERFORM FIND-OPERATOR

           MOVE SPACES TO WS-SEARCH-ID-WORK
           STRING WS-SEARCH-ID DELIMITED BY SPACE
               INTO WS-SEARCH-ID-WORK
           END-STRING

           EVALUATE TRUE
           WHEN WS-SEARCH-ID = SPACES
               DISPLAY "An operator ID is required"
           WHEN WS-SEARCH-ID-WORK NOT = WS-SEARCH-ID
               DISPLAY "Operator ID cannot contain blanks"
               MOVE SPACES TO WS-SEARCH-ID
           WHEN WS-MATCH-INDEX NOT = 0
               DISPLAY "That ID already exists in the master"
               MOVE SPACES TO WS-SEARCH-ID
           WHEN WS-OPERATOR-COUNT >= 100
               DISPLAY "ALERT : operator master is full"
               MOVE SPACES TO WS-SEARCH-ID
           END-EVALUATE.

      * Keyed twice so a typo does not lock the operator out.
       ASK-NEW-PASSWORD.
           DISPLAY "Password : "
           ACCEPT WS-NEW-PASSWORD
           DISPLAY "Password again : "
           ACCEPT WS-CONFIRM-PASSWORD
           IF WS-NEW-PASSWORD = SPACES
               DISPLAY "A password is required"
           END-IF
           IF WS-NEW-PASSWORD NOT = WS-CONFIRM-PASSWORD
               DISPLAY "Passwords do not match"
               MOVE SPACES TO WS-NEW-PASSWORD
           END-IF.

       ADD-OPERATOR.
           PERFORM ASK-NEW-OPERATOR-ID
           IF WS-SEARCH-ID NOT = SPACES
               DISPLAY "Role (C = clerk, S = supervisor,"
                   " M = manager) : "
               ACCEPT WS-NEW-ROLE
               IF WS-NEW-ROLE-VALID
                   PERFORM ENROLL-OPERATOR
               ELSE
                   DISPLAY "Role must be C, S or M"
               END-IF
           END-IF.

      * Takes the name and password for WS-SEARCH-ID and adds the
      * row with role WS-NEW-ROLE.
       ENROLL-OPERATOR.
           DISPLAY "Operator name : "
           MOVE SPACES TO WS-NEW-NAME
           ACCEPT WS-NEW-NAME
           PERFORM ASK-NEW-PASSWORD
           IF WS-NEW-PASSWORD = SPACES
               DISPLAY "Operator not enrolled"
           ELSE
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-SEARCH-ID TO WS-OPR-ID(WS-OPERATOR-COUNT)
               MOVE WS-NEW-NAME TO WS-OPR-NAME(WS-OPERATOR-COUNT)
               MOVE WS-NEW-PASSWORD
                   TO WS-OPR-PASSWORD(WS-OPERATOR-COUNT)
               MOVE WS-NEW-ROLE TO WS-OPR-ROLE(WS-OPERATOR-COUNT)
               DISPLAY "Operator enrolled"

               MOVE "ADD" TO WS-AUD-ACTION
               MOVE WS-SEARCH-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD
               MOVE WS-NEW-ROLE TO WS-ROLE-CODE
               PERFORM NAME-THE-ROLE
               MOVE SPACES TO WS-AUD-NEW
               STRING WS-OPR-NAME(WS-OPERATOR-COUNT)
                          DELIMITED BY "  "
                      " / " DELIMITED BY SIZE
                      WS-ROLE-NAME DELIMITED BY SPACE
                   INTO WS-AUD-NEW
               END-STRING
               PERFORM WRITE-AUDIT-ROW
           END-IF.

       EDIT-OPERATOR.
           DISPLAY "Operator ID to correct : "
           ACCEPT WS-SEARCH-ID
           PERFORM FIND-OPERATOR

           IF WS-MATCH-INDEX = 0
               DISPLAY "Unknown operator ID"
           ELSE
               MOVE WS-SEARCH-ID TO WS-AUD-KEY
               MOVE WS-OPR-NAME(WS-MATCH-INDEX) TO WS-AUD-OLD
               DISPLAY "Operator name : "
               ACCEPT WS-OPR-NAME(WS-MATCH-INDEX)
               IF WS-OPR-NAME(WS-MATCH-INDEX) NOT = WS-AUD-OLD
                   MOVE "NAME" TO WS-AUD-ACTION
                   MOVE WS-OPR-NAME(WS-MATCH-INDEX) TO WS-AUD-NEW
                   PERFORM WRITE-AUDIT-ROW
               END-IF

               DISPLAY "Role (C = clerk, S = supervisor,"
                   " M = manager) : "
               ACCEPT WS-NEW-ROLE
               PERFORM COUNT-MANAGERS
      * The shop must always keep one manager who can get back in
      * here.
               EVALUATE TRUE
               WHEN NOT WS-NEW-ROLE-VALID
                   DISPLAY "Role must be C, S or M - role unchanged"
               WHEN WS-NEW-ROLE = WS-OPR-ROLE(WS-MATCH-INDEX)
                   CONTINUE
               WHEN WS-OPR-ROLE(WS-MATCH-INDEX) = "M"
                   AND WS-MANAGER-COUNT < 2
                   DISPLAY "ALERT : the last manager cannot be"
                       " demoted - role unchanged"
               WHEN OTHER
                   PERFORM CHANGE-ROLE
               END-EVALUATE
               DISPLAY "Operator updated"
           END-IF.

       CHANGE-ROLE.
           MOVE "ROLE" TO WS-AUD-ACTION
           MOVE WS-OPR-ROLE(WS-MATCH-INDEX) TO WS-ROLE-CODE
           PERFORM NAME-THE-ROLE
           MOVE WS-ROLE-NAME TO WS-AUD-OLD
           MOVE WS-NEW-ROLE TO WS-ROLE-CODE
           PERFORM NAME-THE-ROLE
           MOVE WS-ROLE-NAME TO WS-AUD-NEW
           MOVE WS-NEW-ROLE TO WS-OPR-ROLE(WS-MATCH-INDEX)
           PERFORM WRITE-AUDIT-ROW.

       COUNT-MANAGERS.
           MOVE 0 TO WS-MANAGER-COUNT
           PERFORM VARYING WS-INDEX FROM 1 BY 1
               UNTIL WS-INDEX > WS-OPERATOR-COUNT
               IF WS-OPR-ROLE(WS-INDEX) = "M"
                   ADD 1 TO WS-MANAGER-COUNT
               END-IF
           END-PERFORM.

      * The audit row records that the password changed, never
      * what it changed to.
       RESET-PASSWORD.
           DISPLAY "Operator ID : "
           ACCEPT WS-SEARCH-ID
           PERFORM FIND-OPERATOR

           IF WS-MATCH-INDEX = 0
               DISPLAY "Unknown operator ID"
           ELSE
               PERFORM ASK-NEW-PASSWORD
               IF WS-NEW-PASSWORD = SPACES
                   DISPLAY "Password unchanged"
               ELSE
                   MOVE WS-NEW-PASSWORD
                       TO WS-OPR-PASSWORD(WS-MATCH-INDEX)
                   DISPLAY "Password reset"
                   MOVE "PASSWORD" TO WS-AUD-ACTION
                   MOVE WS-SEARCH-ID TO WS-AUD-KEY
                   MOVE SPACES TO WS-AUD-OLD
                   MOVE "RESET" TO WS-AUD-NEW
                   PERFORM WRITE-AUDIT-ROW
               END-IF
           END-IF.

       REMOVE-OPERATOR.
           DISPLAY "Operator ID to remove : "
           ACCEPT WS-SEARCH-ID
           PERFORM FIND-OPERATOR
           PERFORM COUNT-MANAGERS

           EVALUATE TRUE
           WHEN WS-MATCH-INDEX = 0
               DISPLAY "Unknown operator ID"
           WHEN WS-SEARCH-ID = WS-OPERATOR
               DISPLAY "You cannot remove yourself"
           WHEN WS-OPR-ROLE(WS-MATCH-INDEX) = "M"
               AND WS-MANAGER-COUNT < 2
               DISPLAY "ALERT : the last manager cannot be removed"
           WHEN OTHER
               MOVE "REMOVE" TO WS-AUD-ACTION
               MOVE WS-SEARCH-ID TO WS-AUD-KEY
               MOVE WS-OPR-NAME(WS-MATCH-INDEX) TO WS-AUD-OLD
               MOVE SPACES TO WS-AUD-NEW
               PERFORM WRITE-AUDIT-ROW
               PERFORM VARYING WS-INDEX FROM WS-MATCH-INDEX BY 1
                   UNTIL WS-INDEX >= WS-OPERATOR-COUNT
                   MOVE WS-OPERATOR-ENTRY(WS-INDEX + 1)
                       TO WS-OPERATOR-ENTRY(WS-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-OPERATOR-COUNT
               DISPLAY "Operator removed"
           END-EVALUATE.

      * oper.dat is rewritten whole from the table, so a master too
      * big for the table is left alone rather than written back
      * short - the operators past the table would be lost.
       SAVE-OPERATORS.
           IF WS-OPER-OVERFLOW
               DISPLAY "ALERT : more than 100 operators on file -"
                   " oper.dat not rewritten, changes not saved"
           ELSE
               PERFORM WRITE-OPERATORS
           END-IF.

       WRITE-OPERATORS.
           OPEN OUTPUT FILE-OPERATOR
           IF WS-OPERATOR-FILESTATUS NOT = "00"
               DISPLAY "ERROR : " WS-OPERATOR-FILESTATUS
           ELSE
               MOVE SPACES TO FILE-OPERATOR-OBJ
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-OPERATOR-COUNT
                   MOVE WS-OPR-ID(WS-INDEX) TO OPER-ID
                   MOVE WS-OPR-NAME(WS-INDEX) TO OPER-NAME
                   MOVE WS-OPR-PASSWORD(WS-INDEX) TO OPER-PASSWORD
                   MOVE WS-OPR-ROLE(WS-INDEX) TO OPER-ROLE
                   WRITE FILE-OPERATOR-OBJ
               END-PERFORM
               CLOSE FILE-OPERATOR
               DISPLAY "Operator master saved"
           END-IF.

           END PROGRAM ChallengeCobolOperators.

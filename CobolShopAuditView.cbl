      *          date, time, operator, file, action, key and the
      *          value before and after, oldest first, exactly as
      *          logged - this program only ever reads the trail.
      * Modifications:
      *   - Can also be narrowed by file (PRODUCT, CUSTOMER, PROMO,
      *     OPERATOR...), so the security rows written at sign-on -
      *     SIGNONFAIL for a bad operator ID or password, REFUSED
      *     for a menu option the operator's role does not allow,
      *     keyed by the program it happened in - can be pulled out
      *     on their own with file OPERATOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01  WS-ASK-KEY                           PIC X(20)  VALUE SPACES.
       01  WS-ASK-OPERATOR                      PIC X(10)  VALUE SPACES.
       01  WS-ASK-FILE                          PIC X(8)   VALUE SPACES.
       01  WS-FROM-DATE                         PIC X(8)   VALUE SPACES.
       01  WS-TO-DATE                           PIC X(8)   VALUE SPACES.
       01  WS-REC-DATE                          PIC X(8)   VALUE SPACES.
           ACCEPT WS-ASK-KEY
           DISPLAY "Operator (blank = all) : "
           ACCEPT WS-ASK-OPERATOR
           DISPLAY "File (PRODUCT, CUSTOMER, OPERATOR...,"
               " blank = all) : "
           ACCEPT WS-ASK-FILE
           DISPLAY "From date (YYYYMMDD, blank = all) : "
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = SPACES
               AND AUD-OPERATOR NOT = WS-ASK-OPERATOR
               GO TO READ-AUDIT-EXIT
           END-IF
           IF WS-ASK-FILE NOT = SPACES
               AND AUD-FILE NOT = WS-ASK-FILE
               GO TO READ-AUDIT-EXIT
           END-IF
           MOVE AUD-DATE TO WS-REC-DATE
           IF WS-REC-DATE < WS-FROM-DATE OR WS-REC-DATE > WS-TO-DATE
               GO TO READ-AUDIT-EXIT

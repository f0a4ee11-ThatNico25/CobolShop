      *          The catalog ties a product to its supplier through
      *          PRODREC.CPY's SUPPLIER-ID, set in the catalog
      *          maintenance program.
      * Modifications:
      *   - Payment terms in days (SUPP-TERMS-DAYS) kept per
      *     supplier, shown on the list and keyed on add and
      *     correct; blank or older rows are taken as 30 days.  The
      *     supplier invoice program dates bills due from it.
      *   - Delivery lead time in days (SUPP-LEAD-DAYS) kept per
      *     supplier the same way; blank or older rows are taken as
      *     7 days.  The reorder review sizes reorder points from
      *     it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 WS-SUPP-NAME                  PIC X(30).
               10 WS-SUPP-PHONE                 PIC X(15).
               10 WS-SUPP-EMAIL                 PIC X(30).
               10 WS-SUPP-TERMS                 PIC 9(3).
               10 WS-SUPP-LEAD                  PIC 9(3).

       01  WS-MENU-CHOICE                       PIC X(1).
       01  WS-MATCH-INDEX                       PIC 9(3)   VALUE ZERO.
       01  WS-SEARCH-ID                         PIC X(9).
       01  WS-INDEX                             PIC 9(3)   VALUE ZERO.
       01  WS-DONE                              PIC X(1)   VALUE 'N'.
       01  WS-ASK-TERMS                         PIC X(3)   VALUE SPACES.
       01  WS-TERMS-PRINT                       PIC ZZ9.
       01  WS-ASK-LEAD                          PIC X(3)   VALUE SPACES.
       01  WS-LEAD-PRINT                        PIC ZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Supplier master maintenance"
                           TO WS-SUPP-PHONE(WS-SUPPLIER-COUNT)
                       MOVE SUPP-EMAIL
                           TO WS-SUPP-EMAIL(WS-SUPPLIER-COUNT)
                       IF SUPP-TERMS-DAYS IS NUMERIC
                           MOVE SUPP-TERMS-DAYS
                               TO WS-SUPP-TERMS(WS-SUPPLIER-COUNT)
                       ELSE
                           MOVE 30 TO WS-SUPP-TERMS(WS-SUPPLIER-COUNT)
                       END-IF
                       IF SUPP-LEAD-DAYS IS NUMERIC
                           MOVE SUPP-LEAD-DAYS
                               TO WS-SUPP-LEAD(WS-SUPPLIER-COUNT)
                       ELSE
                           MOVE 7 TO WS-SUPP-LEAD(WS-SUPPLIER-COUNT)
                       END-IF
                   END-IF
           END-READ.

           ELSE
               PERFORM VARYING WS-INDEX FROM 1 BY 1
                   UNTIL WS-INDEX > WS-SUPPLIER-COUNT
                   MOVE WS-SUPP-TERMS(WS-INDEX) TO WS-TERMS-PRINT
                   MOVE WS-SUPP-LEAD(WS-INDEX) TO WS-LEAD-PRINT
                   DISPLAY WS-SUPP-ID(WS-INDEX) " | "
                       WS-SUPP-NAME(WS-INDEX) " | "
                       WS-SUPP-PHONE(WS-INDEX) " | "
                       WS-SUPP-EMAIL(WS-INDEX) " | NET "
                       WS-TERMS-PRINT " | LEAD " WS-LEAD-PRINT
               END-PERFORM
           END-IF.

               DISPLAY "Email : "
               ACCEPT WS-SUPP-EMAIL(WS-SUPPLIER-COUNT)

               MOVE WS-SUPPLIER-COUNT TO WS-MATCH-INDEX
               MOVE 30 TO WS-SUPP-TERMS(WS-MATCH-INDEX)
               PERFORM ASK-SUPPLIER-TERMS
                   THRU ASK-SUPPLIER-TERMS-EXIT
               MOVE 7 TO WS-SUPP-LEAD(WS-MATCH-INDEX)
               PERFORM ASK-SUPPLIER-LEAD
                   THRU ASK-SUPPLIER-LEAD-EXIT

               DISPLAY "Supplier added"
           END-EVALUATE.

               DISPLAY "Email : "
               ACCEPT WS-SUPP-EMAIL(WS-MATCH-INDEX)

               PERFORM ASK-SUPPLIER-TERMS
                   THRU ASK-SUPPLIER-TERMS-EXIT
               PERFORM ASK-SUPPLIER-LEAD
                   THRU ASK-SUPPLIER-LEAD-EXIT

               DISPLAY "Supplier updated"
           END-IF.

      * Payment terms for the supplier at WS-MATCH-INDEX : blank
      * keeps what is there, one to three digits are taken as
      * days, anything else is refused.
       ASK-SUPPLIER-TERMS.
           MOVE WS-SUPP-TERMS(WS-MATCH-INDEX) TO WS-TERMS-PRINT
           DISPLAY "Payment terms in days (blank = " WS-TERMS-PRINT
               ") : "
           ACCEPT WS-ASK-TERMS
           IF WS-ASK-TERMS = SPACES
               GO TO ASK-SUPPLIER-TERMS-EXIT
           END-IF
           IF WS-ASK-TERMS(2:2) = SPACES
               MOVE WS-ASK-TERMS(1:1) TO WS-ASK-TERMS(3:1)
               MOVE "00" TO WS-ASK-TERMS(1:2)
           END-IF
           IF WS-ASK-TERMS(3:1) = SPACE
               MOVE WS-ASK-TERMS(2:1) TO WS-ASK-TERMS(3:1)
               MOVE WS-ASK-TERMS(1:1) TO WS-ASK-TERMS(2:1)
               MOVE "0" TO WS-ASK-TERMS(1:1)
           END-IF
           IF WS-ASK-TERMS IS NUMERIC
               MOVE WS-ASK-TERMS TO WS-SUPP-TERMS(WS-MATCH-INDEX)
           ELSE
               DISPLAY "Terms must be a number of days - kept at "
                   WS-TERMS-PRINT
           END-IF.

       ASK-SUPPLIER-TERMS-EXIT.
           EXIT.

      * Delivery lead time for the supplier at WS-MATCH-INDEX, keyed
      * the same way as the terms.
       ASK-SUPPLIER-LEAD.
           MOVE WS-SUPP-LEAD(WS-MATCH-INDEX) TO WS-LEAD-PRINT
           DISPLAY "Delivery lead time in days (blank = "
               WS-LEAD-PRINT ") : "
           ACCEPT WS-ASK-LEAD
           IF WS-ASK-LEAD = SPACES
               GO TO ASK-SUPPLIER-LEAD-EXIT
           END-IF
           IF WS-ASK-LEAD(2:2) = SPACES
               MOVE WS-ASK-LEAD(1:1) TO WS-ASK-LEAD(3:1)
               MOVE "00" TO WS-ASK-LEAD(1:2)
           END-IF
           IF WS-ASK-LEAD(3:1) = SPACE
               MOVE WS-ASK-LEAD(2:1) TO WS-ASK-LEAD(3:1)
               MOVE WS-ASK-LEAD(1:1) TO WS-ASK-LEAD(2:1)
               MOVE "0" TO WS-ASK-LEAD(1:1)
           END-IF
           IF WS-ASK-LEAD IS NUMERIC
               MOVE WS-ASK-LEAD TO WS-SUPP-LEAD(WS-MATCH-INDEX)
           ELSE
               DISPLAY "Lead time must be a number of days - kept at "
                   WS-LEAD-PRINT
           END-IF.

       ASK-SUPPLIER-LEAD-EXIT.
           EXIT.

       REMOVE-SUPPLIER.
           DISPLAY "Supplier ID to remove : "
           ACCEPT WS-SEARCH-ID
                       TO WS-SUPP-PHONE(WS-INDEX)
                   MOVE WS-SUPP-EMAIL(WS-INDEX + 1)
                       TO WS-SUPP-EMAIL(WS-INDEX)
                   MOVE WS-SUPP-TERMS(WS-INDEX + 1)
                       TO WS-SUPP-TERMS(WS-INDEX)
                   MOVE WS-SUPP-LEAD(WS-INDEX + 1)
                       TO WS-SUPP-LEAD(WS-INDEX)
               END-PERFORM
               SUBTRACT 1 FROM WS-SUPPLIER-COUNT
               DISPLAY "Supplier removed"
               MOVE WS-SUPP-NAME(WS-INDEX) TO SUPP-NAME
               MOVE WS-SUPP-PHONE(WS-INDEX) TO SUPP-PHONE
               MOVE WS-SUPP-EMAIL(WS-INDEX) TO SUPP-EMAIL
               MOVE WS-SUPP-TERMS(WS-INDEX) TO SUPP-TERMS-DAYS
               MOVE WS-SUPP-LEAD(WS-INDEX) TO SUPP-LEAD-DAYS
               WRITE FILE-SUPPLIER-OBJ
           END-PERFORM
           CLOSE FILE-SUPPLIER

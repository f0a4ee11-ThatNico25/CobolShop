      * thirty consecutive rows.  The file is plain text, typed or
      * exported from wherever the phone and email orders land; the
      * import writes its verdict on every row to ordres.txt.
      * A row with a quotation number in ORD-QUOTE-NUMBER orders
      * that whole quotation (quote.dat, QUOTREC.CPY) at the quoted
      * prices instead - its product and quantity are not read, and
      * it is invoiced as an order of its own.  Rows from before the
      * column existed read back as spaces there and order as usual.
      ******************************************************************
       01  FILE-ORDER-OBJ.
           05 ORD-CUSTOMER-ID                  PIC X(20).
           05 ORD-ID-PRODUCT                   PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 ORD-QUANTITY                     PIC 9(3).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 ORD-QUOTE-NUMBER                 PIC 9(5).

      * the sales journal records going out, so the nightly
      * integrity check can reconcile on-hand movement against
      * prodix.dat.
      * RCV-UNIT-COST is what each unit received cost - the agreed
      * cost on the PO line, or the catalog cost at the time when
      * the receipt matched no costed line - the figure receiving
      * averaged into UNIT-COST.  Rows from before the field
      * existed read back as spaces.
      ******************************************************************
       01  FILE-RECEIPT-OBJ.
           05 RCV-DATE                         PIC 9(8).
           05 RCV-ID-PRODUCT                   PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RCV-QTY                          PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 RCV-UNIT-COST                    PIC 9(4)V99.

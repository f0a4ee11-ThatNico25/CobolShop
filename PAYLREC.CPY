      ******************************************************************
      * Shared layout for a payl.dat row - the payables ledger, what
      * the shop owes its suppliers.  Append only, the same as the
      * paym.dat journal on the receivables side.  ChallengeCobol-
      * SupplierInvoices writes an "I" row when a supplier bill is
      * matched or approved - the supplier, their invoice number,
      * the PO, the invoice date, the due date worked out from the
      * supplier's SUPP-TERMS-DAYS, and the amount owed - and a "P"
      * row for each payment made against a bill, with the cheque
      * or transfer reference.  AP-POST-DATE is the day the row was
      * written, which is the date the general-ledger export posts
      * it under.  What is still owed on a bill is its "I" amount
      * less the "P" amounts with the same supplier and invoice
      * number; ChallengeCobolPayablesAging ages those open
      * amounts by due date.
      ******************************************************************
       01  FILE-PAYABLE-OBJ.
           05 AP-TYPE                          PIC X(1).
              88 AP-INVOICE                               VALUE "I".
              88 AP-PAYMENT                               VALUE "P".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-SUPPLIER-ID                   PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-INVOICE-NO                    PIC X(15).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-PO-NUMBER                     PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-DOC-DATE                      PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-DUE-DATE                      PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-POST-DATE                     PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-AMOUNT                        PIC S9(7)V99
                                               SIGN LEADING SEPARATE.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-REFERENCE                     PIC X(20).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 AP-OPERATOR                      PIC X(10).

      ******************************************************************
      * Shared layout for a sinv.dat row - the supplier invoice
      * file.  One "H" header per supplier bill as keyed by the
      * clerk in ChallengeCobolSupplierInvoices : the supplier and
      * the supplier's own invoice number (unique per supplier),
      * the PO it bills, the invoice date, the date it was keyed,
      * the total billed, who keyed it and who reviewed it, and a
      * status :
      *   M  matched   - every line agreed with the PO, the
      *                  receipts and the agreed cost; posted to the
      *                  payables ledger as it was keyed.
      *   H  held      - at least one line failed the match and is
      *                  waiting for a manager.
      *   A  approved  - a manager accepted the mismatch; posted to
      *                  the payables ledger.
      *   D  disputed  - a manager sent it back to the supplier;
      *                  never posted, and its quantities do not
      *                  count as billed.
      * Then one "L" line per product billed carrying what was
      * billed (quantity, unit price, extension) beside the three
      * figures it was matched against when it was keyed : the
      * quantity ordered on the PO line (POREC.CPY), the quantity
      * received against the PO in recv.dat (RECVREC.CPY) less what
      * earlier bills on the PO already claimed, and the agreed
      * unit cost.  SIL-QTY-FLAG is R billed for more than was
      * received, O billed for more than was ordered, N product not
      * on the PO, space when the quantity agrees; SIL-PRICE-FLAG
      * is P when the price is above the agreed cost (or no cost
      * was agreed), space otherwise.  The file is rewritten whole
      * when a held invoice is reviewed, the same way po.dat is
      * saved.
      ******************************************************************
       01  SUPP-INVOICE-HEADER-REC.
           05 SIH-RECORD-TYPE                  PIC X(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-SUPPLIER-ID                  PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-INVOICE-NO                   PIC X(15).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-PO-NUMBER                    PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-INVOICE-DATE                 PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-ENTRY-DATE                   PIC 9(8).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-STATUS                       PIC X(1).
              88 SIH-MATCHED                              VALUE "M".
              88 SIH-HELD                                 VALUE "H".
              88 SIH-APPROVED                             VALUE "A".
              88 SIH-DISPUTED                             VALUE "D".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-TOTAL                        PIC S9(7)V99
                                               SIGN LEADING SEPARATE.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-ENTERED-BY                   PIC X(10).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIH-REVIEWED-BY                  PIC X(10).
       01  SUPP-INVOICE-LINE-REC.
           05 SIL-RECORD-TYPE                  PIC X(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-SUPPLIER-ID                  PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-INVOICE-NO                   PIC X(15).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-PO-NUMBER                    PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-ID-PRODUCT                   PIC X(9).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-QTY-BILLED                   PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-UNIT-PRICE                   PIC 9(4)V99.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-LINE-TOTAL                   PIC S9(7)V99
                                               SIGN LEADING SEPARATE.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-QTY-ORDERED                  PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-QTY-RECEIVED                 PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-QTY-PRIOR-BILLED             PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-AGREED-COST                  PIC 9(4)V99.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-QTY-FLAG                     PIC X(1).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SIL-PRICE-FLAG                   PIC X(1).

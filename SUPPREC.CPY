      * PRODREC.CPY's SUPPLIER-ID which keys this file.  SUPP-ID is
      * the same 9-character shape as a product ID so it lines up in
      * the catalog record.
      * SUPP-TERMS-DAYS is the supplier's payment terms in days -
      * ChallengeCobolSupplierInvoices dates each approved bill due
      * that many days after its invoice date.  Rows written before
      * the field existed read back as spaces; readers take those
      * as 30 days.
      * SUPP-LEAD-DAYS is how many days the supplier takes to
      * deliver once a purchase order is raised, the lead time
      * ChallengeCobolReorderReview sizes reorder points with.
      * Blank or older rows are taken as 7 days.
      ******************************************************************
       01  FILE-SUPPLIER-OBJ.
           05 SUPP-ID                          PIC X(9).
           05 SUPP-PHONE                       PIC X(15).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SUPP-EMAIL                       PIC X(30).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SUPP-TERMS-DAYS                  PIC 9(3).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 SUPP-LEAD-DAYS                   PIC 9(3).

      * truck is unloaded.  The file is rewritten whole from an
      * in-memory table on every change, the same way promo.dat is
      * saved.
      * POD-UNIT-COST is the unit cost agreed with the supplier for
      * the line - the catalog UNIT-COST when the PO is raised,
      * corrected in purchasing when the supplier quotes otherwise.
      * Receiving averages it into the catalog cost, and supplier
      * invoices are matched against it.  Lines from before the
      * field existed read back as spaces - treat those as zero
      * (no cost agreed).
      ******************************************************************
       01  PO-HEADER-REC.
           05 POH-RECORD-TYPE                  PIC X(1).
           05 POD-QTY-ORDERED                  PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 POD-QTY-RECEIVED                 PIC 9(5).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 POD-UNIT-COST                    PIC 9(4)V99.

      * purchase order on when the product runs low; spaces mean no
      * supplier is on file and the product is called out instead of
      * ordered.
      * UNIT-COST is what one unit costs the shop, stamped onto
      * each sales journal line at checkout and rolled up by the
      * gross-margin report.  Receiving keeps it as the weighted
      * average of the stock on hand and each shipment at its
      * agreed PO cost; maintenance can still set it outright.  Rows
      * from before the field existed read back as spaces - treat
      * those as zero (cost unknown).
      ******************************************************************

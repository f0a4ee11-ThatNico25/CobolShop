      * catalog cost.  Credit memos carry the cost of the line they
      * reverse so margins net out.
      * One "P" payment record follows each trailer, recording how
      * the invoice was settled : SP-TENDER-TYPE is C cash, D card,
      * A on account or L loyalty points; for cash,
      * SP-AMOUNT-TENDERED and SP-CHANGE-GIVEN carry what crossed
      * the counter (tendered less change equals the grand total),
      * for card, account and points both simply carry the grand
      * total and zero (the points spent are on the loyl.dat
      * ledger's "P" row for the invoice).  The trailer
      * stays the commit point, so a crash can leave a committed
      * invoice with no P record - the drawer report lists those as
      * unrecorded tender instead of guessing.

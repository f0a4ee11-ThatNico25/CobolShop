      ******************************************************************
      * Shared layout for a perdsum.dat row - the period summary
      * ChallengeCobolPeriodClose freezes when it closes a month
      * (PERDREC.CPY), one figure per row, so a report run over a
      * closed period later can be held against what the books said
      * on the day they were closed.
      *   S  sales    - from the sales journal, credit memos netted
      *                 in : SUBTOTAL, TAX and GROSS (the grand
      *                 totals), PS-COUNT the invoices (credit
      *                 memos are not counted), the same figures
      *                 as the PERIOD TOTALS of ChallengeCobol-
      *                 SalesReport.
      *   T  tenders  - CASH (PS-COUNT the cash sales), CARD,
      *                 ACCOUNT, POINTS, UNRECORDED (PS-COUNT the
      *                 invoices) and CREDITMEMO, as
      *                 ChallengeCobolTenders totals them.
      *   B  balance  - PS-KEY a trade customer's CUST-ID, the
      *                 account balance at the close of the last day
      *                 of the period, rebuilt from the journals the
      *                 way ChallengeCobolStatements does.  Every
      *                 customer with a credit limit or anything
      *                 owing gets a row.
      * A close that died part way is redone from the start : the
      * rows of a period not yet on perd.dat are cleared first.
      ******************************************************************
       01  PERIOD-SUMMARY-RECORD.
           05 PS-PERIOD                        PIC 9(6).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PS-TYPE                          PIC X(1).
              88 PS-SALES                                 VALUE "S".
              88 PS-TENDER                                VALUE "T".
              88 PS-BALANCE                               VALUE "B".
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PS-KEY                           PIC X(20).
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PS-AMOUNT                        PIC S9(9)V99
                                               SIGN LEADING SEPARATE.
           05 FILLER                           PIC X(1) VALUE SPACES.
           05 PS-COUNT                         PIC 9(5).

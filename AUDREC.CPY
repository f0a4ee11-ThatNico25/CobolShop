      * only - nothing ever rewrites this file - and values longer
      * than the old/new columns are truncated rather than widened,
      * since the point is identifying the change, not re-creating
      * the record.  AUD-FILE is PRODUCT, CUSTOMER, PROMO, STOCK,
      * SUPPINV, PRICECHG, PERIOD or OPERATOR; AUD-ACTION is the
      * maintenance action (PRICE,
      * STOCK, TAXCAT, REORDER, SUPPLIER, COST, RECEIVE, ADD, EDIT,
      * REMOVE, RETIRE, STOCKTAKE, HOLD / RELEASE for the credit
      * hold...).  SUPPINV rows are keyed supplier/invoice number
      * : APPROVE or DISPUTE for a held supplier bill, PAYMENT for
      * money paid against one.  PRICECHG rows are keyed by product
      * : SCHEDULE or CANCEL for a permanent price change in
      * pchg.dat; the PRICE and COST rows it makes when
      * ChallengeCobolPriceApply posts it carry the operator who
      * scheduled it.  PERIOD rows are keyed by the month (YYYYMM)
      * : CLOSE when ChallengeCobolPeriodClose closes it, the day
      * closed through in the new value.  OPERATOR rows are the
      * sign-on trail : SIGNONFAIL (ID or password not accepted)
      * and REFUSED (an option the operator's role does not allow,
      * role in the old value, option in the new) keyed by the
      * program, plus changes to the oper.dat operator master
      * itself keyed by operator ID.
      ******************************************************************
       01  FILE-AUDIT-OBJ.
           05 AUD-DATE                         PIC 9(8).

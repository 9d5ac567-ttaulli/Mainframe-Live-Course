      ******************************************************************
      * Copybook:  VENDMAS
      * Purpose:   VENDOR-MASTER-FILE record layout - one row per
      *            vendor known to Accounts Payable, indexed by vendor
      *            code. The payment terms
      *            express "2/10 net 30" style terms: the discount
      *            percent and the day count it is good for, plus the
      *            net day count the invoice is due in. Blank terms on

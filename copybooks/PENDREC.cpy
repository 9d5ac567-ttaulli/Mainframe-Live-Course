           05  PND-DISCOUNT-AMOUNT         PIC 9(9)V99.
           05  PND-CURRENCY-CODE           PIC X(3).
           05  PND-ORIG-AMOUNT             PIC 9(9)V99.
      * Cost distribution lines keyed with the invoice (INVOICE
      * "L" rows), in the invoice's own currency. A zero or blank
      * count means the item is coded by vendor category.
           05  PND-DIST-LINES.
               10  PND-DIST-LINE-COUNT     PIC 9(2).
               10  PND-DIST-LINE OCCURS 10 TIMES.
                   15  PND-DIST-GL-ACCOUNT PIC X(8).
                   15  PND-DIST-COST-CENTER
                                           PIC X(6).
                   15  PND-DIST-AMOUNT     PIC 9(9)V99.
      * Fiscal period (YYYYPP) INVOICE assigned when it queued the
      * item. APDECIDE assigns it again at release, since the period
      * may have closed while the item waited.
           05  PND-POSTING-PERIOD          PIC X(6).

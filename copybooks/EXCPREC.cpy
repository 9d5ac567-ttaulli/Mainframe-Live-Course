           05  EXC-ITEM-TYPE               PIC X(1).
               88  EXC-ITEM-CREDIT         VALUE "C".
           05  EXC-ORIG-INVOICE-NUMBER     PIC X(10).
      * Cost distribution lines keyed with the invoice (INVOICE
      * "L" rows), in the invoice's own currency. A zero or blank
      * count means the item is coded by vendor category.
           05  EXC-DIST-LINES.
               10  EXC-DIST-LINE-COUNT     PIC 9(2).
               10  EXC-DIST-LINE OCCURS 10 TIMES.
                   15  EXC-DIST-GL-ACCOUNT PIC X(8).
                   15  EXC-DIST-COST-CENTER
                                           PIC X(6).
                   15  EXC-DIST-AMOUNT     PIC 9(9)V99.

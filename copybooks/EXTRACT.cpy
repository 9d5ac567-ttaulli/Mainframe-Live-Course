           05  EXT-ORIG-AMOUNT             PIC 9(9)V99.
           05  EXT-ITEM-TYPE               PIC X(1).
               88  EXT-ITEM-CREDIT         VALUE "C".
      * Cost distribution lines keyed with the invoice (INVOICE
      * "L" rows), in the invoice's own currency. A zero or blank
      * count means the item is coded by vendor category.
           05  EXT-DIST-LINES.
               10  EXT-DIST-LINE-COUNT     PIC 9(2).
               10  EXT-DIST-LINE OCCURS 10 TIMES.
                   15  EXT-DIST-GL-ACCOUNT PIC X(8).
                   15  EXT-DIST-COST-CENTER
                                           PIC X(6).
                   15  EXT-DIST-AMOUNT     PIC 9(9)V99.
      * Fiscal period (YYYYPP, FISCAL-CALENDAR) the release posts
      * to - the invoice date's period, or the current open period
      * when that one was already closed. Blank on rows written
      * before the field existed.
           05  EXT-POSTING-PERIOD          PIC X(6).

      *            credited. Credit rows count in the trailer detail
      *            count and add their magnitude to the hash total,
      *            the same as details, so the batch proof needs no
      *            signed arithmetic. "L" rows are cost distribution
      *            lines: each names a GL account, a cost center, and
      *            an amount in the invoice's own currency, and
      *            belongs to the "D" or "C" row immediately ahead of
      *            it (up to 10 per item). They are not counted in the
      *            trailer or the hash - they are proved instead by
      *            summing to the amount of the row they split. An
      *            item with no "L" rows is coded by vendor category
      *            exactly as before.
      ******************************************************************
       01  INVOICE-RECORD.
           05  INV-RECORD-TYPE             PIC X(1).
               88  INV-TYPE-HEADER         VALUE "H".
               88  INV-TYPE-DETAIL         VALUE "D".
               88  INV-TYPE-CREDIT         VALUE "C".
               88  INV-TYPE-DISTRIBUTION   VALUE "L".
               88  INV-TYPE-TRAILER        VALUE "T".
           05  INV-DETAIL-DATA.
               10  INV-INVOICE-NUMBER      PIC X(10).
               10  INV-TRAILER-COUNT       PIC 9(7).
               10  INV-TRAILER-HASH        PIC 9(11)V99.
               10  FILLER                  PIC X(34).
           05  INV-DISTRIBUTION-DATA REDEFINES INV-DETAIL-DATA.
               10  INV-DIST-GL-ACCOUNT     PIC X(8).
               10  INV-DIST-COST-CENTER    PIC X(6).
               10  INV-DIST-AMOUNT         PIC 9(9)V99.
               10  FILLER                  PIC X(29).
      * Only meaningful on "C" rows - the invoice the credit memo
      * applies against. Spaces on every other record type.
           05  INV-ORIG-INVOICE-NUMBER     PIC X(10).
      * Fiscal period (YYYYPP) EXCPDISP assigned when it rebuilt the
      * row for resubmission - spaces from the entry system. INVOICE
      * keeps it when that period is still open.
           05  INV-POSTING-PERIOD          PIC X(6).

      *            currency code preserve the invoice as the vendor
      *            billed it (both amounts are equal for USD
      *            invoices, and for decisions made before a
      *            conversion could happen). AUD-PO-NUMBER is the
      *            purchase order the invoice was keyed against,
      *            carried on the rows written by the jobs that hold
      *            the invoice itself (INVOICE, APDECIDE, EXCPDISP);
      *            it is spaces for non-PO invoices, for the other
      *            writers, and on rows written before it was added.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-INVOICE-NUMBER          PIC X(10).
           05  AUD-ENTERED-BY              PIC X(8).
           05  AUD-CURRENCY-CODE           PIC X(3).
           05  AUD-ORIG-AMOUNT             PIC 9(9)V99.
           05  AUD-PO-NUMBER               PIC X(8).

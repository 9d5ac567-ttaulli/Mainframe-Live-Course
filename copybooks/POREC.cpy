      *            purchase order. PO-INVOICED-AMOUNT is the
      *            cumulative amount already matched against the
      *            order; INVOICE draws it down as PO invoices are
      *            routed. Indexed by PO number and updated in place
      *            by key.
      ******************************************************************
       01  PO-RECORD.
           05  PO-NUMBER                   PIC X(8).

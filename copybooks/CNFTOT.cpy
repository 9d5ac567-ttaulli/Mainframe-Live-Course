      ******************************************************************
      * Copybook:  CNFTOT
      * Purpose:   PAYMENT-CONFIRM-TOTALS record layout - what APCONF
      *            retired as paid, in a fixed machine-readable
      *            layout written at the end of a clean run, so
      *            REMITADV can tie the remittances it produces back
      *            to the confirmations APCONF actually matched that
      *            day - the same arrangement as INVOICE-DAILY-TOTALS
      *            and APRECON. Invoices and credit memos are kept
      *            apart (both are unsigned magnitudes); the paid
      *            amounts are what the ERP paid or applied, and the
      *            discount figures are the early-payment discounts
      *            taken on the invoices. On a day with more than one
      *            APCONF run the figures are cumulative for the whole
      *            day, not just the last run.
      ******************************************************************
       01  CONFIRM-TOTALS-RECORD.
           05  CNFT-RUN-DATE               PIC X(8).
           05  CNFT-RETIRED-COUNT          PIC 9(7).
           05  CNFT-INVOICE-COUNT          PIC 9(7).
           05  CNFT-INVOICE-PAID-AMOUNT    PIC 9(11)V99.
           05  CNFT-CREDIT-COUNT           PIC 9(7).
           05  CNFT-CREDIT-PAID-AMOUNT     PIC 9(11)V99.
           05  CNFT-DISCOUNT-COUNT         PIC 9(7).
           05  CNFT-DISCOUNT-AMOUNT        PIC 9(11)V99.

      *            only what is still owed. PAID-AMOUNT is the US
      *            dollar amount the item was released at;
      *            PAID-ITEM-TYPE "C" marks a netted credit memo.
      *            PAID-CONFIRM-DATE is the APCONF run date that
      *            retired the item, so REMITADV can tie a day's
      *            remittances back to that day's matched
      *            confirmations; rows written before the field
      *            existed read back blank.
      *            PAID-SETTLEMENT-TYPE says how APCONF matched the
      *            payment: "D" paid less the early-payment discount,
      *            "F" a foreign item paid at the payment date's
      *            exchange rate (the dollar difference went to the
      *            ledger as realized FX gain/loss), blank paid
      *            exactly as released.
      ******************************************************************
       01  PAID-RECORD.
           05  PAID-INVOICE-NUMBER         PIC X(10).
           05  PAID-ITEM-TYPE              PIC X(1).
               88  PAID-ITEM-CREDIT        VALUE "C".
           05  PAID-RELEASE-DATE           PIC X(8).
           05  PAID-CONFIRM-DATE           PIC X(8).
           05  PAID-SETTLEMENT-TYPE        PIC X(1).
               88  PAID-SETTLED-DISCOUNT   VALUE "D".
               88  PAID-SETTLED-FX         VALUE "F".
      * The fiscal period the item was released into, carried from
      * the extract so PERCLOSE can account for items paid since.
           05  PAID-POSTING-PERIOD         PIC X(6).

      ******************************************************************
      * Copybook:  RMTREC
      * Purpose:   REMITTANCE-FILE record layout - the remittance
      *            advices REMITADV hands to the bank or email
      *            delivery service, one advice per vendor payment.
      *            Each advice is an "A" row (vendor, name, payment
      *            reference, paid date, and the payment's totals)
      *            followed by one "D" row per item the payment
      *            covered: "I" items are invoices paid, "C" items are
      *            credit memos netted against the payment. The file
      *            ends with one "T" trailer carrying the advice
      *            count, the detail count, and a hash total of the
      *            net payment amounts, so the receiving service can
      *            prove it got the whole file. All amounts are US
      *            dollar magnitudes, always unsigned: the net
      *            payment is the invoice amounts paid less the
      *            credits netted, and the discount is the early-
      *            payment discount taken off the invoices.
      ******************************************************************
       01  REMITTANCE-RECORD.
           05  RMT-RECORD-TYPE             PIC X(1).
               88  RMT-TYPE-ADVICE         VALUE "A".
               88  RMT-TYPE-DETAIL         VALUE "D".
               88  RMT-TYPE-TRAILER        VALUE "T".
           05  RMT-VENDOR-CODE             PIC X(6).
           05  RMT-PAYMENT-REF             PIC X(12).
           05  RMT-ADVICE-DATA.
               10  RMT-VENDOR-NAME         PIC X(30).
               10  RMT-PAID-DATE           PIC X(8).
               10  RMT-ITEM-COUNT          PIC 9(5).
               10  RMT-INVOICE-AMOUNT      PIC 9(11)V99.
               10  RMT-DISCOUNT-AMOUNT     PIC 9(11)V99.
               10  RMT-CREDIT-AMOUNT       PIC 9(11)V99.
               10  RMT-NET-AMOUNT          PIC 9(11)V99.
           05  RMT-DETAIL-DATA REDEFINES RMT-ADVICE-DATA.
               10  RMT-INVOICE-NUMBER      PIC X(10).
               10  RMT-INVOICE-DATE        PIC X(8).
               10  RMT-ITEM-TYPE           PIC X(1).
                   88  RMT-ITEM-INVOICE    VALUE "I".
                   88  RMT-ITEM-CREDIT     VALUE "C".
               10  RMT-ITEM-AMOUNT         PIC 9(9)V99.
               10  RMT-ITEM-DISCOUNT       PIC 9(9)V99.
               10  RMT-ITEM-PAID-AMOUNT    PIC 9(9)V99.
               10  FILLER                  PIC X(43).
           05  RMT-TRAILER-DATA REDEFINES RMT-ADVICE-DATA.
               10  RMT-RUN-DATE            PIC X(8).
               10  RMT-ADVICE-COUNT        PIC 9(7).
               10  RMT-DETAIL-COUNT        PIC 9(7).
               10  RMT-NET-HASH            PIC 9(13)V99.
               10  FILLER                  PIC X(58).

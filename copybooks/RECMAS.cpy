      ******************************************************************
      * Copybook:  RECMAS
      * Purpose:   RECURRING-MASTER record layout - one row per
      *            recurring charge contract (rent, equipment
      *            leases, utility and service contracts), maintained
      *            only through RECMAINT and billed by RECURGEN. The
      *            amount is in the contract's own currency (spaces
      *            or "USD" is US dollars, the same rule as the
      *            invoice feed), and a PO number, when present, is
      *            matched by INVOICE like any keyed PO invoice. The
      *            frequency is monthly, quarterly, or annual;
      *            RCM-NEXT-DUE-DATE is the next charge still to be
      *            generated and is advanced by RECURGEN each time it
      *            bills one. RCM-BILLING-DAY is the day of the month
      *            the contract bills on, kept apart from the due
      *            date so a contract billed on the 31st comes back to
      *            the 31st after a short month. RCM-END-DATE is the
      *            last date a charge may fall on (spaces for an
      *            open-ended contract); RECURGEN ends the contract
      *            itself once the next charge would fall past it.
      *            Status "S" (suspended) stops billing until the
      *            contract is changed back to active; "E" (ended) is
      *            final. The generated invoice number is the contract
      *            ID followed by the due date's YYMM, so a charge can
      *            never be billed twice without INVOICE's duplicate
      *            check catching it.
      ******************************************************************
       01  RECURRING-RECORD.
           05  RCM-CONTRACT-ID             PIC X(6).
           05  RCM-VENDOR-CODE             PIC X(6).
           05  RCM-DESCRIPTION             PIC X(20).
           05  RCM-AMOUNT                  PIC 9(9)V99.
           05  RCM-CURRENCY-CODE           PIC X(3).
           05  RCM-PO-NUMBER               PIC X(8).
           05  RCM-FREQUENCY               PIC X(1).
               88  RCM-FREQ-MONTHLY        VALUE "M".
               88  RCM-FREQ-QUARTERLY      VALUE "Q".
               88  RCM-FREQ-ANNUAL         VALUE "A".
           05  RCM-NEXT-DUE-DATE           PIC X(8).
           05  RCM-END-DATE                PIC X(8).
           05  RCM-STATUS                  PIC X(1).
               88  RCM-STATUS-ACTIVE       VALUE "A".
               88  RCM-STATUS-SUSPENDED    VALUE "S".
               88  RCM-STATUS-ENDED        VALUE "E".
           05  RCM-BILLING-DAY             PIC 9(2).
           05  RCM-LAST-GENERATED-DATE     PIC X(8).

      ******************************************************************
      * Copybook:  PSNAPREC
      * Purpose:   AP-PERIOD-SNAPSHOT record layout - the open AP
      *            subledger as PERCLOSE found it when it proved a
      *            fiscal period for close. One row per open item:
      *            released items still on AP-EXTRACT with a posting
      *            period up to the one being closed ("E"), invoices
      *            still on PENDING-APPROVALS ("P"), and items still
      *            in the exception pool ("X") - the last two being
      *            what GLEXTR's month-end accrual carries. PSN-AMOUNT
      *            is in US dollars except for exception-pool items,
      *            which are as keyed (the same figure GLEXTR
      *            accrues). PSN-ITEM-PERIOD is the item's own posting
      *            period, blank where the item carries none.
      ******************************************************************
       01  PERIOD-SNAPSHOT-RECORD.
           05  PSN-PERIOD                  PIC X(6).
           05  PSN-SNAPSHOT-DATE           PIC X(8).
           05  PSN-SOURCE                  PIC X(1).
               88  PSN-FROM-EXTRACT        VALUE "E".
               88  PSN-FROM-PENDING        VALUE "P".
               88  PSN-FROM-EXCEPTION      VALUE "X".
           05  PSN-VENDOR-CODE             PIC X(6).
           05  PSN-INVOICE-NUMBER          PIC X(10).
           05  PSN-INVOICE-DATE            PIC X(8).
           05  PSN-ITEM-PERIOD             PIC X(6).
           05  PSN-ITEM-TYPE               PIC X(1).
               88  PSN-ITEM-CREDIT         VALUE "C".
           05  PSN-AMOUNT                  PIC 9(9)V99.
           05  PSN-CURRENCY-CODE           PIC X(3).

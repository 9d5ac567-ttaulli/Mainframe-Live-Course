      ******************************************************************
      * Copybook:  HOLDREC
      * Purpose:   AP-HOLDS record layout - one row per payment hold
      *            currently in force, maintained only by APHOLD.
      *            HLD-HOLD-TYPE "I" holds a single released item on
      *            AP-EXTRACT (vendor code / invoice number); "V"
      *            holds every extract item for the vendor, present
      *            and future, and carries a blank invoice number.
      *            The reason code says why (price dispute, damage
      *            reported after receipt, legal hold), the clerk ID
      *            who placed it, and the review date when the hold
      *            is due to be looked at again. A RELEASE removes
      *            the row - the history of every hold and release
      *            lives on AUDIT-TRAIL, so this file is only ever
      *            the list of holds APSCHED and APCONF must honor.
      ******************************************************************
       01  HOLD-RECORD.
           05  HLD-HOLD-TYPE               PIC X(1).
               88  HLD-TYPE-ITEM           VALUE "I".
               88  HLD-TYPE-VENDOR         VALUE "V".
           05  HLD-VENDOR-CODE             PIC X(6).
           05  HLD-INVOICE-NUMBER          PIC X(10).
           05  HLD-REASON-CODE             PIC X(6).
           05  HLD-CLERK-ID                PIC X(8).
           05  HLD-HOLD-DATE               PIC X(8).
           05  HLD-REVIEW-DATE             PIC X(8).

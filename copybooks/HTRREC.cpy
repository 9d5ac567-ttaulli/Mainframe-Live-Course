      ******************************************************************
      * Copybook:  HTRREC
      * Purpose:   HOLD-MAINT-TRANS record layout - one clerk-keyed
      *            HOLD or RELEASE action against AP-HOLDS, applied
      *            by APHOLD. HTR-HOLD-TYPE "I" names a single
      *            extract item (vendor code and invoice number both
      *            required); "V" names the whole vendor (invoice
      *            number left blank). A HOLD needs a recognized
      *            reason code and a review date; a RELEASE needs
      *            only the key of the hold it lifts and the clerk
      *            lifting it.
      ******************************************************************
       01  HOLD-TRANS-RECORD.
           05  HTR-ACTION                  PIC X(10).
               88  HTR-ACTION-HOLD         VALUE "HOLD".
               88  HTR-ACTION-RELEASE      VALUE "RELEASE".
           05  HTR-HOLD-TYPE               PIC X(1).
               88  HTR-TYPE-ITEM           VALUE "I".
               88  HTR-TYPE-VENDOR         VALUE "V".
           05  HTR-VENDOR-CODE             PIC X(6).
           05  HTR-INVOICE-NUMBER          PIC X(10).
           05  HTR-REASON-CODE             PIC X(6).
               88  HTR-REASON-VALID        VALUE "PRICE" "DAMAGE"
                                                 "LEGAL" "QTY"
                                                 "QUALTY" "OTHER".
           05  HTR-CLERK-ID                PIC X(8).
           05  HTR-REVIEW-DATE             PIC X(8).
           05  HTR-TRAN-DATE               PIC X(8).

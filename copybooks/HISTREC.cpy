      ******************************************************************
      * Copybook:  HISTREC
      * Purpose:   INVOICE-HISTORY-FILE record layout - every invoice
      *            that has already been processed, indexed by vendor
      *            code and invoice number (HIST-KEY), used to catch
      *            duplicates.
      ******************************************************************
       01  HISTORY-RECORD.
           05  HIST-KEY.

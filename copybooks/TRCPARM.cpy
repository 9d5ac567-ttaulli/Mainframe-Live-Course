      ******************************************************************
      * Copybook:  TRCPARM
      * Purpose:   TRACE-PARMS record layout - what one INVTRACE
      *            inquiry traces. One row per request:
      *              "K"  one invoice - vendor code and invoice
      *                   number.
      *              "V"  every invoice a vendor had received in a
      *                   date range - the date INVOICE first took
      *                   it in (its routing row on AUDIT-TRAIL, or
      *                   its INVOICE-HISTORY processed date),
      *                   inclusive on both ends; a blank "from" or
      *                   "to" leaves that end open.
      *              "A"  a HISTORY-ARCHIVE cut to search as well,
      *                   by its date (HISTORY-ARCHIVE.YYYYMMDD).
      *            Any mix of rows may be given; the same invoice
      *            asked for twice is traced once.
      ******************************************************************
       01  TRACE-PARM-RECORD.
           05  TRP-TYPE                    PIC X(1).
               88  TRP-TRACE-KEY           VALUE "K".
               88  TRP-TRACE-VENDOR        VALUE "V".
               88  TRP-SEARCH-ARCHIVE      VALUE "A".
           05  TRP-SELECTION.
               10  TRP-VENDOR-CODE         PIC X(6).
               10  TRP-INVOICE-NUMBER      PIC X(10).
               10  TRP-DATE-FROM           PIC X(8).
               10  TRP-DATE-TO             PIC X(8).
           05  TRP-ARCHIVE-SELECTION REDEFINES TRP-SELECTION.
               10  TRP-ARCHIVE-DATE        PIC X(8).
               10  FILLER                  PIC X(24).

      ******************************************************************
      * Copybook:  RMTPARM
      * Purpose:   REMIT-PARMS record layout - the selection one
      *            REMITADV run advises. The paid-date range selects
      *            AP-PAID-HISTORY rows on PAID-PAID-DATE, inclusive
      *            on both ends; a blank "to" date means the single
      *            "from" date. The confirm date names the APCONF run
      *            whose matched confirmations the control total is
      *            tied back to; blank means the run date.
      ******************************************************************
       01  REMIT-PARM-RECORD.
           05  RMP-PAID-DATE-FROM          PIC X(8).
           05  RMP-PAID-DATE-TO            PIC X(8).
           05  RMP-CONFIRM-DATE            PIC X(8).

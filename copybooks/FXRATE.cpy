      *            foreign currency; only rows dated for the run date
      *            are loaded, so a stale rate can never convert an
      *            invoice. USD needs no row - it converts at one.
      *            APCONF searches the whole rate history for the
      *            rate on a payment's paid date, and FXREVAL uses
      *            the month-end date's rows to revalue what is
      *            still open.
      ******************************************************************
       01  EXCHANGE-RATE-RECORD.
           05  FX-CURRENCY-CODE            PIC X(3).

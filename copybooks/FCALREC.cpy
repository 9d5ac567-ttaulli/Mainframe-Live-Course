      ******************************************************************
      * Copybook:  FCALREC
      * Purpose:   FISCAL-CALENDAR record layout - one row per fiscal
      *            period (FCAL-PERIOD as YYYYPP), with the first and
      *            last calendar dates it covers and whether it is
      *            still open for posting. Maintained by the
      *            controller like THRESHOLD-FILE; PERCLOSE is the
      *            only job that changes a row, setting the status to
      *            "C" and stamping FCAL-CLOSED-DATE when the period's
      *            subledger proves against its journal activity.
      *            The current open period is the earliest period
      *            still open. INVOICE, APDECIDE, and EXCPDISP give
      *            every item the period its invoice date falls in -
      *            rolled forward to the current open period when that
      *            period is closed - and send a date the calendar
      *            does not cover to the clerks; GLEXTR stamps the
      *            period on every journal line.
      ******************************************************************
       01  FISCAL-CALENDAR-RECORD.
           05  FCAL-PERIOD                 PIC X(6).
           05  FCAL-START-DATE             PIC X(8).
           05  FCAL-END-DATE               PIC X(8).
           05  FCAL-STATUS                 PIC X(1).
               88  FCAL-PERIOD-OPEN        VALUE "O".
               88  FCAL-PERIOD-CLOSED      VALUE "C".
           05  FCAL-CLOSED-DATE            PIC X(8).

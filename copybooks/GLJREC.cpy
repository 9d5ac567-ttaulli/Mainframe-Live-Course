      *            credits accrued AP, with GLJ-REVERSAL-DATE set
      *            to the first of the next month so the ledger
      *            auto-reverses it - spaces on ordinary lines.
      *            An item keyed with cost distribution lines gets
      *            one expense line per distribution line, carrying
      *            the line's GL account and GLJ-COST-CENTER, against
      *            a single AP control (or accrued AP) line for the
      *            whole item; the cost center is spaces on every
      *            category-coded line. The same layout carries the
      *            FX entries that wait on FX-JOURNAL for GLEXTR:
      *            GLJ-SOURCE "FXREAL" for a realized gain or loss
      *            APCONF booked when a foreign item was paid at a
      *            new rate, "FXREVAL" for FXREVAL's month-end
      *            unrealized revaluation (reversing, like an
      *            accrual).
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GLJ-JOURNAL-DATE            PIC X(8).
           05  GLJ-VENDOR-CODE             PIC X(6).
           05  GLJ-REFERENCE               PIC X(10).
           05  GLJ-REVERSAL-DATE           PIC X(8).
           05  GLJ-COST-CENTER             PIC X(6).
      * Fiscal period (YYYYPP) the line posts to - stamped by GLEXTR
      * on every line it writes to GL-JOURNAL.
           05  GLJ-POSTING-PERIOD          PIC X(6).

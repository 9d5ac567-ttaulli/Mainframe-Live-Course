      ******************************************************************
      * Copybook:  POACTREC
      * Purpose:   PO-ACTIVITY file record layout - one row per PO
      *            balance movement since INVOICE last ran clean.
      *            INVOICE appends a draw ("D") as each matched PO
      *            invoice is routed, and APDECIDE appends a credit
      *            ("C") when an approver rejects a PO invoice that
      *            had drawn the balance down. A draw is already on
      *            PO-MASTER when its row is written (INVOICE rewrites
      *            the PO in place); the credits are folded into
      *            PO-MASTER when INVOICE next starts, and INVOICE
      *            clears the journal at the end of a clean run.
      ******************************************************************
       01  PO-ACTIVITY-RECORD.
           05  POA-PO-NUMBER               PIC X(8).

      *            as of the last record processed, so a restarted run
      *            resumes the day's totals instead of restarting them
      *            at zero for just the post-restart tail of the batch.
      *            CKPT-PO-ACTIVITY-APPLIED counts the PO-ACTIVITY rows
      *            whose credits INVOICE has already folded into
      *            PO-MASTER at start-up, so a restart does not fold
      *            them a second time.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-VENDOR-CODE       PIC X(6).
           05  CKPT-CREDIT-AMOUNT          PIC 9(9)V99.
           05  CKPT-CREDIT-EXC-COUNT       PIC 9(7).
           05  CKPT-CREDIT-EXC-AMOUNT      PIC 9(9)V99.
           05  CKPT-DIST-EXC-COUNT         PIC 9(7).
           05  CKPT-DIST-EXC-AMOUNT        PIC 9(9)V99.
           05  CKPT-PERIOD-EXC-COUNT       PIC 9(7).
           05  CKPT-PERIOD-EXC-AMOUNT      PIC 9(9)V99.
           05  CKPT-PO-ACTIVITY-APPLIED    PIC 9(7).

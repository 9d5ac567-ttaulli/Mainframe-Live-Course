      *            "APCTRL" is the AP control account credited on
      *            releases, and "ACCRUE" the accrued-AP account
      *            credited by the month-end accrual entries (it
      *            falls back to APCTRL when absent). Two more
      *            reserved keys carry foreign-exchange results:
      *            "FXUNRL" is the unrealized FX gain/loss account
      *            FXREVAL posts the month-end revaluation to, and
      *            "FXREAL" the realized FX gain/loss account APCONF
      *            posts a rate difference on payment to. Maintained by
      *            accounting like THRESHOLD-FILE - no code change
      *            to re-map a category.
      ******************************************************************

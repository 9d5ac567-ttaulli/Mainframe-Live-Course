      ******************************************************************
      * Copybook:  RTRREC
      * Purpose:   RECUR-MAINT-TRANS record layout - one clerk-keyed
      *            maintenance action against RECURRING-MASTER,
      *            applied by RECMAINT. ADD sets up a contract
      *            (vendor, amount, frequency, and first due date
      *            required; blank status defaults to active). CHANGE
      *            follows the vendor maintenance rule - blank fields
      *            mean "leave as is" - and a supplied status may only
      *            be "A" or "S", so a suspended contract is resumed
      *            with a CHANGE. SUSPEND stops billing without ending
      *            the contract; END ends it for good. The -X view
      *            gives validation byte-for-byte access so a
      *            non-numeric keyed amount is rejected instead of
      *            read as garbage.
      ******************************************************************
       01  RECUR-TRANS-RECORD.
           05  RTR-ACTION                  PIC X(10).
               88  RTR-ACTION-ADD          VALUE "ADD".
               88  RTR-ACTION-CHANGE       VALUE "CHANGE".
               88  RTR-ACTION-SUSPEND      VALUE "SUSPEND".
               88  RTR-ACTION-END          VALUE "END".
           05  RTR-CONTRACT-ID             PIC X(6).
           05  RTR-VENDOR-CODE             PIC X(6).
           05  RTR-DESCRIPTION             PIC X(20).
           05  RTR-AMOUNT                  PIC 9(9)V99.
           05  RTR-AMOUNT-X REDEFINES RTR-AMOUNT
                                           PIC X(11).
           05  RTR-CURRENCY-CODE           PIC X(3).
           05  RTR-PO-NUMBER               PIC X(8).
           05  RTR-FREQUENCY               PIC X(1).
           05  RTR-NEXT-DUE-DATE           PIC X(8).
           05  RTR-END-DATE                PIC X(8).
           05  RTR-STATUS                  PIC X(1).
           05  RTR-USER-ID                 PIC X(8).
           05  RTR-TRAN-DATE               PIC X(8).

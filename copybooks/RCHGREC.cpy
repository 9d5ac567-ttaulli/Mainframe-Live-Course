      ******************************************************************
      * Copybook:  RCHGREC
      * Purpose:   RECUR-CHANGE-AUDIT record layout - one row per
      *            accepted recurring contract maintenance action
      *            (including the automatic end RECURGEN applies when
      *            a contract bills past its end date), appended
      *            across runs. The old and new images are the full
      *            RECURRING-MASTER record before and after the
      *            change (the old image is spaces for an ADD) - the
      *            same trail the vendor and PO change audits keep.
      ******************************************************************
       01  RECUR-CHANGE-RECORD.
           05  RCH-CONTRACT-ID             PIC X(6).
           05  RCH-ACTION                  PIC X(10).
           05  RCH-OLD-IMAGE               PIC X(82).
           05  RCH-NEW-IMAGE               PIC X(82).
           05  RCH-USER-ID                 PIC X(8).
           05  RCH-TIMESTAMP               PIC X(21).

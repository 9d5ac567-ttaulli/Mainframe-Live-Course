      ******************************************************************
      * Copybook:  CYCOVR
      * Purpose:   CYCLE-OVERRIDE record layout - an approved rerun
      *            of COV-JOB-NAME past a predecessor that did not end
      *            NORMAL (missing, unfinished, OUTOFBAL, or itself
      *            refused). It is good only for the named
      *            predecessor and only on COV-CYCLE-DATE, the date
      *            the held job is rerun; a row with no approver is
      *            ignored. COV-REFERENCE is the change or incident
      *            ticket. Each override a job relies on is logged to
      *            RUN-LOG with severity "OVERRIDE" and listed by
      *            OPSRPT. Operations clear the file once the cycle
      *            it was raised for has been summarized.
      ******************************************************************
       01  CYCLE-OVERRIDE-RECORD.
           05  COV-JOB-NAME                PIC X(8).
           05  COV-PREDECESSOR             PIC X(8).
           05  COV-CYCLE-DATE              PIC X(8).
           05  COV-APPROVED-BY             PIC X(8).
           05  COV-REFERENCE               PIC X(10).
           05  COV-REASON                  PIC X(40).

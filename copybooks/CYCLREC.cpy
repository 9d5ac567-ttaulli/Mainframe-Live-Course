      ******************************************************************
      * Copybook:  CYCLREC
      * Purpose:   CYCLE-CONTROL record layout - the nightly cycle's
      *            sequencing rules, one row per job and predecessor:
      *            CYC-JOB-NAME will not run until CYC-PREDECESSOR
      *            has written a NORMAL end row to tonight's RUN-LOG.
      *            A job with several predecessors has several rows;
      *            a job with none has no rows and is never held.
      *            Maintained by operations like THRESHOLD-FILE. The
      *            standard cycle is:
      *                APDECIDE  INVOICE
      *                APRECON   APDECIDE
      *                EXCPDISP  APRECON
      *                GLEXTR    APRECON
      *            The latest run of a predecessor is the one that
      *            counts, so a resubmitted run that ends NORMAL
      *            clears an earlier failure. An approved rerun past
      *            a failed predecessor goes on CYCLE-OVERRIDE
      *            (CYCOVR), never into this table.
      ******************************************************************
       01  CYCLE-CONTROL-RECORD.
           05  CYC-JOB-NAME                PIC X(8).
           05  CYC-PREDECESSOR             PIC X(8).

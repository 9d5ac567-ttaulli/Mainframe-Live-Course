      *            activity row, a full table) or "NOTE"
      *            (informational); on an "E" row it carries the
      *            disposition ("NORMAL", or "OUTOFBAL" from the
      *            balancing jobs, or "REFUSED" from a job the
      *            CYCLE-CONTROL sequencing check held - a refused
      *            job touched no file). A "W" row with severity
      *            "OVERRIDE" records a CYCLE-OVERRIDE the job ran
      *            under. OPSRPT prints the cycle summary and
      *            archives the log to a dated file so each night
      *            starts clean.
      ******************************************************************
       01  RUN-LOG-RECORD.
           05  RLG-JOB-NAME                PIC X(8).
           05  RLG-SEVERITY                PIC X(8).
               88  RLG-SEV-ACTION          VALUE "ACTION".
               88  RLG-SEV-NOTE            VALUE "NOTE".
               88  RLG-SEV-OVERRIDE        VALUE "OVERRIDE".
               88  RLG-DISP-NORMAL         VALUE "NORMAL".
               88  RLG-DISP-OUTOFBAL       VALUE "OUTOFBAL".
               88  RLG-DISP-REFUSED        VALUE "REFUSED".
           05  RLG-MESSAGE                 PIC X(70).

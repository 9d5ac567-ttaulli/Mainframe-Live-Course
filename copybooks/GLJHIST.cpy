      ******************************************************************
      * Copybook:  GLJHIST
      * Purpose:   GL-JOURNAL-HISTORY record layout. GL-JOURNAL is
      *            rebuilt every GLEXTR run, so each in-balance run
      *            also keeps its lines here, stamped with the date
      *            of the load they went out in. GLH-JOURNAL-LINE is
      *            the GL-JOURNAL record exactly as loaded (GLJREC
      *            layout, posting period included); PERCLOSE proves
      *            a period's subledger against these lines.
      ******************************************************************
       01  GL-HISTORY-RECORD.
           05  GLH-LOAD-DATE               PIC X(8).
           05  GLH-JOURNAL-LINE            PIC X(72).

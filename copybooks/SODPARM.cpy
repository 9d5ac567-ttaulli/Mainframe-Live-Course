      ******************************************************************
      * Copybook:  SODPARM
      * Purpose:   SOD-PARMS record layout - the review period one
      *            SODCHECK run reports. A conflict is reported when
      *            its second action falls inside the date range,
      *            inclusive on both ends; a blank "to" date means the
      *            single "from" date. The first action of a pair may
      *            come before the range - a vendor set up last month
      *            and paid this month is still a conflict - back as
      *            far as the look-back date; blank means the "from"
      *            date, so only pairs wholly inside the range count.
      ******************************************************************
       01  SOD-PARM-RECORD.
           05  SDP-DATE-FROM               PIC X(8).
           05  SDP-DATE-TO                 PIC X(8).
           05  SDP-LOOKBACK-FROM           PIC X(8).

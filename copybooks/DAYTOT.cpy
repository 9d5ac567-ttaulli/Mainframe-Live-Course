           05  DAYT-CREDIT-AMOUNT          PIC 9(9)V99.
           05  DAYT-CREDIT-EXC-COUNT       PIC 9(7).
           05  DAYT-CREDIT-EXC-AMOUNT      PIC 9(9)V99.
           05  DAYT-DIST-EXC-COUNT         PIC 9(7).
           05  DAYT-DIST-EXC-AMOUNT        PIC 9(9)V99.
           05  DAYT-PERIOD-EXC-COUNT       PIC 9(7).
           05  DAYT-PERIOD-EXC-AMOUNT      PIC 9(9)V99.

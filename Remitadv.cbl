      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New vendor remittance advice job. APCONF records every
      *     paid item on AP-PAID-HISTORY with its payment reference,
      *     but a vendor only sees one lump-sum deposit and has to
      *     phone in to learn which invoices it covered. This
      *     program takes a paid-date range from REMIT-PARMS,
      *     groups the AP-PAID-HISTORY rows paid in that range by
      *     vendor and PAID-PAYMENT-REF, and produces one remittance
      *     advice per payment: the invoices paid, the early-payment
      *     discount taken on each (released amount less amount
      *     paid), the credit memos netted against the payment, and
      *     the net payment, under the vendor's name from
      *     VENDOR-MASTER. The advices are printed on
      *     REMIT-ADVICE-RPT and written in fixed layout to
      *     REMITTANCE-FILE for the bank or email service to
      *     deliver. A payment whose credits exceed its invoices
      *     moved no money to the vendor - it is printed and logged
      *     for action but not sent. The control section ties the
      *     items APCONF retired on the confirm date, as recorded on
      *     PAYMENT-CONFIRM-TOTALS, to the same day's rows on
      *     AP-PAID-HISTORY and to what this run advised, with the
      *     verdict carried on the run-log end row (NORMAL or
      *     OUTOFBAL) the way APRECON reports the day's balance.
      *   - Discount is taken only from rows APCONF marked as
      *     settled less the discount. A foreign item paid short
      *     because the exchange rate moved is settled at the new
      *     rate and carries no discount on the advice.
      *   - VENDOR-MASTER is now an indexed file; the advice name
      *     is fetched by a keyed read instead of a search of a
      *     1000-vendor table, so a vendor past the old limit no
      *     longer gets an advice without its name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMITADV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-PARM-FILE
               ASSIGN TO "REMIT-PARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PAID-HISTORY-FILE
               ASSIGN TO "AP-PAID-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-FILE-STATUS.

      * The vendor name goes on every advice.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

      * What APCONF retired on the confirm date, written by APCONF
      * at the end of its run - the other side of the control tie.
           SELECT CONFIRM-TOTALS-FILE
               ASSIGN TO "PAYMENT-CONFIRM-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNFTOT-FILE-STATUS.

           SELECT REMIT-REPORT-FILE
               ASSIGN TO "REMIT-ADVICE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * Picked up by the bank or email delivery service.
           SELECT REMITTANCE-FILE
               ASSIGN TO "REMITTANCE-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-PARM-FILE.
           COPY RMTPARM.

       FD  PAID-HISTORY-FILE.
           COPY PAIDREC.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAS.

       FD  CONFIRM-TOTALS-FILE.
           COPY CNFTOT.

       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-LINE               PIC X(110).

       FD  REMITTANCE-FILE.
           COPY RMTREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS             PIC XX.
       01  WS-PAID-FILE-STATUS             PIC XX.
       01  WS-VENDOR-FILE-STATUS           PIC XX.
       01  WS-CNFTOT-FILE-STATUS           PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-REMIT-FILE-STATUS            PIC XX.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.

       01  WS-PAID-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-PAID-EOF                 VALUE "Y".
       01  WS-VENDOR-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-VENDOR-FOUND             VALUE "Y".
       01  WS-CNFTOT-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-CNFTOT-FOUND             VALUE "Y".
       01  WS-ADVICE-END-SW                PIC X(1) VALUE "N".
           88  WS-ADVICE-END               VALUE "Y".
       01  WS-ADVICE-REMITTED-SW           PIC X(1) VALUE "N".
           88  WS-ADVICE-REMITTED          VALUE "Y".
       01  WS-BALANCED-SW                  PIC X(1) VALUE "Y".
           88  WS-IN-BALANCE               VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-PAID-DATE-FROM               PIC X(8)  VALUE SPACES.
       01  WS-PAID-DATE-TO                 PIC X(8)  VALUE SPACES.
       01  WS-CONFIRM-DATE                 PIC X(8)  VALUE SPACES.

       01  WS-ADVICE-VENDOR-NAME           PIC X(30) VALUE SPACES.

      * The paid items selected for advice, sorted once by vendor,
      * payment reference, item type, and invoice so each payment's
      * items sit together - invoices ahead of credits (the item
      * type is blank for an invoice, "C" for a credit) - and the
      * advices come out in a single pass. Same sorted-table
      * discipline as the history lookup in VENDSTMT.
       01  WS-ITEM-TABLE-AREA.
           05  WS-ITEM-TABLE OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-ITM-KEY
                   INDEXED BY WS-ITM-IDX.
               10  WS-ITM-KEY.
                   15  WS-ITM-VENDOR-CODE  PIC X(6).
                   15  WS-ITM-PAYMENT-REF  PIC X(12).
                   15  WS-ITM-ITEM-TYPE    PIC X(1).
                       88  WS-ITM-CREDIT   VALUE "C".
                   15  WS-ITM-INVOICE-NUMBER
                                           PIC X(10).
               10  WS-ITM-INVOICE-DATE     PIC X(8).
               10  WS-ITM-PAID-DATE        PIC X(8).
               10  WS-ITM-AMOUNT           PIC 9(9)V99.
               10  WS-ITM-PAID-AMOUNT      PIC 9(9)V99.
               10  WS-ITM-DISCOUNT         PIC 9(9)V99.
               10  WS-ITM-CONFIRM-DATE     PIC X(8).
       01  WS-ITEM-COUNT                   PIC 9(5) VALUE 0.
       01  WS-ITM-SUB                      PIC 9(5) VALUE 0.
       01  WS-GROUP-START                  PIC 9(5) VALUE 0.
       01  WS-GROUP-END                    PIC 9(5) VALUE 0.
       01  WS-NEXT-SUB                     PIC 9(5) VALUE 0.
       01  WS-ROW-DISCOUNT                 PIC 9(9)V99 VALUE 0.

       01  WS-BREAK-VENDOR                 PIC X(6)  VALUE SPACES.
       01  WS-BREAK-PAYMENT-REF            PIC X(12) VALUE SPACES.

      * One payment's figures, built before its advice is written so
      * the advice row can lead its item rows on the remittance file.
       01  WS-ADVICE-COUNTERS.
           05  WS-ADV-ITEM-COUNT           PIC 9(5) VALUE 0.
           05  WS-ADV-INVOICE-COUNT        PIC 9(5) VALUE 0.
           05  WS-ADV-INVOICE-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-ADV-PAID-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-ADV-DISCOUNT-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-ADV-CREDIT-COUNT         PIC 9(5) VALUE 0.
           05  WS-ADV-CREDIT-AMOUNT        PIC 9(11)V99 VALUE 0.
           05  WS-ADV-NET-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-ADVICE-PAID-DATE             PIC X(8)  VALUE SPACES.

       01  WS-PAID-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-ADVICE-COUNT                 PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT                 PIC 9(7) VALUE 0.
       01  WS-NET-HASH                     PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-BALANCE-COUNT         PIC 9(7) VALUE 0.
       01  WS-NO-NAME-COUNT                PIC 9(7) VALUE 0.

      * The control tie, three ways for the confirm date: what
      * APCONF says it retired, what AP-PAID-HISTORY holds as
      * retired that day, and how much of that this run advised.
       01  WS-HISTORY-DAY-COUNTERS.
           05  WS-HST-INVOICE-COUNT        PIC 9(7) VALUE 0.
           05  WS-HST-INVOICE-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-HST-CREDIT-COUNT         PIC 9(7) VALUE 0.
           05  WS-HST-CREDIT-AMOUNT        PIC 9(11)V99 VALUE 0.
           05  WS-HST-DISCOUNT-COUNT       PIC 9(7) VALUE 0.
           05  WS-HST-DISCOUNT-AMOUNT      PIC 9(11)V99 VALUE 0.
       01  WS-ADVISED-DAY-COUNTERS.
           05  WS-ADD-INVOICE-COUNT        PIC 9(7) VALUE 0.
           05  WS-ADD-INVOICE-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-ADD-CREDIT-COUNT         PIC 9(7) VALUE 0.
           05  WS-ADD-CREDIT-AMOUNT        PIC 9(11)V99 VALUE 0.
           05  WS-ADD-DISCOUNT-COUNT       PIC 9(7) VALUE 0.
           05  WS-ADD-DISCOUNT-AMOUNT      PIC 9(11)V99 VALUE 0.

       01  WS-TIE-LEFT-COUNT               PIC 9(7) VALUE 0.
       01  WS-TIE-RIGHT-COUNT              PIC 9(7) VALUE 0.
       01  WS-TIE-LEFT-AMOUNT              PIC 9(11)V99 VALUE 0.
       01  WS-TIE-RIGHT-AMOUNT             PIC 9(11)V99 VALUE 0.
       01  WS-TIE-LABEL                    PIC X(34) VALUE SPACES.

       01  WS-ITEM-TYPE-TEXT               PIC X(7)  VALUE SPACES.
       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2              PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY               PIC $$$$,$$$,$$9.99.
       01  WS-AMOUNT-DISPLAY-2             PIC $$$$,$$$,$$9.99.
       01  WS-AMOUNT-DISPLAY-3             PIC $$$$,$$$,$$9.99.
       01  WS-TOTAL-DISPLAY                PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           MOVE 1 TO WS-ITM-SUB
           PERFORM 2000-PRODUCE-ADVICE
               UNTIL WS-ITM-SUB > WS-ITEM-COUNT
           PERFORM 3000-TIE-CONFIRM-TOTALS
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 9000-OPEN-RUN-LOG
           PERFORM 1100-READ-PARMS
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN VENDOR-MASTER - STATUS "
                   WS-VENDOR-FILE-STATUS
               DISPLAY "NO ADVICE CAN GO OUT WITHOUT THE VENDOR "
                   "NAME - REFUSING TO RUN"
               STOP RUN
           END-IF
           OPEN INPUT PAID-HISTORY-FILE
           IF WS-PAID-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN AP-PAID-HISTORY - "
                   "STATUS " WS-PAID-FILE-STATUS
               DISPLAY "THERE ARE NO PAYMENTS TO ADVISE"
               STOP RUN
           END-IF
           PERFORM 1300-LOAD-PAID-ITEMS
           CLOSE PAID-HISTORY-FILE
           PERFORM 1380-SORT-ITEM-TABLE
           PERFORM 1400-READ-CONFIRM-TOTALS
           OPEN OUTPUT REMIT-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN REMIT-ADVICE-RPT - "
                   "STATUS " WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REMITTANCE-FILE
           IF WS-REMIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN REMITTANCE-FILE - STATUS "
                   WS-REMIT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "VENDOR REMITTANCE ADVICES" TO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "RUN DATE " WS-RUN-DATE
               "   PAID " WS-PAID-DATE-FROM " - " WS-PAID-DATE-TO
               "   CONFIRMED " WS-CONFIRM-DATE
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE.

      * Unlike an inquiry, a run with no range would advise every
      * payment ever made - and send them all to the vendors - so
      * a missing or blank range stops the job instead of
      * defaulting to the whole history.
       1100-READ-PARMS.
           OPEN INPUT REMIT-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ REMIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RMP-PAID-DATE-FROM TO WS-PAID-DATE-FROM
                       MOVE RMP-PAID-DATE-TO TO WS-PAID-DATE-TO
                       MOVE RMP-CONFIRM-DATE TO WS-CONFIRM-DATE
               END-READ
               CLOSE REMIT-PARM-FILE
           END-IF
           IF WS-PAID-DATE-FROM = SPACES
               DISPLAY "FATAL: NO PAID-DATE RANGE IN REMIT-PARMS - "
                   "STATUS " WS-PARM-FILE-STATUS
               DISPLAY "REFUSING TO ADVISE THE WHOLE PAID HISTORY"
               STOP RUN
           END-IF
           IF WS-PAID-DATE-TO = SPACES
               MOVE WS-PAID-DATE-FROM TO WS-PAID-DATE-TO
           END-IF
           IF WS-PAID-DATE-TO < WS-PAID-DATE-FROM
               DISPLAY "FATAL: REMIT-PARMS PAID-DATE RANGE "
                   WS-PAID-DATE-FROM " - " WS-PAID-DATE-TO
                   " ENDS BEFORE IT STARTS"
               STOP RUN
           END-IF
           IF WS-CONFIRM-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-CONFIRM-DATE
           END-IF.

      * Every row retired on the confirm date counts toward the
      * history side of the tie, whatever its paid date; only rows
      * paid inside the range are advised.
       1300-LOAD-PAID-ITEMS.
           PERFORM UNTIL WS-PAID-EOF
               READ PAID-HISTORY-FILE
                   AT END
                       SET WS-PAID-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PAID-READ-COUNT
                       PERFORM 1310-FIGURE-ROW-DISCOUNT
                       IF PAID-CONFIRM-DATE = WS-CONFIRM-DATE
                           PERFORM 1320-COUNT-HISTORY-DAY
                       END-IF
                       IF PAID-PAID-DATE >= WS-PAID-DATE-FROM
                               AND PAID-PAID-DATE <= WS-PAID-DATE-TO
                           PERFORM 1330-ADD-ITEM-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM.

      * APCONF marks an invoice it retired as paid less its
      * early-payment discount, so the shortfall on that row is the
      * discount taken. A foreign item paid short because the rate
      * moved is exchange, not discount. Credits take none.
       1310-FIGURE-ROW-DISCOUNT.
           MOVE 0 TO WS-ROW-DISCOUNT
           IF PAID-SETTLED-DISCOUNT
                   AND NOT PAID-ITEM-CREDIT
                   AND PAID-PAID-AMOUNT < PAID-AMOUNT
               COMPUTE WS-ROW-DISCOUNT =
                   PAID-AMOUNT - PAID-PAID-AMOUNT
           END-IF.

       1320-COUNT-HISTORY-DAY.
           IF PAID-ITEM-CREDIT
               ADD 1 TO WS-HST-CREDIT-COUNT
               ADD PAID-PAID-AMOUNT TO WS-HST-CREDIT-AMOUNT
           ELSE
               ADD 1 TO WS-HST-INVOICE-COUNT
               ADD PAID-PAID-AMOUNT TO WS-HST-INVOICE-AMOUNT
               IF WS-ROW-DISCOUNT > 0
                   ADD 1 TO WS-HST-DISCOUNT-COUNT
                   ADD WS-ROW-DISCOUNT TO WS-HST-DISCOUNT-AMOUNT
               END-IF
           END-IF.

      * A payment advised with items missing would misstate what
      * the vendor was paid, so overflow stops the run.
       1330-ADD-ITEM-TO-TABLE.
           IF WS-ITEM-COUNT < 20000
               ADD 1 TO WS-ITEM-COUNT
               MOVE PAID-VENDOR-CODE
                   TO WS-ITM-VENDOR-CODE(WS-ITEM-COUNT)
               MOVE PAID-PAYMENT-REF
                   TO WS-ITM-PAYMENT-REF(WS-ITEM-COUNT)
               IF PAID-ITEM-CREDIT
                   MOVE "C" TO WS-ITM-ITEM-TYPE(WS-ITEM-COUNT)
               ELSE
                   MOVE SPACE TO WS-ITM-ITEM-TYPE(WS-ITEM-COUNT)
               END-IF
               MOVE PAID-INVOICE-NUMBER
                   TO WS-ITM-INVOICE-NUMBER(WS-ITEM-COUNT)
               MOVE PAID-INVOICE-DATE
                   TO WS-ITM-INVOICE-DATE(WS-ITEM-COUNT)
               MOVE PAID-PAID-DATE TO WS-ITM-PAID-DATE(WS-ITEM-COUNT)
               MOVE PAID-AMOUNT TO WS-ITM-AMOUNT(WS-ITEM-COUNT)
               MOVE PAID-PAID-AMOUNT
                   TO WS-ITM-PAID-AMOUNT(WS-ITEM-COUNT)
               MOVE WS-ROW-DISCOUNT TO WS-ITM-DISCOUNT(WS-ITEM-COUNT)
               MOVE PAID-CONFIRM-DATE
                   TO WS-ITM-CONFIRM-DATE(WS-ITEM-COUNT)
           ELSE
               DISPLAY "FATAL: PAID ITEM TABLE FULL AT 20000 ROWS - "
                   "ADVICES WOULD BE MISSING ITEMS"
               DISPLAY "NARROW THE PAID-DATE RANGE IN REMIT-PARMS "
                   "AND RERUN"
               STOP RUN
           END-IF.

       1380-SORT-ITEM-TABLE.
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
                   UNTIL WS-ITM-SUB > 20000
               IF WS-ITM-SUB > WS-ITEM-COUNT
                   MOVE HIGH-VALUES TO WS-ITM-KEY(WS-ITM-SUB)
               END-IF
           END-PERFORM
           SORT WS-ITEM-TABLE ASCENDING KEY WS-ITM-KEY.

      * No record for the confirm date means APCONF did not finish
      * that day (or has not run yet) - the tie reports it and the
      * run ends out of balance rather than proving against nothing.
       1400-READ-CONFIRM-TOTALS.
           OPEN INPUT CONFIRM-TOTALS-FILE
           IF WS-CNFTOT-FILE-STATUS = "00"
               READ CONFIRM-TOTALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNFT-RUN-DATE = WS-CONFIRM-DATE
                           MOVE "Y" TO WS-CNFTOT-FOUND-SW
                       END-IF
               END-READ
               CLOSE CONFIRM-TOTALS-FILE
           END-IF.

      * One payment per pass: total its items first, then write the
      * advice and its items. The table is sorted, so the payment's
      * items run from WS-GROUP-START to WS-GROUP-END.
       2000-PRODUCE-ADVICE.
           MOVE WS-ITM-VENDOR-CODE(WS-ITM-SUB) TO WS-BREAK-VENDOR
           MOVE WS-ITM-PAYMENT-REF(WS-ITM-SUB) TO WS-BREAK-PAYMENT-REF
           MOVE WS-ITM-PAID-DATE(WS-ITM-SUB) TO WS-ADVICE-PAID-DATE
           MOVE WS-ITM-SUB TO WS-GROUP-START
           INITIALIZE WS-ADVICE-COUNTERS
           MOVE "N" TO WS-ADVICE-END-SW
           PERFORM 2050-ADD-TO-ADVICE UNTIL WS-ADVICE-END
           COMPUTE WS-GROUP-END = WS-ITM-SUB - 1
           PERFORM 2100-FIND-VENDOR-NAME
           IF WS-ADV-CREDIT-AMOUNT > WS-ADV-PAID-AMOUNT
               MOVE "N" TO WS-ADVICE-REMITTED-SW
           ELSE
               MOVE "Y" TO WS-ADVICE-REMITTED-SW
               COMPUTE WS-ADV-NET-AMOUNT =
                   WS-ADV-PAID-AMOUNT - WS-ADV-CREDIT-AMOUNT
           END-IF
           PERFORM 2200-WRITE-ADVICE-HEADING
           PERFORM 2300-WRITE-ADVICE-ITEM
               VARYING WS-NEXT-SUB FROM WS-GROUP-START BY 1
               UNTIL WS-NEXT-SUB > WS-GROUP-END
           PERFORM 2400-WRITE-ADVICE-TOTALS.

       2050-ADD-TO-ADVICE.
           ADD 1 TO WS-ADV-ITEM-COUNT
           IF WS-ITM-CREDIT(WS-ITM-SUB)
               ADD 1 TO WS-ADV-CREDIT-COUNT
               ADD WS-ITM-PAID-AMOUNT(WS-ITM-SUB)
                   TO WS-ADV-CREDIT-AMOUNT
           ELSE
               ADD 1 TO WS-ADV-INVOICE-COUNT
               ADD WS-ITM-AMOUNT(WS-ITM-SUB) TO WS-ADV-INVOICE-AMOUNT
               ADD WS-ITM-PAID-AMOUNT(WS-ITM-SUB)
                   TO WS-ADV-PAID-AMOUNT
               ADD WS-ITM-DISCOUNT(WS-ITM-SUB)
                   TO WS-ADV-DISCOUNT-AMOUNT
           END-IF
           IF WS-ITM-CONFIRM-DATE(WS-ITM-SUB) = WS-CONFIRM-DATE
               PERFORM 2060-COUNT-ADVISED-DAY
           END-IF
           ADD 1 TO WS-ITM-SUB
           IF WS-ITM-SUB > WS-ITEM-COUNT
               MOVE "Y" TO WS-ADVICE-END-SW
           ELSE
               IF WS-ITM-VENDOR-CODE(WS-ITM-SUB) NOT = WS-BREAK-VENDOR
                       OR WS-ITM-PAYMENT-REF(WS-ITM-SUB) NOT =
                           WS-BREAK-PAYMENT-REF
                   MOVE "Y" TO WS-ADVICE-END-SW
               END-IF
           END-IF.

       2060-COUNT-ADVISED-DAY.
           IF WS-ITM-CREDIT(WS-ITM-SUB)
               ADD 1 TO WS-ADD-CREDIT-COUNT
               ADD WS-ITM-PAID-AMOUNT(WS-ITM-SUB)
                   TO WS-ADD-CREDIT-AMOUNT
           ELSE
               ADD 1 TO WS-ADD-INVOICE-COUNT
               ADD WS-ITM-PAID-AMOUNT(WS-ITM-SUB)
                   TO WS-ADD-INVOICE-AMOUNT
               IF WS-ITM-DISCOUNT(WS-ITM-SUB) > 0
                   ADD 1 TO WS-ADD-DISCOUNT-COUNT
                   ADD WS-ITM-DISCOUNT(WS-ITM-SUB)
                       TO WS-ADD-DISCOUNT-AMOUNT
               END-IF
           END-IF.

      * The money has already moved, so a vendor missing from the
      * master still gets its advice - flagged so the master is
      * put right.
       2100-FIND-VENDOR-NAME.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           MOVE WS-BREAK-VENDOR TO VM-VENDOR-CODE
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VENDOR-FOUND-SW
                   MOVE VM-VENDOR-NAME TO WS-ADVICE-VENDOR-NAME
           END-READ
           IF NOT WS-VENDOR-FOUND
               ADD 1 TO WS-NO-NAME-COUNT
               MOVE "** NOT ON VENDOR-MASTER **"
                   TO WS-ADVICE-VENDOR-NAME
               DISPLAY "WARNING: VENDOR " WS-BREAK-VENDOR
                   " NOT ON VENDOR-MASTER - ADVICE SENT WITHOUT NAME"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "REMITTANCE VENDOR NOT ON MASTER "
                   WS-BREAK-VENDOR " REF " WS-BREAK-PAYMENT-REF
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       2200-WRITE-ADVICE-HEADING.
           MOVE SPACES TO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "REMITTANCE ADVICE  VENDOR " WS-BREAK-VENDOR
               " " WS-ADVICE-VENDOR-NAME
               "  PAYMENT REF " WS-BREAK-PAYMENT-REF
               "  PAID " WS-ADVICE-PAID-DATE
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "  INVOICE     INV DATE  TYPE    "
               "      AMOUNT        DISCOUNT            PAID"
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           IF WS-ADVICE-REMITTED
               ADD 1 TO WS-ADVICE-COUNT
               ADD WS-ADV-NET-AMOUNT TO WS-NET-HASH
               MOVE SPACES TO REMITTANCE-RECORD
               MOVE "A" TO RMT-RECORD-TYPE
               MOVE WS-BREAK-VENDOR TO RMT-VENDOR-CODE
               MOVE WS-BREAK-PAYMENT-REF TO RMT-PAYMENT-REF
               MOVE WS-ADVICE-VENDOR-NAME TO RMT-VENDOR-NAME
               MOVE WS-ADVICE-PAID-DATE TO RMT-PAID-DATE
               MOVE WS-ADV-ITEM-COUNT TO RMT-ITEM-COUNT
               MOVE WS-ADV-INVOICE-AMOUNT TO RMT-INVOICE-AMOUNT
               MOVE WS-ADV-DISCOUNT-AMOUNT TO RMT-DISCOUNT-AMOUNT
               MOVE WS-ADV-CREDIT-AMOUNT TO RMT-CREDIT-AMOUNT
               MOVE WS-ADV-NET-AMOUNT TO RMT-NET-AMOUNT
               WRITE REMITTANCE-RECORD
           END-IF.

       2300-WRITE-ADVICE-ITEM.
           IF WS-ITM-CREDIT(WS-NEXT-SUB)
               MOVE "CREDIT" TO WS-ITEM-TYPE-TEXT
           ELSE
               MOVE "INVOICE" TO WS-ITEM-TYPE-TEXT
           END-IF
           MOVE WS-ITM-AMOUNT(WS-NEXT-SUB) TO WS-AMOUNT-DISPLAY
           MOVE WS-ITM-DISCOUNT(WS-NEXT-SUB) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-ITM-PAID-AMOUNT(WS-NEXT-SUB)
               TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "  " WS-ITM-INVOICE-NUMBER(WS-NEXT-SUB)
               "  " WS-ITM-INVOICE-DATE(WS-NEXT-SUB)
               "  " WS-ITEM-TYPE-TEXT
               " " WS-AMOUNT-DISPLAY
               " " WS-AMOUNT-DISPLAY-2
               " " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           IF WS-ADVICE-REMITTED
               ADD 1 TO WS-DETAIL-COUNT
               MOVE SPACES TO REMITTANCE-RECORD
               MOVE "D" TO RMT-RECORD-TYPE
               MOVE WS-BREAK-VENDOR TO RMT-VENDOR-CODE
               MOVE WS-BREAK-PAYMENT-REF TO RMT-PAYMENT-REF
               MOVE WS-ITM-INVOICE-NUMBER(WS-NEXT-SUB)
                   TO RMT-INVOICE-NUMBER
               MOVE WS-ITM-INVOICE-DATE(WS-NEXT-SUB)
                   TO RMT-INVOICE-DATE
               IF WS-ITM-CREDIT(WS-NEXT-SUB)
                   MOVE "C" TO RMT-ITEM-TYPE
               ELSE
                   MOVE "I" TO RMT-ITEM-TYPE
               END-IF
               MOVE WS-ITM-AMOUNT(WS-NEXT-SUB) TO RMT-ITEM-AMOUNT
               MOVE WS-ITM-DISCOUNT(WS-NEXT-SUB) TO RMT-ITEM-DISCOUNT
               MOVE WS-ITM-PAID-AMOUNT(WS-NEXT-SUB)
                   TO RMT-ITEM-PAID-AMOUNT
               WRITE REMITTANCE-RECORD
           END-IF.

      * Credits that outweigh the invoices leave the vendor owing
      * us - no deposit went out, so there is nothing to remit. The
      * payment is printed for the record and logged for action.
       2400-WRITE-ADVICE-TOTALS.
           MOVE WS-ADV-INVOICE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-ADV-DISCOUNT-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE WS-ADV-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "  INVOICES " WS-AMOUNT-DISPLAY
               "  DISCOUNT TAKEN " WS-AMOUNT-DISPLAY-2
               "  CREDITS NETTED " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           IF WS-ADVICE-REMITTED
               MOVE WS-ADV-NET-AMOUNT TO WS-TOTAL-DISPLAY
               STRING "  NET PAYMENT " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           ELSE
               ADD 1 TO WS-CREDIT-BALANCE-COUNT
               STRING "  *** CREDITS EXCEED INVOICES - NO PAYMENT "
                   "MADE, ADVICE NOT SENT ***"
                   DELIMITED BY SIZE INTO REMIT-REPORT-LINE
               DISPLAY "WARNING: PAYMENT " WS-BREAK-PAYMENT-REF
                   " FOR " WS-BREAK-VENDOR
                   " NETS TO A CREDIT BALANCE - NOT REMITTED"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "CREDIT BALANCE NOT REMITTED " WS-BREAK-VENDOR
                   " REF " WS-BREAK-PAYMENT-REF
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           WRITE REMIT-REPORT-LINE.

      * Two ties for the confirm date: APCONF's own figures against
      * the paid history it wrote that day (nothing lost or added
      * between them), and that day's paid history against what
      * this run advised (every payment confirmed that day went
      * out on an advice - a range that misses some of them is out
      * of balance, not silently short).
       3000-TIE-CONFIRM-TOTALS.
           MOVE SPACES TO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "CONTROL TOTALS - ITEMS CONFIRMED BY APCONF ON "
               WS-CONFIRM-DATE
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           IF WS-CNFTOT-FOUND
               MOVE "INVOICES APCONF VS PAID HISTORY" TO WS-TIE-LABEL
               MOVE CNFT-INVOICE-COUNT TO WS-TIE-LEFT-COUNT
               MOVE WS-HST-INVOICE-COUNT TO WS-TIE-RIGHT-COUNT
               MOVE CNFT-INVOICE-PAID-AMOUNT TO WS-TIE-LEFT-AMOUNT
               MOVE WS-HST-INVOICE-AMOUNT TO WS-TIE-RIGHT-AMOUNT
               PERFORM 3100-WRITE-TIE-LINE
               MOVE "CREDITS APCONF VS PAID HISTORY" TO WS-TIE-LABEL
               MOVE CNFT-CREDIT-COUNT TO WS-TIE-LEFT-COUNT
               MOVE WS-HST-CREDIT-COUNT TO WS-TIE-RIGHT-COUNT
               MOVE CNFT-CREDIT-PAID-AMOUNT TO WS-TIE-LEFT-AMOUNT
               MOVE WS-HST-CREDIT-AMOUNT TO WS-TIE-RIGHT-AMOUNT
               PERFORM 3100-WRITE-TIE-LINE
               MOVE "DISCOUNTS APCONF VS PAID HISTORY"
                   TO WS-TIE-LABEL
               MOVE CNFT-DISCOUNT-COUNT TO WS-TIE-LEFT-COUNT
               MOVE WS-HST-DISCOUNT-COUNT TO WS-TIE-RIGHT-COUNT
               MOVE CNFT-DISCOUNT-AMOUNT TO WS-TIE-LEFT-AMOUNT
               MOVE WS-HST-DISCOUNT-AMOUNT TO WS-TIE-RIGHT-AMOUNT
               PERFORM 3100-WRITE-TIE-LINE
           ELSE
               MOVE "N" TO WS-BALANCED-SW
               MOVE SPACES TO REMIT-REPORT-LINE
               STRING "NO PAYMENT-CONFIRM-TOTALS FOR "
                   WS-CONFIRM-DATE
                   " - APCONF DID NOT COMPLETE  *** OUT ***"
                   DELIMITED BY SIZE INTO REMIT-REPORT-LINE
               WRITE REMIT-REPORT-LINE
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "NO APCONF CONFIRM TOTALS FOR " WS-CONFIRM-DATE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           MOVE "INVOICES PAID HISTORY VS ADVISED" TO WS-TIE-LABEL
           MOVE WS-HST-INVOICE-COUNT TO WS-TIE-LEFT-COUNT
           MOVE WS-ADD-INVOICE-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE WS-HST-INVOICE-AMOUNT TO WS-TIE-LEFT-AMOUNT
           MOVE WS-ADD-INVOICE-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE "CREDITS PAID HISTORY VS ADVISED" TO WS-TIE-LABEL
           MOVE WS-HST-CREDIT-COUNT TO WS-TIE-LEFT-COUNT
           MOVE WS-ADD-CREDIT-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE WS-HST-CREDIT-AMOUNT TO WS-TIE-LEFT-AMOUNT
           MOVE WS-ADD-CREDIT-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE "DISCOUNTS PAID HISTORY VS ADVISED" TO WS-TIE-LABEL
           MOVE WS-HST-DISCOUNT-COUNT TO WS-TIE-LEFT-COUNT
           MOVE WS-ADD-DISCOUNT-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE WS-HST-DISCOUNT-AMOUNT TO WS-TIE-LEFT-AMOUNT
           MOVE WS-ADD-DISCOUNT-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE WS-ADVICE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-NET-HASH TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "ADVICES SENT:           " WS-COUNT-DISPLAY
               "  NET PAYMENTS " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "ITEMS ADVISED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE WS-CREDIT-BALANCE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "CREDIT BALANCES HELD:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE WS-NO-NAME-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REMIT-REPORT-LINE
           STRING "VENDORS NOT ON MASTER:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE SPACES TO REMIT-REPORT-LINE
           IF WS-IN-BALANCE
               MOVE "*** REMITTANCES TIE TO APCONF - IN BALANCE ***"
                   TO REMIT-REPORT-LINE
           ELSE
               STRING "*** REMITTANCES DO NOT TIE TO APCONF - "
                   "OUT OF BALANCE ***"
                   DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           END-IF
           WRITE REMIT-REPORT-LINE.

       3100-WRITE-TIE-LINE.
           MOVE WS-TIE-LEFT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TIE-RIGHT-COUNT TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO REMIT-REPORT-LINE
           IF WS-TIE-LEFT-COUNT = WS-TIE-RIGHT-COUNT
               STRING WS-TIE-LABEL " COUNT " WS-COUNT-DISPLAY
                   " = " WS-COUNT-DISPLAY-2 "  OK"
                   DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-BALANCED-SW
               STRING WS-TIE-LABEL " COUNT " WS-COUNT-DISPLAY
                   " VS " WS-COUNT-DISPLAY-2 "  *** OUT ***"
                   DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           END-IF
           WRITE REMIT-REPORT-LINE
           MOVE WS-TIE-LEFT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-TIE-RIGHT-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REMIT-REPORT-LINE
           IF WS-TIE-LEFT-AMOUNT = WS-TIE-RIGHT-AMOUNT
               STRING WS-TIE-LABEL " AMT " WS-AMOUNT-DISPLAY
                   " = " WS-AMOUNT-DISPLAY-2 "  OK"
                   DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-BALANCED-SW
               STRING WS-TIE-LABEL " AMT " WS-AMOUNT-DISPLAY
                   " VS " WS-AMOUNT-DISPLAY-2 "  *** OUT ***"
                   DELIMITED BY SIZE INTO REMIT-REPORT-LINE
           END-IF
           WRITE REMIT-REPORT-LINE.

       4000-TERMINATE.
           MOVE SPACES TO REMITTANCE-RECORD
           MOVE "T" TO RMT-RECORD-TYPE
           MOVE WS-RUN-DATE TO RMT-RUN-DATE
           MOVE WS-ADVICE-COUNT TO RMT-ADVICE-COUNT
           MOVE WS-DETAIL-COUNT TO RMT-DETAIL-COUNT
           MOVE WS-NET-HASH TO RMT-NET-HASH
           WRITE REMITTANCE-RECORD
           CLOSE REMITTANCE-FILE
           CLOSE REMIT-REPORT-FILE
           CLOSE VENDOR-MASTER-FILE
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-IN-BALANCE
               MOVE "NORMAL" TO WS-LOG-SEVERITY
               STRING "ADVICES " WS-ADVICE-COUNT
                   " ITEMS " WS-DETAIL-COUNT
                   " - TIED TO APCONF " WS-CONFIRM-DATE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           ELSE
               MOVE "OUTOFBAL" TO WS-LOG-SEVERITY
               STRING "REMITTANCES DO NOT TIE TO APCONF "
                   WS-CONFIRM-DATE " - SEE REMIT-ADVICE-RPT"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-IF
           PERFORM 9200-LOG-END
           IF WS-IN-BALANCE
               DISPLAY "REMITADV COMPLETE - ADVICES " WS-ADVICE-COUNT
                   " ITEMS " WS-DETAIL-COUNT " - IN BALANCE"
           ELSE
               DISPLAY "REMITADV COMPLETE - ADVICES " WS-ADVICE-COUNT
                   " ITEMS " WS-DETAIL-COUNT
                   " - *** OUT OF BALANCE *** SEE REMIT-ADVICE-RPT"
           END-IF.

      * Common run-log plumbing - same four paragraphs as the rest
      * of the suite; an abend leaves the start row unmatched and
      * OPSRPT flags it.
       9000-OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               OPEN EXTEND RUN-LOG-FILE
           END-IF
           MOVE "S" TO RLG-ENTRY-TYPE
           MOVE SPACES TO WS-LOG-SEVERITY
           MOVE "STARTED" TO WS-LOG-MESSAGE
           PERFORM 9900-WRITE-RUN-LOG.

       9100-LOG-WARNING.
           MOVE "W" TO RLG-ENTRY-TYPE
           PERFORM 9900-WRITE-RUN-LOG.

       9200-LOG-END.
           MOVE "E" TO RLG-ENTRY-TYPE
           PERFORM 9900-WRITE-RUN-LOG
           CLOSE RUN-LOG-FILE.

       9900-WRITE-RUN-LOG.
           MOVE "REMITADV" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

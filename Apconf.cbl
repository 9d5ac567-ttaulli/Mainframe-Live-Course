      *   - Run-log support: start/end rows, counts, mismatches,
      *     and unmatched confirmations now also go to the common
      *     RUN-LOG for the OPSRPT end-of-night summary.
      *   - Payment holds: a confirmation that pays an item on hold
      *     in AP-HOLDS (the item itself, or its vendor) is flagged
      *     PAID WHILE ON HOLD on the report, with the hold's reason
      *     and the clerk who placed it, logged for action, and
      *     totaled. The item is still retired - the money has
      *     already moved, and leaving it on the extract would only
      *     hide the payment - so recovery starts from the flag and
      *     the hold is released through APHOLD.
      *   - Extract rewrite image widened for the cost distribution
      *     lines now carried on AP-EXTRACT.
      *   - Early-payment discounts: a confirmation paying the
      *     released amount less EXT-DISCOUNT-AMOUNT, on or before
      *     EXT-DISCOUNT-DATE, is the discount APSCHED scheduled
      *     for and now retires the item as a discount taken
      *     instead of reporting a mismatch. Each retired row is
      *     stamped with this run's date in PAID-CONFIRM-DATE, and
      *     the day's retired figures (invoices, credits, discounts)
      *     go to PAYMENT-CONFIRM-TOTALS for REMITADV to tie its
      *     remittance advices against.
      *   - Realized FX: a foreign-currency item paid at a dollar
      *     amount other than its release is no longer stuck as a
      *     mismatch when the difference is fully explained by the
      *     rate - the original amount converted at the
      *     EXCHANGE-RATES rate for the paid date equals what was
      *     paid. The item retires (settlement type "F" on
      *     AP-PAID-HISTORY) and the difference is journaled as a
      *     realized FX gain or loss against AP control, to the
      *     GL-ACCOUNT-TABLE "FXREAL" account, on FX-JOURNAL for
      *     GLEXTR to carry into the next ledger load.
      *   - Fiscal periods: the extract image is widened for the
      *     posting period, which rides onto AP-PAID-HISTORY so
      *     PERCLOSE can account for a period's releases paid
      *     since. The FX lines leave the period blank for GLEXTR
      *     to stamp when it posts them.
      *   - Nightly sequencing guard. Before it opens anything else
      *     the job reads CYCLE-CONTROL for the predecessors it
      *     depends on and checks tonight's RUN-LOG for their latest
      *     run; if any of them never ran, never wrote its end row,
      *     or ended other than NORMAL, the job logs an ACTION
      *     warning naming it, writes a REFUSED end row, and stops
      *     with return code 8 without touching a file - unless
      *     CYCLE-OVERRIDE carries an approved rerun for that
      *     predecessor dated today, which is logged as an OVERRIDE
      *     row for OPSRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCONF.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-FILE-STATUS.

      * The holds in force, maintained by APHOLD - a confirmation
      * against one of these paid something that should not have
      * been paid.
           SELECT AP-HOLDS-FILE
               ASSIGN TO "AP-HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

      * Every rate on file, not just today's - a payment is
      * converted at the rate for its own paid date.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "EXCHANGE-RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
               ASSIGN TO "GL-ACCOUNT-TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.

      * Realized FX entries wait here, appended across runs, until
      * GLEXTR carries them into the ledger load.
           SELECT FX-JOURNAL-FILE
               ASSIGN TO "FX-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXJRNL-FILE-STATUS.

           SELECT PAID-HISTORY-FILE
               ASSIGN TO "AP-PAID-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      * The day's retired figures in fixed layout - REMITADV ties
      * its remittance control totals against these.
           SELECT CONFIRM-TOTALS-FILE
               ASSIGN TO "PAYMENT-CONFIRM-TOTALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNFTOT-FILE-STATUS.

      * Unretired items are written here and the file is renamed
      * over AP-EXTRACT at end of job - same atomic temp-file
      * pattern as the APDECIDE pending-queue rewrite, so a crash
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-TEMP-FILE-STATUS.

      * The nightly sequencing rules and the approved exceptions to
      * them - read at start-up, before any other file is opened.
           SELECT CYCLE-CONTROL-FILE
               ASSIGN TO "CYCLE-CONTROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.

           SELECT CYCLE-OVERRIDE-FILE
               ASSIGN TO "CYCLE-OVERRIDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCOVR-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYMENT-CONFIRM-FILE.
           COPY PAYCONF.

       FD  AP-HOLDS-FILE.
           COPY HOLDREC.

       FD  EXCHANGE-RATE-FILE.
           COPY FXRATE.

       FD  GL-ACCOUNT-FILE.
           COPY GLACCT.

       FD  FX-JOURNAL-FILE.
           COPY GLJREC.

       FD  PAID-HISTORY-FILE.
           COPY PAIDREC.

       FD  CONFIRM-REPORT-FILE.
       01  CONFIRM-REPORT-LINE             PIC X(100).

       FD  CONFIRM-TOTALS-FILE.
           COPY CNFTOT.

       FD  EXTRACT-TEMP-FILE.
       01  EXTRACT-TEMP-RECORD             PIC X(354).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-FILE-STATUS          PIC XX.
       01  WS-CONFIRM-FILE-STATUS          PIC XX.
       01  WS-HOLDS-FILE-STATUS            PIC XX.
       01  WS-PAID-FILE-STATUS             PIC XX.
       01  WS-FXRATE-FILE-STATUS           PIC XX.
       01  WS-GLACCT-FILE-STATUS           PIC XX.
       01  WS-FXJRNL-FILE-STATUS           PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-CNFTOT-FILE-STATUS           PIC XX.
       01  WS-EXTRACT-TEMP-FILE-STATUS     PIC XX.
       01  WS-EXTRACT-TEMP-NAME            PIC X(30)
               VALUE "AP-EXTRACT.TMP".
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.
       01  WS-CYCLE-FILE-STATUS            PIC XX.
       01  WS-CYCOVR-FILE-STATUS           PIC XX.
       01  WS-CYCLE-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-CYCLE-EOF                VALUE "Y".
       01  WS-CYCLOG-EOF-SW                PIC X(1) VALUE "N".
           88  WS-CYCLOG-EOF               VALUE "Y".
       01  WS-CYCOVR-EOF-SW                PIC X(1) VALUE "N".
           88  WS-CYCOVR-EOF               VALUE "Y".
       01  WS-CYCLE-TABLE-MISSING-SW       PIC X(1) VALUE "N".
           88  WS-CYCLE-TABLE-MISSING      VALUE "Y".
       01  WS-CYCLE-REFUSED-SW             PIC X(1) VALUE "N".
           88  WS-CYCLE-REFUSED            VALUE "Y".
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "APCONF".
       01  WS-CYCLE-DATE                   PIC X(8) VALUE SPACES.

      * This job's predecessors from CYCLE-CONTROL, each with the
      * state of its latest run on tonight's RUN-LOG and any
      * override approved for today.
       01  WS-PRED-TABLE-AREA.
           05  WS-PRED-TABLE OCCURS 20 TIMES
                   INDEXED BY WS-PRED-IDX.
               10  WS-PRED-JOB-NAME        PIC X(8).
               10  WS-PRED-STATE           PIC X(14).
                   88  WS-PRED-NORMAL      VALUE "NORMAL".
               10  WS-PRED-OVERRIDE-SW     PIC X(1).
                   88  WS-PRED-OVERRIDDEN  VALUE "Y".
               10  WS-PRED-APPROVED-BY     PIC X(8).
               10  WS-PRED-REFERENCE       PIC X(10).
       01  WS-PRED-COUNT                   PIC 9(4) VALUE 0.
       01  WS-PRED-SUB                     PIC 9(4) VALUE 0.

       01  WS-EXTRACT-EOF-SW               PIC X(1) VALUE "N".
           88  WS-EXTRACT-EOF              VALUE "Y".
           88  WS-CONFIRM-EOF              VALUE "Y".
       01  WS-CONFIRM-FOUND-SW             PIC X(1) VALUE "N".
           88  WS-CONFIRM-FOUND            VALUE "Y".
       01  WS-HOLDS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-HOLDS-EOF                VALUE "Y".
       01  WS-ITEM-HELD-SW                 PIC X(1) VALUE "N".
           88  WS-ITEM-HELD                VALUE "Y".
       01  WS-DISCOUNT-PAID-SW             PIC X(1) VALUE "N".
           88  WS-DISCOUNT-PAID            VALUE "Y".
       01  WS-DISCOUNTED-AMOUNT            PIC 9(9)V99 VALUE 0.
       01  WS-FXRATE-EOF-SW                PIC X(1) VALUE "N".
           88  WS-FXRATE-EOF               VALUE "Y".
       01  WS-GLACCT-EOF-SW                PIC X(1) VALUE "N".
           88  WS-GLACCT-EOF               VALUE "Y".
       01  WS-FX-SETTLED-SW                PIC X(1) VALUE "N".
           88  WS-FX-SETTLED               VALUE "Y".
       01  WS-FX-CONVERTED-SW              PIC X(1) VALUE "N".
           88  WS-FX-CONVERTED             VALUE "Y".
       01  WS-FX-PAID-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-FX-DIFFERENCE                PIC 9(9)V99 VALUE 0.

      * The rate history, searched by currency and paid date. A
      * payment whose date has no rate on file simply cannot be
      * explained by the rate and stays a mismatch.
       01  WS-FXRATE-TABLE-AREA.
           05  WS-FXR-TABLE OCCURS 5000 TIMES
                   INDEXED BY WS-FXR-IDX.
               10  WS-FXR-CURRENCY         PIC X(3).
               10  WS-FXR-DATE             PIC X(8).
               10  WS-FXR-RATE             PIC 9(3)V9(6).
       01  WS-FXRATE-COUNT                 PIC 9(4) VALUE 0.

      * Only the two accounts a realized FX entry touches are needed
      * off the coding table; the defaults match GLEXTR's.
       01  WS-AP-CONTROL-ACCOUNT           PIC X(8) VALUE "20100000".
       01  WS-FX-REALIZED-ACCOUNT          PIC X(8) VALUE "79200000".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

      * The day's confirmations loaded into memory and matched
      * against each extract item by vendor code + invoice number -
      * same in-memory table approach as the decision lookup in
      * APDECIDE; a day's confirmations are small enough to hold
      * whole. The used switch is how a confirmation that matched
      * nothing is surfaced at end of job.
       01  WS-CONFIRM-TABLE-AREA.
           05  WS-CNF-TABLE OCCURS 5000 TIMES
                   INDEXED BY WS-CNF-IDX.
       01  WS-CONFIRM-COUNT                PIC 9(4) VALUE 0.
       01  WS-CNF-SUB                      PIC 9(4) VALUE 0.

      * Holds in force, loaded from AP-HOLDS. A vendor hold ("V")
      * covers every item for the vendor; an item hold ("I") only
      * its own invoice.
       01  WS-HOLD-TABLE-AREA.
           05  WS-HOLD-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-TYPE             PIC X(1).
               10  WS-HLD-VENDOR-CODE      PIC X(6).
               10  WS-HLD-INVOICE-NUMBER   PIC X(10).
               10  WS-HLD-REASON-CODE      PIC X(6).
               10  WS-HLD-CLERK-ID         PIC X(8).
       01  WS-HOLD-COUNT                   PIC 9(4) VALUE 0.

       01  WS-EXTRACT-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-RETIRED-COUNT                PIC 9(7) VALUE 0.
       01  WS-RETIRED-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  WS-OVERDUE-COUNT                PIC 9(7) VALUE 0.
       01  WS-OVERDUE-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  WS-UNMATCHED-COUNT              PIC 9(7) VALUE 0.
       01  WS-HELD-PAID-COUNT              PIC 9(7) VALUE 0.
       01  WS-HELD-PAID-AMOUNT             PIC 9(11)V99 VALUE 0.
       01  WS-INVOICE-PAID-COUNT           PIC 9(7) VALUE 0.
       01  WS-INVOICE-PAID-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-CREDIT-PAID-COUNT            PIC 9(7) VALUE 0.
       01  WS-CREDIT-PAID-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-DISCOUNT-TAKEN-COUNT         PIC 9(7) VALUE 0.
       01  WS-DISCOUNT-TAKEN-AMOUNT        PIC 9(11)V99 VALUE 0.
       01  WS-FX-GAIN-COUNT                PIC 9(7) VALUE 0.
       01  WS-FX-GAIN-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  WS-FX-LOSS-COUNT                PIC 9(7) VALUE 0.
       01  WS-FX-LOSS-AMOUNT               PIC 9(11)V99 VALUE 0.

      * The whole day's figures for PAYMENT-CONFIRM-TOTALS - this
      * run's, plus any earlier same-day run's folded in, kept apart
      * from the run's own counters so the report and the run-log
      * still describe this run.
       01  WS-DAY-CONFIRM-TOTALS.
           05  WS-DAY-RETIRED-COUNT        PIC 9(7) VALUE 0.
           05  WS-DAY-INVOICE-COUNT        PIC 9(7) VALUE 0.
           05  WS-DAY-INVOICE-PAID-AMOUNT  PIC 9(11)V99 VALUE 0.
           05  WS-DAY-CREDIT-COUNT         PIC 9(7) VALUE 0.
           05  WS-DAY-CREDIT-PAID-AMOUNT   PIC 9(11)V99 VALUE 0.
           05  WS-DAY-DISCOUNT-COUNT       PIC 9(7) VALUE 0.
           05  WS-DAY-DISCOUNT-AMOUNT      PIC 9(11)V99 VALUE 0.

       01  WS-AMOUNT-DISPLAY               PIC $$$$,$$$,$$9.99.
       01  WS-AMOUNT-DISPLAY-2             PIC $$$$,$$$,$$9.99.
       01  WS-AMOUNT-DISPLAY-3             PIC $$$$,$$$,$$9.99.
       01  WS-TOTAL-DISPLAY                PIC $$$,$$$,$$$,$$9.99.
       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXTRACT UNTIL WS-EXTRACT-EOF
           PERFORM 3000-REPORT-UNMATCHED-CONFIRMS
                   " - NOTHING WILL BE RETIRED, OVERDUE ITEMS "
                   "STILL REPORTED"
           END-IF
      * No hold list yet simply means nothing is on hold.
           OPEN INPUT AP-HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM 1300-LOAD-HOLD-TABLE
               CLOSE AP-HOLDS-FILE
           ELSE
               DISPLAY "AP-HOLDS NOT AVAILABLE - STATUS "
                   WS-HOLDS-FILE-STATUS " - NO ITEMS ON HOLD"
           END-IF
      * Without rates no foreign payment can be explained, so every
      * one paid at a new dollar amount stays a mismatch - the job
      * still runs.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-FXRATE-FILE-STATUS = "00"
               PERFORM 1400-LOAD-FXRATE-TABLE
               CLOSE EXCHANGE-RATE-FILE
           ELSE
               DISPLAY "EXCHANGE-RATES NOT AVAILABLE - STATUS "
                   WS-FXRATE-FILE-STATUS
                   " - NO FX DIFFERENCE CAN BE RECOGNIZED"
           END-IF
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLACCT-FILE-STATUS = "00"
               PERFORM 1500-LOAD-GLACCT-ROWS
               CLOSE GL-ACCOUNT-FILE
           ELSE
               DISPLAY "GL-ACCOUNT-TABLE NOT AVAILABLE - STATUS "
                   WS-GLACCT-FILE-STATUS
                   " - REALIZED FX USES DEFAULT ACCOUNTS"
           END-IF
           OPEN EXTEND FX-JOURNAL-FILE
           IF WS-FXJRNL-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT FX-JOURNAL-FILE
               CLOSE FX-JOURNAL-FILE
               OPEN EXTEND FX-JOURNAL-FILE
           END-IF
           OPEN EXTEND PAID-HISTORY-FILE
           IF WS-PAID-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT PAID-HISTORY-FILE
               PERFORM 9100-LOG-WARNING
           END-IF.

      * A hold that does not fit the table could not be checked, so
      * overflow is logged for action rather than silently dropped.
       1300-LOAD-HOLD-TABLE.
           PERFORM UNTIL WS-HOLDS-EOF
               READ AP-HOLDS-FILE
                   AT END
                       SET WS-HOLDS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1310-ADD-HOLD-TO-TABLE
               END-READ
           END-PERFORM.

       1310-ADD-HOLD-TO-TABLE.
           IF WS-HOLD-COUNT < 2000
               ADD 1 TO WS-HOLD-COUNT
               MOVE HLD-HOLD-TYPE TO WS-HLD-TYPE(WS-HOLD-COUNT)
               MOVE HLD-VENDOR-CODE
                   TO WS-HLD-VENDOR-CODE(WS-HOLD-COUNT)
               MOVE HLD-INVOICE-NUMBER
                   TO WS-HLD-INVOICE-NUMBER(WS-HOLD-COUNT)
               MOVE HLD-REASON-CODE
                   TO WS-HLD-REASON-CODE(WS-HOLD-COUNT)
               MOVE HLD-CLERK-ID TO WS-HLD-CLERK-ID(WS-HOLD-COUNT)
           ELSE
               DISPLAY "WARNING: HOLD TABLE FULL AT 2000 ROWS - "
                   "IGNORING HOLD FOR " HLD-VENDOR-CODE "/"
                   HLD-INVOICE-NUMBER
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "HOLD TABLE FULL - NOT CHECKED "
                   HLD-VENDOR-CODE "/" HLD-INVOICE-NUMBER
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       1400-LOAD-FXRATE-TABLE.
           PERFORM UNTIL WS-FXRATE-EOF
               READ EXCHANGE-RATE-FILE
                   AT END
                       SET WS-FXRATE-EOF TO TRUE
                   NOT AT END
                       PERFORM 1410-ADD-FXRATE-TO-TABLE
               END-READ
           END-PERFORM.

       1410-ADD-FXRATE-TO-TABLE.
           IF WS-FXRATE-COUNT < 5000
               ADD 1 TO WS-FXRATE-COUNT
               MOVE FX-CURRENCY-CODE
                   TO WS-FXR-CURRENCY(WS-FXRATE-COUNT)
               MOVE FX-RATE-DATE TO WS-FXR-DATE(WS-FXRATE-COUNT)
               MOVE FX-RATE TO WS-FXR-RATE(WS-FXRATE-COUNT)
           ELSE
               DISPLAY "WARNING: RATE TABLE FULL AT 5000 ROWS - "
                   "IGNORING " FX-CURRENCY-CODE " " FX-RATE-DATE
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RATE TABLE FULL - IGNORED " FX-CURRENCY-CODE
                   " " FX-RATE-DATE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       1500-LOAD-GLACCT-ROWS.
           PERFORM UNTIL WS-GLACCT-EOF
               READ GL-ACCOUNT-FILE
                   AT END
                       SET WS-GLACCT-EOF TO TRUE
                   NOT AT END
                       EVALUATE GLA-KEY
                           WHEN "APCTRL"
                               MOVE GLA-ACCOUNT
                                   TO WS-AP-CONTROL-ACCOUNT
                           WHEN "FXREAL"
                               MOVE GLA-ACCOUNT
                                   TO WS-FX-REALIZED-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       2000-PROCESS-EXTRACT.
           ADD 1 TO WS-EXTRACT-READ-COUNT
           PERFORM 2100-PROCESS-ONE-ITEM
      * amount equals the released amount - a short or over payment
      * is exactly what the AP manager has to look at, so the item
      * stays on the extract and the mismatch is reported.
      * A confirmation for a held item is flagged whether or not
      * its amount matches - either way the ERP paid it.
      * Paying the released amount less the discount inside the
      * discount window is not a short payment - it is exactly what
      * APSCHED scheduled - so it retires as a discount taken.
       2100-PROCESS-ONE-ITEM.
           PERFORM 2110-FIND-CONFIRMATION
           IF WS-CONFIRM-FOUND
               PERFORM 2150-CHECK-HOLD
               IF WS-ITEM-HELD
                   PERFORM 2160-REPORT-PAID-WHILE-HELD
               END-IF
               MOVE "N" TO WS-FX-SETTLED-SW
               PERFORM 2115-CHECK-DISCOUNT-PAID
               IF WS-CNF-PAID-AMOUNT(WS-CNF-IDX) NOT = EXT-AMOUNT
                       AND NOT WS-DISCOUNT-PAID
                   PERFORM 2117-CHECK-FX-SETTLED
               END-IF
               IF WS-CNF-PAID-AMOUNT(WS-CNF-IDX) = EXT-AMOUNT
                       OR WS-DISCOUNT-PAID
                       OR WS-FX-SETTLED
                   PERFORM 2120-RETIRE-ITEM
               ELSE
                   PERFORM 2130-REPORT-AMOUNT-MISMATCH
               END-SEARCH
           END-IF.

       2115-CHECK-DISCOUNT-PAID.
           MOVE "N" TO WS-DISCOUNT-PAID-SW
           IF NOT EXT-ITEM-CREDIT
                   AND EXT-DISCOUNT-AMOUNT NUMERIC
                   AND EXT-DISCOUNT-AMOUNT > 0
                   AND EXT-DISCOUNT-AMOUNT < EXT-AMOUNT
                   AND EXT-DISCOUNT-DATE NOT = SPACES
                   AND WS-CNF-PAID-DATE(WS-CNF-IDX) <=
                       EXT-DISCOUNT-DATE
               COMPUTE WS-DISCOUNTED-AMOUNT =
                   EXT-AMOUNT - EXT-DISCOUNT-AMOUNT
               IF WS-CNF-PAID-AMOUNT(WS-CNF-IDX) =
                       WS-DISCOUNTED-AMOUNT
                   MOVE "Y" TO WS-DISCOUNT-PAID-SW
               END-IF
           END-IF.

      * A foreign item's dollar figure was fixed at the rate on the
      * day INVOICE converted it. Paid later at a different rate, the
      * dollars differ - but if the original amount at the paid
      * date's rate is exactly what was paid, the whole difference
      * is exchange, not a short or over payment.
       2117-CHECK-FX-SETTLED.
           MOVE "N" TO WS-FX-CONVERTED-SW
           IF EXT-CURRENCY-CODE NOT = SPACES
                   AND EXT-CURRENCY-CODE NOT = "USD"
                   AND EXT-ORIG-AMOUNT NUMERIC
                   AND EXT-ORIG-AMOUNT > 0
                   AND WS-FXRATE-COUNT > 0
               SET WS-FXR-IDX TO 1
               SEARCH WS-FXR-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-FXR-IDX > WS-FXRATE-COUNT
                       CONTINUE
                   WHEN WS-FXR-CURRENCY(WS-FXR-IDX) = EXT-CURRENCY-CODE
                        AND WS-FXR-DATE(WS-FXR-IDX) =
                            WS-CNF-PAID-DATE(WS-CNF-IDX)
                       MOVE "Y" TO WS-FX-CONVERTED-SW
                       COMPUTE WS-FX-PAID-AMOUNT ROUNDED =
                           EXT-ORIG-AMOUNT * WS-FXR-RATE(WS-FXR-IDX)
                           ON SIZE ERROR
                               MOVE "N" TO WS-FX-CONVERTED-SW
                       END-COMPUTE
               END-SEARCH
           END-IF
           IF WS-FX-CONVERTED
                   AND WS-FX-PAID-AMOUNT =
                       WS-CNF-PAID-AMOUNT(WS-CNF-IDX)
               MOVE "Y" TO WS-FX-SETTLED-SW
           END-IF.

       2120-RETIRE-ITEM.
           ADD 1 TO WS-RETIRED-COUNT
           ADD EXT-AMOUNT TO WS-RETIRED-AMOUNT
           IF EXT-ITEM-CREDIT
               ADD 1 TO WS-CREDIT-PAID-COUNT
               ADD WS-CNF-PAID-AMOUNT(WS-CNF-IDX)
                   TO WS-CREDIT-PAID-AMOUNT
           ELSE
               ADD 1 TO WS-INVOICE-PAID-COUNT
               ADD WS-CNF-PAID-AMOUNT(WS-CNF-IDX)
                   TO WS-INVOICE-PAID-AMOUNT
           END-IF
           IF WS-DISCOUNT-PAID
               ADD 1 TO WS-DISCOUNT-TAKEN-COUNT
               ADD EXT-DISCOUNT-AMOUNT TO WS-DISCOUNT-TAKEN-AMOUNT
           END-IF
           MOVE EXT-INVOICE-NUMBER TO PAID-INVOICE-NUMBER
           MOVE EXT-VENDOR-CODE TO PAID-VENDOR-CODE
           MOVE EXT-INVOICE-DATE TO PAID-INVOICE-DATE
           MOVE WS-CNF-PAYMENT-REF(WS-CNF-IDX) TO PAID-PAYMENT-REF
           MOVE EXT-ITEM-TYPE TO PAID-ITEM-TYPE
           MOVE EXT-RELEASE-DATE TO PAID-RELEASE-DATE
           MOVE WS-RUN-DATE TO PAID-CONFIRM-DATE
           EVALUATE TRUE
               WHEN WS-DISCOUNT-PAID
                   MOVE "D" TO PAID-SETTLEMENT-TYPE
               WHEN WS-FX-SETTLED
                   MOVE "F" TO PAID-SETTLEMENT-TYPE
               WHEN OTHER
                   MOVE SPACE TO PAID-SETTLEMENT-TYPE
           END-EVALUATE
           MOVE EXT-POSTING-PERIOD TO PAID-POSTING-PERIOD
           WRITE PAID-RECORD
           IF WS-FX-SETTLED
               PERFORM 2170-JOURNAL-REALIZED-FX
           END-IF
           DISPLAY "INVOICE " EXT-INVOICE-NUMBER " PAID "
               WS-CNF-PAID-DATE(WS-CNF-IDX) " REF "
               WS-CNF-PAYMENT-REF(WS-CNF-IDX) " - RETIRED".
               WRITE CONFIRM-REPORT-LINE
           END-IF.

       2150-CHECK-HOLD.
           MOVE "N" TO WS-ITEM-HELD-SW
           IF WS-HOLD-COUNT > 0
               SET WS-HLD-IDX TO 1
               SEARCH WS-HOLD-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-HLD-IDX > WS-HOLD-COUNT
                       CONTINUE
                   WHEN WS-HLD-VENDOR-CODE(WS-HLD-IDX) =
                           EXT-VENDOR-CODE
                           AND (WS-HLD-TYPE(WS-HLD-IDX) = "V"
                           OR WS-HLD-INVOICE-NUMBER(WS-HLD-IDX) =
                               EXT-INVOICE-NUMBER)
                       MOVE "Y" TO WS-ITEM-HELD-SW
               END-SEARCH
           END-IF.

       2160-REPORT-PAID-WHILE-HELD.
           ADD 1 TO WS-HELD-PAID-COUNT
           ADD WS-CNF-PAID-AMOUNT(WS-CNF-IDX) TO WS-HELD-PAID-AMOUNT
           MOVE WS-CNF-PAID-AMOUNT(WS-CNF-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "PAID WHILE ON HOLD " EXT-VENDOR-CODE
               "/" EXT-INVOICE-NUMBER
               " PAID " WS-AMOUNT-DISPLAY
               " REF " WS-CNF-PAYMENT-REF(WS-CNF-IDX)
               " HOLD " WS-HLD-REASON-CODE(WS-HLD-IDX)
               " BY " WS-HLD-CLERK-ID(WS-HLD-IDX)
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           WRITE CONFIRM-REPORT-LINE
           DISPLAY "WARNING: " EXT-VENDOR-CODE "/" EXT-INVOICE-NUMBER
               " WAS PAID WHILE ON HOLD - REF "
               WS-CNF-PAYMENT-REF(WS-CNF-IDX)
           MOVE "ACTION" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "PAID WHILE ON HOLD " EXT-VENDOR-CODE "/"
               EXT-INVOICE-NUMBER " REF "
               WS-CNF-PAYMENT-REF(WS-CNF-IDX)
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9100-LOG-WARNING.

      * The liability sits on AP control at the released dollars;
      * the payment clears it at the paid dollars. Paying more for
      * an invoice is a loss (debit FX, credit AP control), paying
      * less a gain - and a credit memo applied at more dollars than
      * it was released at is a gain, fewer a loss.
       2170-JOURNAL-REALIZED-FX.
           IF WS-CNF-PAID-AMOUNT(WS-CNF-IDX) > EXT-AMOUNT
               COMPUTE WS-FX-DIFFERENCE =
                   WS-CNF-PAID-AMOUNT(WS-CNF-IDX) - EXT-AMOUNT
           ELSE
               COMPUTE WS-FX-DIFFERENCE =
                   EXT-AMOUNT - WS-CNF-PAID-AMOUNT(WS-CNF-IDX)
           END-IF
           MOVE WS-RUN-DATE TO GLJ-JOURNAL-DATE
           MOVE "FXREAL" TO GLJ-SOURCE
           MOVE EXT-VENDOR-CODE TO GLJ-VENDOR-CODE
           MOVE EXT-INVOICE-NUMBER TO GLJ-REFERENCE
           MOVE SPACES TO GLJ-REVERSAL-DATE
           MOVE SPACES TO GLJ-COST-CENTER
           MOVE SPACES TO GLJ-POSTING-PERIOD
           MOVE WS-FX-DIFFERENCE TO GLJ-AMOUNT
           IF (WS-CNF-PAID-AMOUNT(WS-CNF-IDX) > EXT-AMOUNT
                   AND NOT EXT-ITEM-CREDIT)
                   OR (WS-CNF-PAID-AMOUNT(WS-CNF-IDX) < EXT-AMOUNT
                   AND EXT-ITEM-CREDIT)
               ADD 1 TO WS-FX-LOSS-COUNT
               ADD WS-FX-DIFFERENCE TO WS-FX-LOSS-AMOUNT
               MOVE WS-FX-REALIZED-ACCOUNT TO GLJ-ACCOUNT
               MOVE "D" TO GLJ-TYPE
               WRITE GL-JOURNAL-RECORD
               MOVE WS-AP-CONTROL-ACCOUNT TO GLJ-ACCOUNT
               MOVE "C" TO GLJ-TYPE
               WRITE GL-JOURNAL-RECORD
           ELSE
               ADD 1 TO WS-FX-GAIN-COUNT
               ADD WS-FX-DIFFERENCE TO WS-FX-GAIN-AMOUNT
               MOVE WS-AP-CONTROL-ACCOUNT TO GLJ-ACCOUNT
               MOVE "D" TO GLJ-TYPE
               WRITE GL-JOURNAL-RECORD
               MOVE WS-FX-REALIZED-ACCOUNT TO GLJ-ACCOUNT
               MOVE "C" TO GLJ-TYPE
               WRITE GL-JOURNAL-RECORD
           END-IF
           MOVE EXT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-CNF-PAID-AMOUNT(WS-CNF-IDX) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-FX-DIFFERENCE TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "FX SETTLED " EXT-VENDOR-CODE
               "/" EXT-INVOICE-NUMBER " " EXT-CURRENCY-CODE
               " RELEASED " WS-AMOUNT-DISPLAY
               " PAID " WS-AMOUNT-DISPLAY-2
               " FX " WS-AMOUNT-DISPLAY-3
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           WRITE CONFIRM-REPORT-LINE.

       2200-KEEP-ON-EXTRACT.
           ADD 1 TO WS-STILL-OWED-COUNT
           ADD EXT-AMOUNT TO WS-STILL-OWED-AMOUNT
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "UNMATCHED CONFIRMATIONS:" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           WRITE CONFIRM-REPORT-LINE
           MOVE WS-HELD-PAID-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-HELD-PAID-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "PAID WHILE ON HOLD:     " WS-COUNT-DISPLAY
               "  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           WRITE CONFIRM-REPORT-LINE
           MOVE WS-DISCOUNT-TAKEN-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-DISCOUNT-TAKEN-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "DISCOUNTS TAKEN:        " WS-COUNT-DISPLAY
               "  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           WRITE CONFIRM-REPORT-LINE
           MOVE WS-FX-GAIN-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-FX-GAIN-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "REALIZED FX GAINS:      " WS-COUNT-DISPLAY
               "  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           WRITE CONFIRM-REPORT-LINE
           MOVE WS-FX-LOSS-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-FX-LOSS-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO CONFIRM-REPORT-LINE
           STRING "REALIZED FX LOSSES:     " WS-COUNT-DISPLAY
               "  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO CONFIRM-REPORT-LINE
           WRITE CONFIRM-REPORT-LINE.

       4000-TERMINATE.
           CLOSE AP-EXTRACT-FILE
           CLOSE PAID-HISTORY-FILE
           CLOSE FX-JOURNAL-FILE
           CLOSE CONFIRM-REPORT-FILE
           CLOSE EXTRACT-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-EXTRACT-TEMP-NAME
                   "RENAME STATUS " WS-RENAME-STATUS
               STOP RUN
           END-IF
           PERFORM 4050-WRITE-CONFIRM-TOTALS
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RETIRED " WS-RETIRED-COUNT
               " STILL OWED " WS-STILL-OWED-COUNT
               " UNMATCHED CONFIRMS " WS-UNMATCHED-COUNT.

      * Written only once the extract has been rewritten, so the
      * figures always describe items that really left it. A second
      * run the same day folds into that day's record (same as
      * INVOICE-DAILY-TOTALS); a prior day's record is replaced.
       4050-WRITE-CONFIRM-TOTALS.
           OPEN INPUT CONFIRM-TOTALS-FILE
           IF WS-CNFTOT-FILE-STATUS = "00"
               READ CONFIRM-TOTALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CNFT-RUN-DATE = WS-RUN-DATE
                           PERFORM 4060-ADD-PRIOR-CONFIRM-TOTALS
                       END-IF
               END-READ
               CLOSE CONFIRM-TOTALS-FILE
           END-IF
           OPEN OUTPUT CONFIRM-TOTALS-FILE
           IF WS-CNFTOT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN PAYMENT-CONFIRM-TOTALS - "
                   "STATUS " WS-CNFTOT-FILE-STATUS
               STOP RUN
           END-IF
           ADD WS-RETIRED-COUNT TO WS-DAY-RETIRED-COUNT
           ADD WS-INVOICE-PAID-COUNT TO WS-DAY-INVOICE-COUNT
           ADD WS-INVOICE-PAID-AMOUNT TO WS-DAY-INVOICE-PAID-AMOUNT
           ADD WS-CREDIT-PAID-COUNT TO WS-DAY-CREDIT-COUNT
           ADD WS-CREDIT-PAID-AMOUNT TO WS-DAY-CREDIT-PAID-AMOUNT
           ADD WS-DISCOUNT-TAKEN-COUNT TO WS-DAY-DISCOUNT-COUNT
           ADD WS-DISCOUNT-TAKEN-AMOUNT TO WS-DAY-DISCOUNT-AMOUNT
           MOVE WS-RUN-DATE TO CNFT-RUN-DATE
           MOVE WS-DAY-RETIRED-COUNT TO CNFT-RETIRED-COUNT
           MOVE WS-DAY-INVOICE-COUNT TO CNFT-INVOICE-COUNT
           MOVE WS-DAY-INVOICE-PAID-AMOUNT
               TO CNFT-INVOICE-PAID-AMOUNT
           MOVE WS-DAY-CREDIT-COUNT TO CNFT-CREDIT-COUNT
           MOVE WS-DAY-CREDIT-PAID-AMOUNT TO CNFT-CREDIT-PAID-AMOUNT
           MOVE WS-DAY-DISCOUNT-COUNT TO CNFT-DISCOUNT-COUNT
           MOVE WS-DAY-DISCOUNT-AMOUNT TO CNFT-DISCOUNT-AMOUNT
           WRITE CONFIRM-TOTALS-RECORD
           CLOSE CONFIRM-TOTALS-FILE.

       4060-ADD-PRIOR-CONFIRM-TOTALS.
           DISPLAY "PRIOR RUN CONFIRM TOTALS FOR " CNFT-RUN-DATE
               " FOLDED IN"
           MOVE CNFT-RETIRED-COUNT TO WS-DAY-RETIRED-COUNT
           MOVE CNFT-INVOICE-COUNT TO WS-DAY-INVOICE-COUNT
           MOVE CNFT-INVOICE-PAID-AMOUNT
               TO WS-DAY-INVOICE-PAID-AMOUNT
           MOVE CNFT-CREDIT-COUNT TO WS-DAY-CREDIT-COUNT
           MOVE CNFT-CREDIT-PAID-AMOUNT TO WS-DAY-CREDIT-PAID-AMOUNT
           MOVE CNFT-DISCOUNT-COUNT TO WS-DAY-DISCOUNT-COUNT
           MOVE CNFT-DISCOUNT-AMOUNT TO WS-DAY-DISCOUNT-AMOUNT.

      * Sequencing guard. CYCLE-CONTROL lists the jobs whose NORMAL
      * end row must already be on tonight's RUN-LOG before this one
      * may run. The latest run of each predecessor is what counts -
      * a resubmitted run that ended NORMAL clears an earlier
      * failure. A predecessor that never ran, never wrote its end
      * row, or ended any other way holds this job unless
      * CYCLE-OVERRIDE carries an approved rerun for this job, that
      * predecessor, and today's date. With no CYCLE-CONTROL at all
      * the job runs unguarded and says so on the log.
       8000-CHECK-CYCLE-SEQUENCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-CONTROL-FILE
           IF WS-CYCLE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CYCLE-EOF
                   READ CYCLE-CONTROL-FILE
                       AT END
                           SET WS-CYCLE-EOF TO TRUE
                       NOT AT END
                           PERFORM 8010-ADD-PREDECESSOR
                   END-READ
               END-PERFORM
               CLOSE CYCLE-CONTROL-FILE
           ELSE
               SET WS-CYCLE-TABLE-MISSING TO TRUE
           END-IF
           IF WS-PRED-COUNT > 0
               PERFORM 8020-SCAN-RUN-LOG
               PERFORM 8030-LOAD-OVERRIDES
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > WS-PRED-COUNT
                   IF NOT WS-PRED-NORMAL(WS-PRED-SUB)
                           AND NOT WS-PRED-OVERRIDDEN(WS-PRED-SUB)
                       SET WS-CYCLE-REFUSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      * A predecessor listed twice is held once.
       8010-ADD-PREDECESSOR.
           IF CYC-JOB-NAME = WS-CYCLE-JOB-NAME
               SET WS-PRED-IDX TO 1
               SEARCH WS-PRED-TABLE
                   AT END
                       PERFORM 8015-STORE-PREDECESSOR
                   WHEN WS-PRED-IDX > WS-PRED-COUNT
                       PERFORM 8015-STORE-PREDECESSOR
                   WHEN WS-PRED-JOB-NAME(WS-PRED-IDX) = CYC-PREDECESSOR
                       CONTINUE
               END-SEARCH
           END-IF.

       8015-STORE-PREDECESSOR.
           IF WS-PRED-COUNT >= 20
               DISPLAY "FATAL: MORE THAN 20 PREDECESSORS ON "
                   "CYCLE-CONTROL FOR " WS-CYCLE-JOB-NAME
                   " - REFUSING TO RUN ON A PARTIAL CHECK"
               STOP RUN
           END-IF
           ADD 1 TO WS-PRED-COUNT
           MOVE CYC-PREDECESSOR TO WS-PRED-JOB-NAME(WS-PRED-COUNT)
           MOVE "MISSING" TO WS-PRED-STATE(WS-PRED-COUNT)
           MOVE "N" TO WS-PRED-OVERRIDE-SW(WS-PRED-COUNT)
           MOVE SPACES TO WS-PRED-APPROVED-BY(WS-PRED-COUNT)
           MOVE SPACES TO WS-PRED-REFERENCE(WS-PRED-COUNT).

      * No RUN-LOG yet means nothing has run this cycle - every
      * predecessor stays MISSING.
       8020-SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-CYCLOG-EOF
                   READ RUN-LOG-FILE
                       AT END
                           SET WS-CYCLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 8025-APPLY-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

      * A start row with no end row after it is a run that died.
       8025-APPLY-LOG-ROW.
           SET WS-PRED-IDX TO 1
           SEARCH WS-PRED-TABLE
               AT END
                   CONTINUE
               WHEN WS-PRED-IDX > WS-PRED-COUNT
                   CONTINUE
               WHEN WS-PRED-JOB-NAME(WS-PRED-IDX) = RLG-JOB-NAME
                   EVALUATE TRUE
                       WHEN RLG-TYPE-START
                           MOVE "DID NOT FINISH"
                               TO WS-PRED-STATE(WS-PRED-IDX)
                       WHEN RLG-TYPE-END
                           MOVE RLG-SEVERITY
                               TO WS-PRED-STATE(WS-PRED-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-SEARCH.

       8030-LOAD-OVERRIDES.
           OPEN INPUT CYCLE-OVERRIDE-FILE
           IF WS-CYCOVR-FILE-STATUS = "00"
               PERFORM UNTIL WS-CYCOVR-EOF
                   READ CYCLE-OVERRIDE-FILE
                       AT END
                           SET WS-CYCOVR-EOF TO TRUE
                       NOT AT END
                           PERFORM 8035-APPLY-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE CYCLE-OVERRIDE-FILE
           END-IF.

      * Only an approved row for this job, dated today, for a
      * predecessor that actually failed counts as used.
       8035-APPLY-OVERRIDE.
           IF COV-JOB-NAME = WS-CYCLE-JOB-NAME
                   AND COV-CYCLE-DATE = WS-CYCLE-DATE
                   AND COV-APPROVED-BY NOT = SPACES
               SET WS-PRED-IDX TO 1
               SEARCH WS-PRED-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-PRED-IDX > WS-PRED-COUNT
                       CONTINUE
                   WHEN WS-PRED-JOB-NAME(WS-PRED-IDX) = COV-PREDECESSOR
                       IF NOT WS-PRED-NORMAL(WS-PRED-IDX)
                           MOVE "Y" TO WS-PRED-OVERRIDE-SW(WS-PRED-IDX)
                           MOVE COV-APPROVED-BY
                               TO WS-PRED-APPROVED-BY(WS-PRED-IDX)
                           MOVE COV-REFERENCE
                               TO WS-PRED-REFERENCE(WS-PRED-IDX)
                       END-IF
               END-SEARCH
           END-IF.

      * Runs from 9000 right after the start row, so the operations
      * summary sees every predecessor that held this job and every
      * override it ran under.
       8100-LOG-CYCLE-CHECK.
           IF WS-CYCLE-TABLE-MISSING
               MOVE "NOTE" TO WS-LOG-SEVERITY
               MOVE "NO CYCLE-CONTROL - RAN WITHOUT SEQUENCE CHECK"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                   UNTIL WS-PRED-SUB > WS-PRED-COUNT
               PERFORM 8110-LOG-ONE-PREDECESSOR
           END-PERFORM.

       8110-LOG-ONE-PREDECESSOR.
           MOVE SPACES TO WS-LOG-MESSAGE
           EVALUATE TRUE
               WHEN WS-PRED-NORMAL(WS-PRED-SUB)
                   CONTINUE
               WHEN WS-PRED-OVERRIDDEN(WS-PRED-SUB)
                   MOVE "OVERRIDE" TO WS-LOG-SEVERITY
                   STRING WS-PRED-JOB-NAME(WS-PRED-SUB) " "
                       WS-PRED-STATE(WS-PRED-SUB)
                       " OVERRIDDEN BY "
                       WS-PRED-APPROVED-BY(WS-PRED-SUB)
                       " REF " WS-PRED-REFERENCE(WS-PRED-SUB)
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
               WHEN OTHER
                   MOVE "ACTION" TO WS-LOG-SEVERITY
                   STRING "PREDECESSOR " WS-PRED-JOB-NAME(WS-PRED-SUB)
                       " " WS-PRED-STATE(WS-PRED-SUB)
                       " - THIS JOB NOT RUN"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
           END-EVALUATE.

      * Nothing was opened but the log; the REFUSED end row keeps
      * every job downstream of this one held as well.
       8500-REFUSE-RUN.
           DISPLAY WS-CYCLE-JOB-NAME " NOT RUN - A PREDECESSOR ON "
               "CYCLE-CONTROL HAS NO NORMAL END THIS CYCLE - SEE "
               "RUN-LOG"
           PERFORM 9000-OPEN-RUN-LOG
           MOVE "REFUSED" TO WS-LOG-SEVERITY
           MOVE "NOT RUN - PREDECESSOR CHECK FAILED - NO FILE TOUCHED"
               TO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           MOVE 8 TO RETURN-CODE.

      * Common run-log plumbing - same four paragraphs as the rest
      * of the suite; an abend leaves the start row unmatched and
      * OPSRPT flags it.
           MOVE "S" TO RLG-ENTRY-TYPE
           MOVE SPACES TO WS-LOG-SEVERITY
           MOVE "STARTED" TO WS-LOG-MESSAGE
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 8100-LOG-CYCLE-CHECK.

       9100-LOG-WARNING.
           MOVE "W" TO RLG-ENTRY-TYPE

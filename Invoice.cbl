      *     which the OPSRPT end-of-night job turns into the cycle's
      *     operations summary. An abend leaves the start row with
      *     no end row - that is how OPSRPT flags a failed job.
      *   - Cost distribution: a detail or credit row may now be
      *     followed by up to ten "L" rows splitting it across GL
      *     accounts and cost centers (a utility bill shared by
      *     three departments, a capital purchase split from its
      *     freight), where before the whole amount could only code
      *     to the vendor's category. The lines must each carry a
      *     real amount and an account on GL-ACCOUNT-TABLE, and must
      *     sum to the invoice amount as keyed; an item that fails
      *     goes to EXCEPTION-FILE with a DIST-ERROR decision and
      *     its own summary bucket. The lines ride onto the
      *     extract, pending, and exception records for APDECIDE,
      *     EXCPDISP, and GLEXTR. "L" rows are not counted in the
      *     batch trailer or hash - the sum check proves them - and
      *     an item with no lines is coded by category as before.
      *   - The FX gain/loss accounts ("FXUNRL", "FXREAL") are
      *     reserved GL-ACCOUNT-TABLE rows like APCTRL and ACCRUE
      *     and are not accepted as distribution-line coding.
      *   - Fiscal periods: every item is given the FISCAL-CALENDAR
      *     period its invoice date falls in, carried on the extract
      *     and pending records as the posting period. A date in a
      *     period the controller has closed rolls forward into the
      *     current open period instead of reopening the closed
      *     month; a resubmission keeps the period EXCPDISP gave it
      *     while that period is open. A date the calendar does not
      *     cover goes to EXCEPTION-FILE with a NO-PERIOD decision
      *     and its own summary bucket. No calendar, or one with no
      *     open period, is fatal - nothing could be posted.
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
      *   - Audit rows carry the PO number the invoice was keyed
      *     against, so SODCHECK can tie a PO amendment to the
      *     invoices later keyed against that PO.
      *   - VENDOR-MASTER, PO-MASTER, and INVOICE-HISTORY are now
      *     indexed files read by key (vendor code, PO number, and
      *     vendor + invoice number) instead of being loaded into
      *     tables at start-up, so the vendor, PO, and history table
      *     limits and their fatal overflows are gone. A PO draw is
      *     rewritten onto PO-MASTER as the invoice is routed, and
      *     each history row is written by key as the item is taken
      *     in; the end-of-job PO-MASTER rewrite is gone. The
      *     PO-ACTIVITY journal still records the day's draws, and
      *     APDECIDE's rejection credits on it are folded into
      *     PO-MASTER at start-up under a count carried on the
      *     checkpoint, so a restart neither misses a credit nor
      *     applies one twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THRESHOLD-FILE-STATUS.

      * The vendor, PO, and history masters are indexed files read
      * by key - nothing is loaded into a table, so there is no
      * table to overflow however large the masters grow.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT EXCEPTION-FILE

           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT AP-EXTRACT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-FILE-STATUS.

      * The GL coding table GLEXTR journals from - INVOICE proves
      * every cost distribution line's account against it, so a
      * miskeyed account is caught at the door instead of in the
      * ledger load.
           SELECT GL-ACCOUNT-FILE
               ASSIGN TO "GL-ACCOUNT-TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.

           SELECT PO-MASTER-FILE
               ASSIGN TO "PO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT PO-ACTIVITY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-ACTIVITY-FILE-STATUS.

           SELECT GOODS-RECEIPT-FILE
               ASSIGN TO "GOODS-RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-TEMP-FILE-STATUS.

      * The controller's fiscal calendar - which period each date
      * posts to and whether that period is still open.
           SELECT FISCAL-CALENDAR-FILE
               ASSIGN TO "FISCAL-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCAL-FILE-STATUS.

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

      * Every job in the suite appends its start/end, counts, and
      * warnings here; the OPSRPT end-of-night job reads the cycle
      * and prints one operations summary.
       FD  EXCHANGE-RATE-FILE.
           COPY FXRATE.

       FD  GL-ACCOUNT-FILE.
           COPY GLACCT.

       FD  PO-MASTER-FILE.
           COPY POREC.

       FD  PO-ACTIVITY-FILE.
           COPY POACTREC.

       FD  GOODS-RECEIPT-FILE.
           COPY RCPTREC.

           COPY CHKPTREC.

       FD  CHECKPOINT-TEMP-FILE.
       01  CHECKPOINT-TEMP-RECORD          PIC X(299).

       FD  FISCAL-CALENDAR-FILE.
           COPY FCALREC.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       01  WS-REGISTER-FILE-STATUS         PIC XX.
       01  WS-DAYTOT-FILE-STATUS           PIC XX.
       01  WS-FX-FILE-STATUS               PIC XX.
       01  WS-GLACCT-FILE-STATUS           PIC XX.
       01  WS-PO-FILE-STATUS               PIC XX.
       01  WS-PO-ACTIVITY-FILE-STATUS      PIC XX.
       01  WS-RECEIPT-FILE-STATUS          PIC XX.
       01  WS-RCPT-ACTIVITY-FILE-STATUS    PIC XX.
       01  WS-RECEIPT-TEMP-FILE-STATUS     PIC XX.
       01  WS-CHECKPOINT-REAL-NAME         PIC X(30)
               VALUE "INVOICE-CHECKPOINT".
       01  WS-CHECKPOINT-RENAME-STATUS     PIC S9(9) COMP-5 VALUE 0.
       01  WS-FCAL-FILE-STATUS             PIC XX.
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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "INVOICE".
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

      * Restart/checkpoint working fields. The checkpoint is saved
      * after every record (not on a periodic interval) so it always
      * AUDIT-TRAIL-FILE/INVOICE-HISTORY-FILE - a restart must never
      * be able to land between "position saved" and "outcome
      * written", or the resumed run reprocesses an already-decided
      * invoice (and, since it is already in INVOICE-HISTORY,
      * 2120-CHECK-DUPLICATE would flag it against itself).
       01  WS-SKIP-COUNT                   PIC 9(9) VALUE 0.
       01  WS-RECORDS-READ                 PIC 9(9) VALUE 0.
       01  WS-EOF-SW                       PIC X(1) VALUE "N".
           88  WS-END-OF-FILE              VALUE "Y".

      * Cost distribution lines are gathered by reading one record
      * past the detail they belong to. The record that ends the run
      * of "L" rows (the next detail, or the trailer) is held here
      * and handed back as the next record read, and the feed's own
      * end of file is kept apart from WS-END-OF-FILE so the detail
      * in hand is still processed when the lines run to the end.
       01  WS-FEED-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-FEED-EOF                 VALUE "Y".
       01  WS-HELD-RECORD-SW               PIC X(1) VALUE "N".
           88  WS-HELD-RECORD              VALUE "Y".
       01  WS-DIST-END-SW                  PIC X(1) VALUE "N".
           88  WS-DIST-END                 VALUE "Y".
       01  WS-HELD-INVOICE-RECORD          PIC X(71) VALUE SPACES.
       01  WS-CURRENT-INVOICE-RECORD       PIC X(71) VALUE SPACES.

      * The distribution lines for the detail in hand - same layout
      * as the line block on the extract, pending, and exception
      * records, so it moves onto any of them whole. Lines past the
      * tenth are counted but not kept; the item is rejected.
       01  WS-DIST-LINES.
           05  WS-DIST-LINE-COUNT          PIC 9(2) VALUE 0.
           05  WS-DIST-LINE OCCURS 10 TIMES.
               10  WS-DIST-GL-ACCOUNT      PIC X(8).
               10  WS-DIST-COST-CENTER     PIC X(6).
               10  WS-DIST-AMOUNT          PIC 9(9)V99.
       01  WS-DIST-LINES-READ              PIC 9(5) VALUE 0.
       01  WS-DIST-SUB                     PIC 9(2) VALUE 0.
       01  WS-DIST-TOTAL                   PIC 9(11)V99 VALUE 0.
       01  WS-DIST-VALID-SW                PIC X(1) VALUE "Y".
           88  WS-DIST-VALID               VALUE "Y".
       01  WS-DIST-REJECT-REASON           PIC X(30) VALUE SPACES.

      * Accounts a distribution line may be coded to, loaded from
      * GL-ACCOUNT-TABLE - every expense row, DFAULT included. The
      * APCTRL and ACCRUE rows are the liability side of GLEXTR's
      * entries, and FXUNRL and FXREAL take only the FX gain/loss
      * entries - none of them is ever valid line coding.
       01  WS-GLACCT-TABLE-AREA.
           05  WS-GLA-TABLE OCCURS 100 TIMES
                   INDEXED BY WS-GLA-IDX.
               10  WS-GLA-ACCOUNT          PIC X(8).
       01  WS-GLACCT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-GLACCT-EOF-SW                PIC X(1) VALUE "N".
           88  WS-GLACCT-EOF               VALUE "Y".
       01  WS-GLA-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-GLA-FOUND                VALUE "Y".

       01  WS-THRESHOLD-EOF-SW             PIC X(1) VALUE "N".
           88  WS-THRESHOLD-EOF            VALUE "Y".

       01  WS-THRESHOLD-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-THRESHOLD-FOUND          VALUE "Y".

       01  WS-REGISTER-MATCH-SW            PIC X(1) VALUE "N".
           88  WS-REGISTER-MATCH           VALUE "Y".

       01  WS-VENDOR-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-VENDOR-FOUND             VALUE "Y".

      * Payment terms of the vendor read by 2110-VALIDATE-VENDOR for
      * the invoice in hand, made safe for the date arithmetic by
      * 2146-LOAD-VENDOR-TERMS.
       01  WS-VEN-DISCOUNT-PCT             PIC 9V99 VALUE 0.
       01  WS-VEN-DISCOUNT-DAYS            PIC 9(3) VALUE 0.
       01  WS-VEN-NET-DAYS                 PIC 9(3) VALUE 0.

      * The open-PO master is read by PO number for the two-way
      * match and drawn down in place as PO invoices are routed.
      * The tolerance allows small overruns (freight, rounding)
      * before an invoice is kicked out for exceeding its PO.
       01  WS-PO-ACTIVITY-EOF-SW           PIC X(1) VALUE "N".
           88  WS-PO-ACTIVITY-EOF          VALUE "Y".
      * Rows read from PO-ACTIVITY at start-up, and how many of them
      * had already been folded into PO-MASTER by an earlier start
      * of the same run (carried on the checkpoint).
       01  WS-PO-ACTIVITY-ROW              PIC 9(7) VALUE 0.
       01  WS-PO-ACTIVITY-APPLIED          PIC 9(7) VALUE 0.
       01  WS-PO-FOUND-SW                  PIC X(1) VALUE "N".
           88  WS-PO-FOUND                 VALUE "Y".
       01  WS-PO-VALID-SW                  PIC X(1) VALUE "Y".
       01  WS-PO-REJECT-REASON             PIC X(30) VALUE SPACES.
       01  WS-PO-TOLERANCE-PCT             PIC 9V99 VALUE 0.05.
       01  WS-PO-MATCH-LIMIT               PIC 9(9)V99 VALUE 0.

      * Goods received against each open PO, loaded from
      * GOODS-RECEIPTS at start-up into an in-memory table, one row
      * per PO with same-PO feed rows summed at load. The billed
      * balance is drawn down in place as PO invoices are routed.
      * There is deliberately no tolerance on this check: the PO
      * tolerance already absorbs freight and rounding against the
      * order amount, and billing past what the warehouse says
      * arrived is exactly the case a clerk has to look at.
       01  WS-RCP-TABLE-AREA.
           05  WS-RCP-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-RCP-IDX.
       01  WS-USD-AMOUNT                   PIC 9(9)V99 VALUE 0.
       01  WS-FX-REJECT-REASON             PIC X(30) VALUE SPACES.

      * The fiscal calendar, loaded whole at start-up. The current
      * open period is the earliest period still open - where an
      * invoice dated in a closed period is posted instead.
       01  WS-FCAL-TABLE-AREA.
           05  WS-FCAL-TABLE OCCURS 240 TIMES
                   INDEXED BY WS-FCAL-IDX.
               10  WS-FCAL-PERIOD          PIC X(6).
               10  WS-FCAL-START-DATE      PIC X(8).
               10  WS-FCAL-END-DATE        PIC X(8).
               10  WS-FCAL-STATUS          PIC X(1).
                   88  WS-FCAL-OPEN        VALUE "O".
       01  WS-FCAL-COUNT                   PIC 9(4) VALUE 0.
       01  WS-FCAL-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-FCAL-EOF                 VALUE "Y".
       01  WS-CURRENT-OPEN-PERIOD          PIC X(6) VALUE SPACES.
       01  WS-POSTING-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-PERIOD-VALID-SW              PIC X(1) VALUE "Y".
           88  WS-PERIOD-VALID             VALUE "Y".

       01  WS-DUPLICATE-FOUND-SW           PIC X(1) VALUE "N".
           88  WS-DUPLICATE-FOUND          VALUE "Y".

      * Threshold table loaded from THRESHOLD-FILE - keyed by vendor
      * code (or "DFAULT") so approval limits can be changed by
      * Finance without a program change.
           05  WS-CREDIT-AMOUNT            PIC 9(9)V99 VALUE 0.
           05  WS-CREDIT-EXC-COUNT         PIC 9(7) VALUE 0.
           05  WS-CREDIT-EXC-AMOUNT       PIC 9(9)V99 VALUE 0.
           05  WS-DIST-EXC-COUNT           PIC 9(7) VALUE 0.
           05  WS-DIST-EXC-AMOUNT          PIC 9(9)V99 VALUE 0.
           05  WS-PERIOD-EXC-COUNT         PIC 9(7) VALUE 0.
           05  WS-PERIOD-EXC-AMOUNT        PIC 9(9)V99 VALUE 0.

       01  WS-AMOUNT-DISPLAY               PIC $$$$,$$$,$$9.99.
       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-INVOICES UNTIL WS-END-OF-FILE
           PERFORM 2020-VALIDATE-RESTART-COMPLETE
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           PERFORM 1400-OPEN-VENDOR-MASTER
           PERFORM 1600-LOAD-FX-TABLE
           PERFORM 1650-LOAD-GLACCT-TABLE
           PERFORM 1800-LOAD-FISCAL-CALENDAR
      * The checkpoint is loaded ahead of the PO-ACTIVITY fold - it
      * carries how much of the journal an earlier start of this run
      * already folded into PO-MASTER.
           PERFORM 1300-LOAD-CHECKPOINT
           PERFORM 1700-OPEN-PO-MASTER
           PERFORM 1710-APPLY-PO-ACTIVITY
           PERFORM 1730-LOAD-RECEIPT-TABLE
           PERFORM 1740-APPLY-RECEIPT-ACTIVITY
           PERFORM 1500-OPEN-INVOICE-HISTORY
           PERFORM 1350-LOAD-BATCH-REGISTER
           PERFORM 2900-READ-NEXT-INVOICE.

               END-READ
           END-PERFORM.

       1400-OPEN-VENDOR-MASTER.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN VENDOR-MASTER-FILE - STATUS "
                   WS-VENDOR-FILE-STATUS
               DISPLAY "WITHOUT A VENDOR MASTER EVERY INVOICE WOULD BE "
               STOP RUN
           END-IF.

      * Only rate rows dated for the run date are loaded. A missing
      * EXCHANGE-RATES file is not fatal the way a missing vendor
      * master is - USD invoices (the bulk of the feed) convert at
                   MOVE FX-RATE TO WS-FX-RATE(WS-FX-COUNT)
           END-EVALUATE.

      * A missing coding table is survivable - invoices coded by
      * vendor category never touch it - but every line-coded
      * invoice will except until it is back, so say so loudly.
       1650-LOAD-GLACCT-TABLE.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLACCT-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLACCT-EOF
                   READ GL-ACCOUNT-FILE
                       AT END
                           SET WS-GLACCT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1660-ADD-GLACCT-ROW
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           ELSE
               DISPLAY "GL-ACCOUNT-TABLE NOT AVAILABLE - STATUS "
                   WS-GLACCT-FILE-STATUS
                   " - LINE-CODED INVOICES WILL BE SENT TO "
                   "EXCEPTIONS"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE "GL-ACCOUNT-TABLE MISSING - LINE-CODED ITEMS EXCEPT"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       1660-ADD-GLACCT-ROW.
           EVALUATE TRUE
               WHEN GLA-KEY = "APCTRL" OR "ACCRUE"
                       OR "FXUNRL" OR "FXREAL"
                   CONTINUE
               WHEN WS-GLACCT-COUNT >= 100
                   DISPLAY "WARNING: GL ACCOUNT TABLE FULL AT 100 "
                       "ROWS - IGNORING " GLA-KEY
                   MOVE "ACTION" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "GL ACCOUNT TABLE FULL - IGNORED "
                       GLA-KEY " " GLA-ACCOUNT
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
               WHEN OTHER
                   ADD 1 TO WS-GLACCT-COUNT
                   MOVE GLA-ACCOUNT
                       TO WS-GLA-ACCOUNT(WS-GLACCT-COUNT)
           END-EVALUATE.

      * Without the open-PO master every PO invoice would be kicked
      * out as UNKNOWN PO NUMBER, the same way a missing vendor
      * master would reject every invoice - refuse to run rather
      * than flood the exception pool.
       1700-OPEN-PO-MASTER.
           OPEN I-O PO-MASTER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN PO-MASTER - STATUS "
                   WS-PO-FILE-STATUS
               DISPLAY "WITHOUT THE OPEN-PO MASTER EVERY PO INVOICE "
               STOP RUN
           END-IF.

      * PO-MASTER already carries every draw - 2185-DRAW-DOWN-PO
      * rewrites the PO as each matched invoice is routed - so the
      * "D" rows on PO-ACTIVITY are only the record of the day's
      * draws and are passed over here. What is not yet on the
      * master is the credits APDECIDE has journaled since the last
      * run, and those are folded in now. The checkpoint carries how
      * many journal rows have been folded, so a restart neither
      * misses a credit nor gives one back twice. Each credit's
      * count is committed before its PO is rewritten: a crash
      * between the two loses that one credit rather than applying
      * it twice, which errs toward a false EXCEEDS PO BALANCE
      * exception a clerk reviews rather than a PO that looks more
      * open than it is.
       1710-APPLY-PO-ACTIVITY.
           MOVE 0 TO WS-PO-ACTIVITY-ROW
           OPEN INPUT PO-ACTIVITY-FILE
           IF WS-PO-ACTIVITY-FILE-STATUS = "00"
               PERFORM UNTIL WS-PO-ACTIVITY-EOF
                       AT END
                           SET WS-PO-ACTIVITY-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PO-ACTIVITY-ROW
                           IF WS-PO-ACTIVITY-ROW >
                                   WS-PO-ACTIVITY-APPLIED
                                   AND POA-TYPE-CREDIT
                               PERFORM 1720-APPLY-ONE-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-ACTIVITY-FILE
               OPEN EXTEND PO-ACTIVITY-FILE
           END-IF.

       1720-APPLY-ONE-CREDIT.
           MOVE WS-PO-ACTIVITY-ROW TO CKPT-PO-ACTIVITY-APPLIED
           PERFORM 2820-COMMIT-CHECKPOINT
           MOVE "N" TO WS-PO-FOUND-SW
           MOVE POA-PO-NUMBER TO PO-NUMBER
           READ PO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PO-FOUND-SW
           END-READ
           IF WS-PO-FOUND
      * A credit bigger than the invoiced amount would wrap the
      * unsigned balance to its magnitude - floor it at zero and
      * say so instead.
               IF POA-AMOUNT > PO-INVOICED-AMOUNT
                   DISPLAY "WARNING: PO-ACTIVITY CREDIT FOR "
                       POA-PO-NUMBER " EXCEEDS ITS INVOICED "
                       "AMOUNT - BALANCE SET TO ZERO"
                   MOVE "ACTION" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "PO-ACTIVITY CREDIT OVERSHOT "
                       POA-PO-NUMBER " - BALANCE FLOORED AT 0"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
                   MOVE 0 TO PO-INVOICED-AMOUNT
               ELSE
                   SUBTRACT POA-AMOUNT FROM PO-INVOICED-AMOUNT
               END-IF
               PERFORM 2187-REWRITE-PO-MASTER
           ELSE
               DISPLAY "WARNING: PO-ACTIVITY FOR UNKNOWN PO "
                   POA-PO-NUMBER " (INVOICE " POA-INVOICE-NUMBER
                   MOVE RCP-BILLED-AMOUNT
                       TO WS-RCP-BILLED-AMOUNT(WS-RCP-COUNT)
               ELSE
      * Overflow is fatal - the table is written back over
      * GOODS-RECEIPTS at end of job, so a row that did not fit
      * would be destroyed.
                   DISPLAY "FATAL: RECEIPT TABLE FULL AT 2000 ROWS "
                       "- " RCP-PO-NUMBER " AND LATER RECEIPTS "
                       "WOULD BE LOST WHEN THE FILE IS REWRITTEN - "
               PERFORM 9100-LOG-WARNING
           END-IF.

      * No calendar means no invoice can be given a period, and an
      * item posted without one is exactly the reopened month the
      * calendar exists to prevent - refuse to run, the same as a
      * missing vendor master.
       1800-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CALENDAR-FILE
           IF WS-FCAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FISCAL-CALENDAR - STATUS "
                   WS-FCAL-FILE-STATUS
               DISPLAY "WITHOUT A CALENDAR NO INVOICE CAN BE GIVEN A "
                   "POSTING PERIOD - REFUSING TO RUN"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FCAL-EOF
               READ FISCAL-CALENDAR-FILE
                   AT END
                       SET WS-FCAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1810-ADD-CALENDAR-PERIOD
               END-READ
           END-PERFORM
           CLOSE FISCAL-CALENDAR-FILE
           IF WS-CURRENT-OPEN-PERIOD = SPACES
               DISPLAY "FATAL: FISCAL-CALENDAR HAS NO OPEN PERIOD - "
                   "NOTHING CAN BE POSTED"
               STOP RUN
           END-IF.

       1810-ADD-CALENDAR-PERIOD.
           IF WS-FCAL-COUNT < 240
               ADD 1 TO WS-FCAL-COUNT
               MOVE FCAL-PERIOD TO WS-FCAL-PERIOD(WS-FCAL-COUNT)
               MOVE FCAL-START-DATE TO WS-FCAL-START-DATE(WS-FCAL-COUNT)
               MOVE FCAL-END-DATE TO WS-FCAL-END-DATE(WS-FCAL-COUNT)
               MOVE FCAL-STATUS TO WS-FCAL-STATUS(WS-FCAL-COUNT)
               IF FCAL-PERIOD-OPEN
                   AND (WS-CURRENT-OPEN-PERIOD = SPACES
                   OR FCAL-PERIOD < WS-CURRENT-OPEN-PERIOD)
                   MOVE FCAL-PERIOD TO WS-CURRENT-OPEN-PERIOD
               END-IF
           ELSE
               DISPLAY "WARNING: FISCAL CALENDAR TABLE FULL AT 240 "
                   "PERIODS - IGNORING " FCAL-PERIOD
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "FISCAL CALENDAR TABLE FULL - IGNORED "
                   FCAL-PERIOD DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

      * INVOICE-HISTORY is read by key for the duplicate check and
      * for a credit memo's original invoice, and written by key as
      * each item is taken in. A missing file just means nothing has
      * been processed here yet - the first run creates it.
       1500-OPEN-INVOICE-HISTORY.
           OPEN I-O INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT INVOICE-HISTORY-FILE
               CLOSE INVOICE-HISTORY-FILE
               OPEN I-O INVOICE-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN INVOICE-HISTORY - STATUS "
                   WS-HISTORY-FILE-STATUS
               STOP RUN
           END-IF.

      * A CHECKPOINT-FILE that opens successfully (status "00") but
      * yields AT END on the very first READ means the file exists
                           TO WS-CREDIT-EXC-COUNT
                       MOVE CKPT-CREDIT-EXC-AMOUNT
                           TO WS-CREDIT-EXC-AMOUNT
                       IF CKPT-DIST-EXC-COUNT NUMERIC
                           MOVE CKPT-DIST-EXC-COUNT
                               TO WS-DIST-EXC-COUNT
                           MOVE CKPT-DIST-EXC-AMOUNT
                               TO WS-DIST-EXC-AMOUNT
                       END-IF
                       IF CKPT-PERIOD-EXC-COUNT NUMERIC
                           MOVE CKPT-PERIOD-EXC-COUNT
                               TO WS-PERIOD-EXC-COUNT
                           MOVE CKPT-PERIOD-EXC-AMOUNT
                               TO WS-PERIOD-EXC-AMOUNT
                       END-IF
                       IF CKPT-PO-ACTIVITY-APPLIED NUMERIC
                           MOVE CKPT-PO-ACTIVITY-APPLIED
                               TO WS-PO-ACTIVITY-APPLIED
                       ELSE
                           MOVE 0 TO CKPT-PO-ACTIVITY-APPLIED
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           ELSE
      * No checkpoint - start the record clean, since the PO-ACTIVITY
      * fold commits it before the first invoice is read.
               INITIALIZE CHECKPOINT-RECORD
           END-IF.

      * A missing register just means no batch has ever completed

       2100-PROCESS-ONE-INVOICE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE INV-AMOUNT TO WS-AMOUNT-DISPLAY
           ADD 1 TO WS-TOTAL-COUNT
           ADD INV-AMOUNT TO WS-TOTAL-AMOUNT
           MOVE INV-AMOUNT TO WS-USD-AMOUNT
           PERFORM 2110-VALIDATE-VENDOR
           IF WS-VENDOR-VALID
               PERFORM 2111-ASSIGN-POSTING-PERIOD
           END-IF
           IF WS-VENDOR-VALID AND WS-PERIOD-VALID
               PERFORM 2112-CONVERT-CURRENCY
               IF NOT WS-FX-VALID
                   PERFORM 2138-WRITE-EXCEPTION-FX
               ELSE
                 PERFORM 2116-VALIDATE-DISTRIBUTION
                 IF NOT WS-DIST-VALID
                   PERFORM 2137-WRITE-EXCEPTION-DIST
                 ELSE
                   IF WS-CREDIT-MEMO
                     PERFORM 2117-PROCESS-CREDIT-MEMO
                   ELSE
                     PERFORM 2113-MATCH-PURCHASE-ORDER
                     IF NOT WS-PO-VALID
                         PERFORM 2134-WRITE-EXCEPTION-PO
                     ELSE
                       PERFORM 2114-MATCH-GOODS-RECEIPT
                       IF NOT WS-RCP-VALID
                         PERFORM 2136-WRITE-EXCEPTION-RECEIPT
                       ELSE
                         PERFORM 2115-VALIDATE-AMOUNT
                         IF NOT WS-AMOUNT-VALID
                             PERFORM 2132-WRITE-EXCEPTION-AMOUNT
                         ELSE
                             PERFORM 2120-CHECK-DUPLICATE
                             IF WS-DUPLICATE-FOUND
                                 PERFORM 2130-WRITE-EXCEPTION-DUPLICATE
                             ELSE
                                 PERFORM 2140-DETERMINE-APPROVAL-TIER
                                 PERFORM 2145-COMPUTE-PAYMENT-TERMS
                                 PERFORM 2150-WRITE-AUDIT-RECORD
                                 PERFORM 2160-UPDATE-REPORT-COUNTERS
                                 PERFORM 2170-WRITE-EXTRACT-RECORD
                                 PERFORM 2180-ADD-HISTORY-RECORD
                                 PERFORM 2185-DRAW-DOWN-PO
                                 PERFORM 2186-DRAW-DOWN-RECEIPT
                                 DISPLAY "INVOICE " INV-INVOICE-NUMBER
                                     " AMOUNT " WS-AMOUNT-DISPLAY
                                     " " WS-INV-CURRENCY
                                     " TIER " WS-APPROVAL-TIER
                                     " APPROVER " WS-APPROVER-ROLE
                             END-IF
                         END-IF
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
           ELSE
               IF WS-VENDOR-VALID
                   PERFORM 2131-WRITE-EXCEPTION-PERIOD
               ELSE
                   PERFORM 2195-WRITE-EXCEPTION-VENDOR
               END-IF
           END-IF
           PERFORM 2800-WRITE-CHECKPOINT.

      * A resubmitted row carries the period EXCPDISP assigned, and
      * keeps it while that period is open. Otherwise the invoice
      * date decides: its own period when open, the current open
      * period when the controller has closed it. A date outside
      * every calendar row leaves the item without a period.
       2111-ASSIGN-POSTING-PERIOD.
           MOVE "N" TO WS-PERIOD-VALID-SW
           MOVE SPACES TO WS-POSTING-PERIOD
           IF INV-POSTING-PERIOD NOT = SPACES AND WS-FCAL-COUNT > 0
               SET WS-FCAL-IDX TO 1
               SEARCH WS-FCAL-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                       CONTINUE
                   WHEN WS-FCAL-PERIOD(WS-FCAL-IDX) = INV-POSTING-PERIOD
                       IF WS-FCAL-OPEN(WS-FCAL-IDX)
                           MOVE "Y" TO WS-PERIOD-VALID-SW
                           MOVE INV-POSTING-PERIOD TO WS-POSTING-PERIOD
                       END-IF
               END-SEARCH
           END-IF
           IF NOT WS-PERIOD-VALID AND WS-FCAL-COUNT > 0
               SET WS-FCAL-IDX TO 1
               SEARCH WS-FCAL-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                       CONTINUE
                   WHEN INV-INVOICE-DATE NOT <
                            WS-FCAL-START-DATE(WS-FCAL-IDX)
                        AND INV-INVOICE-DATE NOT >
                            WS-FCAL-END-DATE(WS-FCAL-IDX)
                       MOVE "Y" TO WS-PERIOD-VALID-SW
                       IF WS-FCAL-OPEN(WS-FCAL-IDX)
                           MOVE WS-FCAL-PERIOD(WS-FCAL-IDX)
                               TO WS-POSTING-PERIOD
                       ELSE
                           MOVE WS-CURRENT-OPEN-PERIOD
                               TO WS-POSTING-PERIOD
                           DISPLAY "INVOICE " INV-INVOICE-NUMBER
                               " DATED IN CLOSED PERIOD "
                               WS-FCAL-PERIOD(WS-FCAL-IDX)
                               " - POSTED TO " WS-CURRENT-OPEN-PERIOD
                       END-IF
               END-SEARCH
           END-IF.

      * Raised before the amount is converted, so like the no-rate
      * exception the item is held as keyed.
       2131-WRITE-EXCEPTION-PERIOD.
           ADD 1 TO WS-PERIOD-EXC-COUNT
           ADD INV-AMOUNT TO WS-PERIOD-EXC-AMOUNT
           MOVE INV-INVOICE-NUMBER TO EXC-INVOICE-NUMBER
           MOVE INV-VENDOR-CODE TO EXC-VENDOR-CODE
           MOVE INV-AMOUNT TO EXC-AMOUNT
           MOVE "DATE NOT IN FISCAL CALENDAR" TO EXC-REASON
           MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
           MOVE INV-INVOICE-DATE TO EXC-INVOICE-DATE
           MOVE INV-ENTERED-BY TO EXC-ENTERED-BY
           MOVE INV-PO-NUMBER TO EXC-PO-NUMBER
           MOVE WS-INV-CURRENCY TO EXC-CURRENCY-CODE
           PERFORM 2125-SET-EXC-ITEM-FIELDS
           WRITE EXCEPTION-RECORD
           MOVE 0 TO WS-APPROVAL-TIER
           MOVE "N/A" TO WS-APPROVER-ROLE
           MOVE "NO-PERIOD" TO WS-DECISION
           PERFORM 2150-WRITE-AUDIT-RECORD
           DISPLAY "INVOICE " INV-INVOICE-NUMBER " DATED "
               INV-INVOICE-DATE " SENT TO EXCEPTIONS - "
               "DATE NOT IN FISCAL CALENDAR".

      * Everything downstream of here - the PO match, tier routing,
      * payment terms, the extract - works on US dollars. USD
      * invoices convert at one without needing a rate row; any
               WS-INV-CURRENCY ") SENT TO EXCEPTIONS - "
               WS-FX-REJECT-REASON.

      * Two-way match: an invoice carrying a PO number must name an
      * open PO belonging to its own vendor, and the cumulative
      * invoiced amount (including this invoice, in US dollars -
           MOVE SPACES TO WS-PO-REJECT-REASON
           IF INV-PO-NUMBER NOT = SPACES
               MOVE "N" TO WS-PO-FOUND-SW
               MOVE INV-PO-NUMBER TO PO-NUMBER
               READ PO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PO-FOUND-SW
               END-READ
               EVALUATE TRUE
                   WHEN NOT WS-PO-FOUND
                       MOVE "N" TO WS-PO-VALID-SW
                       MOVE "UNKNOWN PO NUMBER"
                           TO WS-PO-REJECT-REASON
                   WHEN PO-VENDOR-CODE NOT = INV-VENDOR-CODE
                       MOVE "N" TO WS-PO-VALID-SW
                       MOVE "PO VENDOR MISMATCH"
                           TO WS-PO-REJECT-REASON
                   WHEN NOT PO-STATUS-OPEN
                       MOVE "N" TO WS-PO-VALID-SW
                       MOVE "PO NOT OPEN"
                           TO WS-PO-REJECT-REASON
                   WHEN OTHER
                       COMPUTE WS-PO-MATCH-LIMIT ROUNDED =
                           PO-AMOUNT * (1 + WS-PO-TOLERANCE-PCT)
                       IF PO-INVOICED-AMOUNT +
                               WS-USD-AMOUNT > WS-PO-MATCH-LIMIT
                           MOVE "N" TO WS-PO-VALID-SW
                           MOVE "EXCEEDS PO BALANCE"
      * is released to the extract as a credit item. Credits skip
      * the PO and receipt matches: they give money back rather
      * than draw an order down.
      * An item keyed with cost distribution lines must prove them
      * before it goes anywhere: no more than ten lines, every line
      * a real amount coded to an account on GL-ACCOUNT-TABLE, and
      * the lines adding up to the invoice amount as keyed (both
      * are in the invoice's own currency). An item with no lines
      * is coded by vendor category downstream and passes as is.
       2116-VALIDATE-DISTRIBUTION.
           MOVE "Y" TO WS-DIST-VALID-SW
           MOVE SPACES TO WS-DIST-REJECT-REASON
           MOVE 0 TO WS-DIST-TOTAL
           EVALUATE TRUE
               WHEN WS-DIST-LINES-READ = 0
                   CONTINUE
               WHEN WS-DIST-LINES-READ > 10
                   MOVE "N" TO WS-DIST-VALID-SW
                   MOVE "OVER 10 DISTRIBUTION LINES"
                       TO WS-DIST-REJECT-REASON
               WHEN OTHER
                   PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                           UNTIL WS-DIST-SUB > WS-DIST-LINE-COUNT
                              OR NOT WS-DIST-VALID
                       PERFORM 2119-CHECK-DISTRIBUTION-LINE
                   END-PERFORM
                   IF WS-DIST-VALID
                      AND WS-DIST-TOTAL NOT = INV-AMOUNT
                       MOVE "N" TO WS-DIST-VALID-SW
                       MOVE "DISTRIBUTION NOT = INVOICE AMT"
                           TO WS-DIST-REJECT-REASON
                   END-IF
           END-EVALUATE.

       2119-CHECK-DISTRIBUTION-LINE.
           IF WS-DIST-AMOUNT(WS-DIST-SUB) NOT NUMERIC
              OR WS-DIST-AMOUNT(WS-DIST-SUB) NOT > 0
               MOVE "N" TO WS-DIST-VALID-SW
               MOVE "ZERO OR INVALID LINE AMOUNT"
                   TO WS-DIST-REJECT-REASON
           ELSE
               ADD WS-DIST-AMOUNT(WS-DIST-SUB) TO WS-DIST-TOTAL
               MOVE "N" TO WS-GLA-FOUND-SW
               IF WS-GLACCT-COUNT > 0
                   SET WS-GLA-IDX TO 1
                   SEARCH WS-GLA-TABLE
                       AT END
                           CONTINUE
                       WHEN WS-GLA-IDX > WS-GLACCT-COUNT
                           CONTINUE
                       WHEN WS-GLA-ACCOUNT(WS-GLA-IDX) =
                                WS-DIST-GL-ACCOUNT(WS-DIST-SUB)
                           MOVE "Y" TO WS-GLA-FOUND-SW
                   END-SEARCH
               END-IF
               IF NOT WS-GLA-FOUND
                  OR WS-DIST-GL-ACCOUNT(WS-DIST-SUB) = SPACES
                   MOVE "N" TO WS-DIST-VALID-SW
                   MOVE "GL ACCOUNT NOT IN CODING TABLE"
                       TO WS-DIST-REJECT-REASON
               END-IF
           END-IF.

      * Same shape as every other exception writer. The lines ride
      * on the exception record as keyed (see 2125) so the clerk can
      * correct the coding and resubmit without re-keying it all.
       2137-WRITE-EXCEPTION-DIST.
           ADD 1 TO WS-DIST-EXC-COUNT
           ADD INV-AMOUNT TO WS-DIST-EXC-AMOUNT
           MOVE INV-INVOICE-NUMBER TO EXC-INVOICE-NUMBER
           MOVE INV-VENDOR-CODE TO EXC-VENDOR-CODE
           MOVE INV-AMOUNT TO EXC-AMOUNT
           MOVE WS-DIST-REJECT-REASON TO EXC-REASON
           MOVE WS-CURRENT-TIMESTAMP TO EXC-TIMESTAMP
           MOVE INV-INVOICE-DATE TO EXC-INVOICE-DATE
           MOVE INV-ENTERED-BY TO EXC-ENTERED-BY
           MOVE INV-PO-NUMBER TO EXC-PO-NUMBER
           MOVE WS-INV-CURRENCY TO EXC-CURRENCY-CODE
           PERFORM 2125-SET-EXC-ITEM-FIELDS
           WRITE EXCEPTION-RECORD
           MOVE 0 TO WS-APPROVAL-TIER
           MOVE "N/A" TO WS-APPROVER-ROLE
           MOVE "DIST-ERROR" TO WS-DECISION
           PERFORM 2150-WRITE-AUDIT-RECORD
           DISPLAY "INVOICE " INV-INVOICE-NUMBER
               " SENT TO EXCEPTIONS - " WS-DIST-REJECT-REASON.

       2117-PROCESS-CREDIT-MEMO.
           PERFORM 2118-VALIDATE-CREDIT-MEMO
           IF NOT WS-CREDIT-VALID
                   END-IF
           END-EVALUATE.

      * Same keyed read as the duplicate check - history rows are
      * written as each item is taken in, so an invoice processed
      * earlier in this very batch is a legitimate target for a
      * same-day credit.
       2121-FIND-ORIGINAL-INVOICE.
           MOVE "N" TO WS-ORIG-FOUND-SW
           MOVE INV-VENDOR-CODE TO HIST-VENDOR-CODE
           MOVE INV-ORIG-INVOICE-NUMBER TO HIST-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ORIG-FOUND-SW
           END-READ.

      * The credit marker and original invoice ride on every
      * exception record, whichever check kicked the item out, so
      * EXCPDISP rebuilds a credit row (not a detail row) when the
      * clerk resubmits it. Blank on ordinary invoices. The cost
      * distribution lines ride along the same way, so the
      * resubmission carries its coding back in - unless there were
      * more than ten, which cannot be kept and must be re-keyed.
       2125-SET-EXC-ITEM-FIELDS.
           IF WS-CREDIT-MEMO
               MOVE "C" TO EXC-ITEM-TYPE
           ELSE
               MOVE SPACE TO EXC-ITEM-TYPE
           END-IF
           MOVE INV-ORIG-INVOICE-NUMBER TO EXC-ORIG-INVOICE-NUMBER
           MOVE WS-DIST-LINES TO EXC-DIST-LINES
           IF WS-DIST-LINES-READ > 10
               MOVE 0 TO EXC-DIST-LINE-COUNT
           END-IF.

       2139-WRITE-EXCEPTION-CREDIT.
           ADD 1 TO WS-CREDIT-EXC-COUNT
           MOVE WS-INV-CURRENCY TO EXT-CURRENCY-CODE
           MOVE INV-AMOUNT TO EXT-ORIG-AMOUNT
           MOVE "C" TO EXT-ITEM-TYPE
           MOVE WS-DIST-LINES TO EXT-DIST-LINES
           MOVE WS-POSTING-PERIOD TO EXT-POSTING-PERIOD
           WRITE EXTRACT-RECORD
           PERFORM 2180-ADD-HISTORY-RECORD
           DISPLAY "CREDIT MEMO " INV-INVOICE-NUMBER
               MOVE "N" TO WS-AMOUNT-VALID-SW
           END-IF.

      * A keyed read of INVOICE-HISTORY by vendor code + invoice
      * number. Rows this run has already added are on the file
      * too, so a repeat inside the same batch is caught the same
      * way as one from a prior day.
       2120-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUPLICATE-FOUND-SW
           MOVE INV-VENDOR-CODE TO HIST-VENDOR-CODE
           MOVE INV-INVOICE-NUMBER TO HIST-INVOICE-NUMBER
           READ INVOICE-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-DUPLICATE-FOUND-SW
           END-READ.

       2132-WRITE-EXCEPTION-AMOUNT.
           ADD 1 TO WS-INVALID-AMOUNT-COUNT
           MOVE SPACES TO WS-VENDOR-REJECT-REASON
           MOVE INV-VENDOR-CODE TO WS-LOOKUP-KEY
           MOVE "N" TO WS-VENDOR-FOUND-SW
           MOVE INV-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VENDOR-FOUND-SW
           END-READ
           IF NOT WS-VENDOR-FOUND
               MOVE "N" TO WS-VENDOR-VALID-SW
               MOVE "UNKNOWN VENDOR" TO WS-VENDOR-REJECT-REASON
      * blank, a typo, or any code that isn't one of the three known
      * values must not fall through to auto-approval by default.
               EVALUATE TRUE
                   WHEN VM-STATUS-INACTIVE
                       MOVE "N" TO WS-VENDOR-VALID-SW
                       MOVE "INACTIVE VENDOR"
                           TO WS-VENDOR-REJECT-REASON
                   WHEN VM-STATUS-BLOCKED
                       MOVE "N" TO WS-VENDOR-VALID-SW
                       MOVE "BLOCKED VENDOR"
                           TO WS-VENDOR-REJECT-REASON
                   WHEN VM-STATUS-ACTIVE
                       IF VM-VENDOR-CATEGORY NOT = SPACES
                           MOVE VM-VENDOR-CATEGORY
                               TO WS-LOOKUP-KEY
                       END-IF
                   WHEN OTHER
                   MOVE "TIER3-VP" TO WS-DECISION
           END-EVALUATE.

      * VENDOR-RECORD still holds the vendor read by
      * 2110-VALIDATE-VENDOR for this invoice - no other vendor
      * read runs in between. The due date is the invoice date
      * plus the vendor's net days; when the vendor offers an
      * early-payment discount, the discount date and dollar amount
      * come out the same way. An unusable invoice date falls back
           MOVE SPACES TO WS-DUE-DATE
           MOVE SPACES TO WS-DISCOUNT-DATE
           MOVE 0 TO WS-INV-DISCOUNT-AMOUNT
           PERFORM 2146-LOAD-VENDOR-TERMS
           IF INV-INVOICE-DATE NUMERIC
               MOVE INV-INVOICE-DATE TO WS-TERMS-BASE-DATE
           ELSE
           END-IF
           COMPUTE WS-TERMS-DUE-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-TERMS-DAY-NUMBER +
                   WS-VEN-NET-DAYS)
           MOVE WS-TERMS-DUE-DATE-NUM TO WS-DUE-DATE
           IF WS-VEN-DISCOUNT-PCT > 0
                   AND WS-VEN-DISCOUNT-DAYS > 0
               COMPUTE WS-TERMS-DUE-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-TERMS-DAY-NUMBER +
                       WS-VEN-DISCOUNT-DAYS)
               MOVE WS-TERMS-DUE-DATE-NUM TO WS-DISCOUNT-DATE
               COMPUTE WS-INV-DISCOUNT-AMOUNT ROUNDED =
                   WS-USD-AMOUNT * WS-VEN-DISCOUNT-PCT
           END-IF.

      * Vendor rows written before payment terms existed read back
      * with blank terms fields - treat those as net 30 with no
      * discount rather than letting non-numeric data into the date
      * arithmetic.
       2146-LOAD-VENDOR-TERMS.
           IF VM-DISCOUNT-PCT NUMERIC AND VM-DISCOUNT-DAYS NUMERIC
               MOVE VM-DISCOUNT-PCT TO WS-VEN-DISCOUNT-PCT
               MOVE VM-DISCOUNT-DAYS TO WS-VEN-DISCOUNT-DAYS
           ELSE
               MOVE 0 TO WS-VEN-DISCOUNT-PCT
               MOVE 0 TO WS-VEN-DISCOUNT-DAYS
           END-IF
      * Numeric zero is a real term (due on receipt) - only a blank
      * or garbled field falls back to the net 30 default.
           IF VM-NET-DAYS NUMERIC
               MOVE VM-NET-DAYS TO WS-VEN-NET-DAYS
           ELSE
               MOVE 30 TO WS-VEN-NET-DAYS
           END-IF.

       2141-LOOKUP-THRESHOLD.
           MOVE WS-APPROVER-ROLE TO AUD-APPROVER-ROLE
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE INV-ENTERED-BY TO AUD-ENTERED-BY
           MOVE INV-PO-NUMBER TO AUD-PO-NUMBER
           WRITE AUDIT-RECORD.

       2160-UPDATE-REPORT-COUNTERS.
               MOVE WS-INV-CURRENCY TO EXT-CURRENCY-CODE
               MOVE INV-AMOUNT TO EXT-ORIG-AMOUNT
               MOVE SPACE TO EXT-ITEM-TYPE
               MOVE WS-DIST-LINES TO EXT-DIST-LINES
               MOVE WS-POSTING-PERIOD TO EXT-POSTING-PERIOD
               WRITE EXTRACT-RECORD
           ELSE
               MOVE INV-INVOICE-NUMBER TO PND-INVOICE-NUMBER
               MOVE WS-INV-DISCOUNT-AMOUNT TO PND-DISCOUNT-AMOUNT
               MOVE WS-INV-CURRENCY TO PND-CURRENCY-CODE
               MOVE INV-AMOUNT TO PND-ORIG-AMOUNT
               MOVE WS-DIST-LINES TO PND-DIST-LINES
               MOVE WS-POSTING-PERIOD TO PND-POSTING-PERIOD
               WRITE PENDING-RECORD
           END-IF.

      * The duplicate check has just proven the key is not on file,
      * so a refused write means the file itself is in trouble -
      * stop rather than go on with duplicate protection that no
      * longer covers this invoice.
       2180-ADD-HISTORY-RECORD.
           MOVE INV-VENDOR-CODE TO HIST-VENDOR-CODE
           MOVE INV-INVOICE-NUMBER TO HIST-INVOICE-NUMBER
           MOVE INV-AMOUNT TO HIST-AMOUNT
           MOVE WS-CURRENT-TIMESTAMP TO HIST-PROCESSED-DATE
           WRITE HISTORY-RECORD
               INVALID KEY
                   DISPLAY "FATAL: CANNOT ADD " HIST-VENDOR-CODE " "
                       HIST-INVOICE-NUMBER " TO INVOICE-HISTORY - "
                       "STATUS " WS-HISTORY-FILE-STATUS
                   STOP RUN
           END-WRITE.

      * PO-RECORD still holds the PO read by
      * 2113-MATCH-PURCHASE-ORDER for this invoice - no other PO
      * read runs in between. The draw is rewritten onto PO-MASTER
      * alongside the other per-record outputs, so a restart resumes
      * with the balance already taken, and journaled to PO-ACTIVITY
      * as the record of the day's draws.
       2185-DRAW-DOWN-PO.
           IF INV-PO-NUMBER NOT = SPACES
               ADD WS-USD-AMOUNT TO PO-INVOICED-AMOUNT
               PERFORM 2187-REWRITE-PO-MASTER
               MOVE INV-PO-NUMBER TO POA-PO-NUMBER
               MOVE INV-VENDOR-CODE TO POA-VENDOR-CODE
               MOVE INV-INVOICE-NUMBER TO POA-INVOICE-NUMBER
               WRITE PO-ACTIVITY-RECORD
           END-IF.

       2187-REWRITE-PO-MASTER.
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "FATAL: CANNOT REWRITE PO " PO-NUMBER
                       " ON PO-MASTER - STATUS " WS-PO-FILE-STATUS
                   STOP RUN
           END-REWRITE.

      * WS-RCP-IDX still addresses the receipt row located by
      * 2114-MATCH-GOODS-RECEIPT for this invoice - no other receipt
      * search runs in between. Journaled to RECEIPT-ACTIVITY the
           MOVE WS-CREDIT-AMOUNT TO CKPT-CREDIT-AMOUNT
           MOVE WS-CREDIT-EXC-COUNT TO CKPT-CREDIT-EXC-COUNT
           MOVE WS-CREDIT-EXC-AMOUNT TO CKPT-CREDIT-EXC-AMOUNT
           MOVE WS-DIST-EXC-COUNT TO CKPT-DIST-EXC-COUNT
           MOVE WS-DIST-EXC-AMOUNT TO CKPT-DIST-EXC-AMOUNT
           MOVE WS-PERIOD-EXC-COUNT TO CKPT-PERIOD-EXC-COUNT
           MOVE WS-PERIOD-EXC-AMOUNT TO CKPT-PERIOD-EXC-AMOUNT
           PERFORM 2820-COMMIT-CHECKPOINT.

      * Writes CHECKPOINT-RECORD to a temp file and renames it over
      * validating the batch header and trailer on the way - the
      * main loop only ever sees details, so the restart skip count
      * keeps meaning "detail records", the same as before the
      * control records existed. A detail's cost distribution lines
      * are gathered with it, so they are skipped with it on a
      * restart too.
       2900-READ-NEXT-INVOICE.
           MOVE "N" TO WS-DETAIL-FOUND-SW
           PERFORM UNTIL WS-DETAIL-FOUND OR WS-END-OF-FILE
               PERFORM 2905-GET-NEXT-RECORD
               IF WS-FEED-EOF AND NOT WS-HELD-RECORD
                   SET WS-END-OF-FILE TO TRUE
               ELSE
                   MOVE "N" TO WS-HELD-RECORD-SW
                   PERFORM 2910-CLASSIFY-INVOICE-RECORD
               END-IF
           END-PERFORM
           IF WS-DETAIL-FOUND
               PERFORM 2940-COLLECT-DISTRIBUTION
           END-IF.

      * Hands back the record held over from the last distribution
      * scan if there is one (the caller clears the hold once it
      * takes the record), otherwise reads the feed.
       2905-GET-NEXT-RECORD.
           EVALUATE TRUE
               WHEN WS-HELD-RECORD
                   MOVE WS-HELD-INVOICE-RECORD TO INVOICE-RECORD
               WHEN WS-FEED-EOF
                   CONTINUE
               WHEN OTHER
                   READ AP-INVOICE-FILE
                       AT END
                           SET WS-FEED-EOF TO TRUE
                   END-READ
           END-EVALUATE.

      * Credit memo rows ride the detail path: they count in the
      * trailer detail count, add their magnitude to the hash total,
               WHEN INV-TYPE-CREDIT
                   MOVE "Y" TO WS-CREDIT-MEMO-SW
                   PERFORM 2915-ACCEPT-DETAIL-RECORD
               WHEN INV-TYPE-DISTRIBUTION
                   DISPLAY "FATAL: DISTRIBUTION LINE FOR "
                       INV-DIST-GL-ACCOUNT " WITH NO DETAIL OR "
                       "CREDIT ROW AHEAD OF IT - FILE IS GARBLED"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "FATAL: UNRECOGNIZED RECORD TYPE '"
                       INV-RECORD-TYPE "' ON AP-INVOICE-FILE"
           ADD INV-AMOUNT TO WS-BATCH-HASH-TOTAL
           MOVE "Y" TO WS-DETAIL-FOUND-SW.

      * Reads the "L" rows that follow the detail in hand into
      * WS-DIST-LINES. The first record that is not a line is held
      * for the next 2900 pass, and the detail is put back in
      * INVOICE-RECORD for the processing paths. Lines are not
      * control-counted: the batch trailer proves the details, and
      * 2116-VALIDATE-DISTRIBUTION proves the lines against them.
       2940-COLLECT-DISTRIBUTION.
           MOVE INVOICE-RECORD TO WS-CURRENT-INVOICE-RECORD
           INITIALIZE WS-DIST-LINES
           MOVE 0 TO WS-DIST-LINES-READ
           MOVE "N" TO WS-DIST-END-SW
           PERFORM UNTIL WS-DIST-END
               PERFORM 2905-GET-NEXT-RECORD
               EVALUATE TRUE
                   WHEN WS-FEED-EOF
                       MOVE "Y" TO WS-DIST-END-SW
                   WHEN INV-TYPE-DISTRIBUTION
                       PERFORM 2945-ADD-DISTRIBUTION-LINE
                   WHEN OTHER
                       MOVE INVOICE-RECORD TO WS-HELD-INVOICE-RECORD
                       MOVE "Y" TO WS-HELD-RECORD-SW
                       MOVE "Y" TO WS-DIST-END-SW
               END-EVALUATE
           END-PERFORM
           MOVE WS-CURRENT-INVOICE-RECORD TO INVOICE-RECORD.

       2945-ADD-DISTRIBUTION-LINE.
           ADD 1 TO WS-DIST-LINES-READ
           IF WS-DIST-LINES-READ NOT > 10
               MOVE WS-DIST-LINES-READ TO WS-DIST-LINE-COUNT
               MOVE INV-DIST-GL-ACCOUNT
                   TO WS-DIST-GL-ACCOUNT(WS-DIST-LINE-COUNT)
               MOVE INV-DIST-COST-CENTER
                   TO WS-DIST-COST-CENTER(WS-DIST-LINE-COUNT)
               MOVE INV-DIST-AMOUNT
                   TO WS-DIST-AMOUNT(WS-DIST-LINE-COUNT)
           END-IF.

      * A batch is refused only if the register shows it was already
      * processed (or if it claims a future date, which can only be a
      * garbled header). Requiring the batch date to equal the run
               ADD DAYT-CREDIT-AMOUNT TO WS-CREDIT-AMOUNT
               ADD DAYT-CREDIT-EXC-COUNT TO WS-CREDIT-EXC-COUNT
               ADD DAYT-CREDIT-EXC-AMOUNT TO WS-CREDIT-EXC-AMOUNT
           END-IF
           IF DAYT-DIST-EXC-COUNT NUMERIC
               ADD DAYT-DIST-EXC-COUNT TO WS-DIST-EXC-COUNT
               ADD DAYT-DIST-EXC-AMOUNT TO WS-DIST-EXC-AMOUNT
           END-IF
           IF DAYT-PERIOD-EXC-COUNT NUMERIC
               ADD DAYT-PERIOD-EXC-COUNT TO WS-PERIOD-EXC-COUNT
               ADD DAYT-PERIOD-EXC-AMOUNT TO WS-PERIOD-EXC-AMOUNT
           END-IF.

       3000-WRITE-SUMMARY-REPORT.
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-DIST-EXC-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-DIST-EXC-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "DISTRIBUTION EXCEPTIONS: " WS-COUNT-DISPLAY
               "   AMOUNT: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-PERIOD-EXC-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-PERIOD-EXC-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SUMMARY-REPORT-LINE
           STRING "NO FISCAL PERIOD EXCEPTIONS: " WS-COUNT-DISPLAY
               "   AMOUNT: " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE

           MOVE WS-DISCOUNT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-DISCOUNT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SUMMARY-REPORT-LINE
               DELIMITED BY SIZE INTO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE.

      * Order matters here: clear the PO activity journal and fold
      * the receipt balances first, register the batch and reset
      * the checkpoint next, write the daily totals last. The PO
      * draws are already on PO-MASTER, so clearing the journal only
      * ends the day's record of them; a crash between the clear and
      * the checkpoint reset leaves the credit count pointing past
      * an empty journal, so the next start can pass over credits
      * APDECIDE journals in between - which errs on the safe side
      * (false EXCEEDS PO BALANCE exceptions a clerk reviews) rather
      * than giving a balance back twice. The totals come
      * after the checkpoint reset so a crash in between leaves them
      * stale - which APRECON reports loudly as out of balance -
      * instead of cumulative with a live checkpoint, which a
      * restart would fold a second time.
       4000-TERMINATE.
           PERFORM 4030-RESET-PO-ACTIVITY
           PERFORM 4060-REWRITE-GOODS-RECEIPTS
           PERFORM 4070-RESET-RECEIPT-ACTIVITY
           MOVE WS-CREDIT-AMOUNT TO DAYT-CREDIT-AMOUNT
           MOVE WS-CREDIT-EXC-COUNT TO DAYT-CREDIT-EXC-COUNT
           MOVE WS-CREDIT-EXC-AMOUNT TO DAYT-CREDIT-EXC-AMOUNT
           MOVE WS-DIST-EXC-COUNT TO DAYT-DIST-EXC-COUNT
           MOVE WS-DIST-EXC-AMOUNT TO DAYT-DIST-EXC-AMOUNT
           MOVE WS-PERIOD-EXC-COUNT TO DAYT-PERIOD-EXC-COUNT
           MOVE WS-PERIOD-EXC-AMOUNT TO DAYT-PERIOD-EXC-AMOUNT
           WRITE DAILY-TOTALS-RECORD
           CLOSE DAILY-TOTALS-FILE.

       4030-RESET-PO-ACTIVITY.
           CLOSE PO-ACTIVITY-FILE
           OPEN OUTPUT PO-ACTIVITY-FILE
           CLOSE PO-ACTIVITY-FILE.

      * Fold-then-clear ordering: a crash between the fold and the
      * clear applies the draws twice on the next start, which
      * errs toward false BILLED EXCEEDS exceptions a clerk reviews
      * rather than quietly under-billed receipts.
       4060-REWRITE-GOODS-RECEIPTS.
           CLOSE SUMMARY-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE INVOICE-HISTORY-FILE
           CLOSE VENDOR-MASTER-FILE
           CLOSE PO-MASTER-FILE
           CLOSE AP-EXTRACT-FILE
           CLOSE PENDING-APPROVALS-FILE.

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

      * Common run-log plumbing, the same four paragraphs in every
      * job of the suite. A job that dies leaves its start row with
      * no end row - OPSRPT flags that - so the fatal paths do not
           MOVE "S" TO RLG-ENTRY-TYPE
           MOVE SPACES TO WS-LOG-SEVERITY
           MOVE "STARTED" TO WS-LOG-MESSAGE
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 8100-LOG-CYCLE-CHECK.

       9100-LOG-WARNING.
           MOVE "W" TO RLG-ENTRY-TYPE

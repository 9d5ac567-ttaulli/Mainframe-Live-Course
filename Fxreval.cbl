      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New month-end foreign-currency revaluation job. A
      *     foreign invoice's dollar figure is fixed at the rate
      *     INVOICE converted it at, so the open payables in euros,
      *     pounds, or yen sat on the books at stale dollars and
      *     the liability was misstated every month end. This job
      *     takes the revaluation date from FXREVAL-PARM (the run
      *     date if none), restates every open foreign-currency
      *     item - released items still on AP-EXTRACT and invoices
      *     still waiting on PENDING-APPROVALS - at that date's
      *     EXCHANGE-RATES rate, and writes the unrealized gain or
      *     loss to FX-JOURNAL as a balanced pair against the
      *     liability the item is carried on (AP control for the
      *     extract, accrued AP for the pending queue), stamped to
      *     reverse on the first of the next month so each month
      *     end restates from the booked amount again. GLEXTR
      *     carries the entries into GL-JOURNAL, so the job runs
      *     ahead of GLEXTR in the month-end cycle. The revaluation
      *     report lists every item by currency with subtotals and
      *     proves the entries balance; a currency with no rate for
      *     the date is listed and logged for action, not guessed
      *     at. A second run for the same revaluation date stops
      *     rather than posting it twice - the date is refused if
      *     its entries are still queued on FX-JOURNAL, already in
      *     GL-JOURNAL, or already filed to GL-JOURNAL-HISTORY.
      *   - Fiscal periods: GL-JOURNAL lines are wider by the posting
      *     period GLEXTR now stamps; the revaluation entries leave
      *     it blank for GLEXTR to fill in when it posts them.
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
       PROGRAM-ID. FXREVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXREVAL-PARM-FILE
               ASSIGN TO "FXREVAL-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

      * Only the revaluation date's rows are used - a month-end
      * restatement at any other day's rate is simply wrong.
           SELECT EXCHANGE-RATE-FILE
               ASSIGN TO "EXCHANGE-RATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXRATE-FILE-STATUS.

           SELECT AP-EXTRACT-FILE
               ASSIGN TO "AP-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT PENDING-APPROVALS-FILE
               ASSIGN TO "PENDING-APPROVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
               ASSIGN TO "GL-ACCOUNT-TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.

      * Entries wait here, with APCONF's realized FX entries, for
      * GLEXTR to carry into the ledger load.
           SELECT FX-JOURNAL-FILE
               ASSIGN TO "FX-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXJRNL-FILE-STATUS.

      * Read only, to catch a rerun after GLEXTR has already moved
      * this revaluation's entries into tonight's ledger load.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO "GL-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

      * Read only, to catch a rerun after GLEXTR has filed this
      * revaluation's entries and cleared them from FX-JOURNAL.
           SELECT GL-HISTORY-FILE
               ASSIGN TO "GL-JOURNAL-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-FILE-STATUS.

           SELECT FX-REVAL-REPORT-FILE
               ASSIGN TO "FX-REVAL-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FXREVAL-PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REVAL-DATE             PIC X(8).

       FD  EXCHANGE-RATE-FILE.
           COPY FXRATE.

       FD  AP-EXTRACT-FILE.
           COPY EXTRACT.

       FD  PENDING-APPROVALS-FILE.
           COPY PENDREC.

       FD  GL-ACCOUNT-FILE.
           COPY GLACCT.

       FD  FX-JOURNAL-FILE.
           COPY GLJREC.

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-LINE.
           05  GLL-JOURNAL-DATE            PIC X(8).
           05  FILLER                      PIC X(20).
           05  GLL-SOURCE                  PIC X(8).
           05  FILLER                      PIC X(36).

       FD  GL-HISTORY-FILE.
           COPY GLJHIST.

       FD  FX-REVAL-REPORT-FILE.
       01  FX-REVAL-REPORT-LINE            PIC X(110).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS             PIC XX.
       01  WS-FXRATE-FILE-STATUS           PIC XX.
       01  WS-EXTRACT-FILE-STATUS          PIC XX.
       01  WS-PENDING-FILE-STATUS          PIC XX.
       01  WS-GLACCT-FILE-STATUS           PIC XX.
       01  WS-FXJRNL-FILE-STATUS           PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-GLHIST-FILE-STATUS           PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "FXREVAL".
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

       01  WS-FXRATE-EOF-SW                PIC X(1) VALUE "N".
           88  WS-FXRATE-EOF               VALUE "Y".
       01  WS-EXTRACT-EOF-SW               PIC X(1) VALUE "N".
           88  WS-EXTRACT-EOF              VALUE "Y".
       01  WS-PENDING-EOF-SW               PIC X(1) VALUE "N".
           88  WS-PENDING-EOF              VALUE "Y".
       01  WS-GLACCT-EOF-SW                PIC X(1) VALUE "N".
           88  WS-GLACCT-EOF               VALUE "Y".
       01  WS-JOURNAL-EOF-SW               PIC X(1) VALUE "N".
           88  WS-JOURNAL-EOF              VALUE "Y".
       01  WS-ALREADY-REVALUED-SW          PIC X(1) VALUE "N".
           88  WS-ALREADY-REVALUED         VALUE "Y".
       01  WS-RATE-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-RATE-FOUND               VALUE "Y".
       01  WS-RESTATED-SW                  PIC X(1) VALUE "N".
           88  WS-RESTATED                 VALUE "Y".
       01  WS-BALANCED-SW                  PIC X(1) VALUE "Y".
           88  WS-IN-BALANCE               VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-REVAL-DATE                   PIC X(8)  VALUE SPACES.
       01  WS-REVERSAL-DATE                PIC X(8)  VALUE SPACES.
       01  WS-REVERSAL-YEAR                PIC 9(4)  VALUE 0.
       01  WS-REVERSAL-MONTH               PIC 9(2)  VALUE 0.

      * Accounts from the coding table; the defaults match GLEXTR's.
      * An item on the pending queue is carried on accrued AP (that
      * is where GLEXTR's month-end accrual puts it), so its
      * revaluation offsets there; accrued AP falls back to AP
      * control exactly as it does in GLEXTR.
       01  WS-AP-CONTROL-ACCOUNT           PIC X(8) VALUE "20100000".
       01  WS-ACCRUAL-ACCOUNT              PIC X(8) VALUE SPACES.
       01  WS-FX-UNREALIZED-ACCOUNT        PIC X(8) VALUE "79100000".
       01  WS-LIABILITY-ACCOUNT            PIC X(8) VALUE SPACES.

      * The revaluation date's rates, one row per currency.
       01  WS-RATE-TABLE-AREA.
           05  WS-RATE-TABLE OCCURS 100 TIMES
                   INDEXED BY WS-RATE-IDX.
               10  WS-RTE-CURRENCY         PIC X(3).
               10  WS-RTE-RATE             PIC 9(3)V9(6).
       01  WS-RATE-COUNT                   PIC 9(4) VALUE 0.
       01  WS-CURRENT-RATE                 PIC 9(3)V9(6) VALUE 0.

      * Every open foreign item, sorted once by currency so the
      * report comes out in one pass with a subtotal per currency -
      * the extract's items ahead of the pending queue's within a
      * currency. An incomplete table would post an incomplete
      * revaluation, so a full table stops the job.
       01  WS-ITEM-TABLE-AREA.
           05  WS-ITEM-TABLE OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-ITM-KEY
                   INDEXED BY WS-ITM-IDX.
               10  WS-ITM-KEY.
                   15  WS-ITM-CURRENCY     PIC X(3).
                   15  WS-ITM-SOURCE       PIC X(1).
                       88  WS-ITM-FROM-EXTRACT
                                           VALUE "E".
                       88  WS-ITM-FROM-PENDING
                                           VALUE "P".
                   15  WS-ITM-VENDOR-CODE  PIC X(6).
                   15  WS-ITM-INVOICE-NUMBER
                                           PIC X(10).
                   15  WS-ITM-ITEM-TYPE    PIC X(1).
                       88  WS-ITM-CREDIT   VALUE "C".
               10  WS-ITM-ORIG-AMOUNT      PIC 9(9)V99.
               10  WS-ITM-CARRIED-AMOUNT   PIC 9(9)V99.
       01  WS-ITEM-COUNT                   PIC 9(5) VALUE 0.
       01  WS-ITM-SUB                      PIC 9(5) VALUE 0.

       01  WS-BREAK-CURRENCY               PIC X(3)  VALUE SPACES.
       01  WS-RESTATED-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-FX-DIFFERENCE                PIC 9(9)V99 VALUE 0.
       01  WS-DIFFERENCE-TEXT              PIC X(4)  VALUE SPACES.
       01  WS-ITEM-TYPE-TEXT               PIC X(3)  VALUE SPACES.

       01  WS-CURRENCY-COUNTERS.
           05  WS-CUR-ITEM-COUNT           PIC 9(7) VALUE 0.
           05  WS-CUR-ORIG-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-CUR-CARRIED-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-CUR-RESTATED-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-CUR-GAIN-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-CUR-LOSS-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-CUR-INCREASE-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-CUR-DECREASE-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-CUR-SKIPPED-COUNT        PIC 9(7) VALUE 0.
       01  WS-GRAND-COUNTERS.
           05  WS-GRD-ITEM-COUNT           PIC 9(7) VALUE 0.
           05  WS-GRD-CARRIED-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-GRD-RESTATED-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-GRD-GAIN-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-GRD-LOSS-AMOUNT          PIC 9(11)V99 VALUE 0.
           05  WS-GRD-INCREASE-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-GRD-DECREASE-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-GRD-SKIPPED-COUNT        PIC 9(7) VALUE 0.
           05  WS-GRD-CURRENCY-COUNT       PIC 9(7) VALUE 0.

       01  WS-EXTRACT-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-PENDING-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-JOURNAL-LINE-COUNT           PIC 9(7) VALUE 0.
       01  WS-DEBIT-TOTAL                  PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL                 PIC 9(13)V99 VALUE 0.

       01  WS-TIE-LEFT-COUNT               PIC 9(7) VALUE 0.
       01  WS-TIE-RIGHT-COUNT              PIC 9(7) VALUE 0.
       01  WS-TIE-LEFT-AMOUNT              PIC 9(13)V99 VALUE 0.
       01  WS-TIE-RIGHT-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  WS-TIE-LABEL                    PIC X(34) VALUE SPACES.

       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2              PIC Z,ZZZ,ZZ9.
       01  WS-ORIG-DISPLAY                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RATE-DISPLAY                 PIC ZZ9.999999.
       01  WS-AMOUNT-DISPLAY               PIC $$$$,$$$,$$9.99.
       01  WS-AMOUNT-DISPLAY-2             PIC $$$$,$$$,$$9.99.
       01  WS-AMOUNT-DISPLAY-3             PIC $$$$,$$$,$$9.99.
       01  WS-TOTAL-DISPLAY                PIC $$$,$$$,$$$,$$9.99.
       01  WS-TOTAL-DISPLAY-2              PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF NOT WS-ALREADY-REVALUED
               MOVE 1 TO WS-ITM-SUB
               PERFORM 2000-REVALUE-CURRENCY
                   UNTIL WS-ITM-SUB > WS-ITEM-COUNT
               PERFORM 3000-PROVE-AND-REPORT
           END-IF
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 9000-OPEN-RUN-LOG
           OPEN INPUT FXREVAL-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ FXREVAL-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-REVAL-DATE TO WS-REVAL-DATE
               END-READ
               CLOSE FXREVAL-PARM-FILE
           END-IF
           IF WS-REVAL-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-REVAL-DATE
           END-IF
           PERFORM 1100-COMPUTE-REVERSAL-DATE
           PERFORM 1200-CHECK-ALREADY-REVALUED
           IF WS-ALREADY-REVALUED
               DISPLAY "FXREVAL: " WS-REVAL-DATE
                   " ALREADY REVALUED - ENTRIES ARE QUEUED OR "
                   "ALREADY IN THE LEDGER - NOTHING POSTED"
           ELSE
               PERFORM 1050-PREPARE-REVALUATION
           END-IF.

       1050-PREPARE-REVALUATION.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-FXRATE-FILE-STATUS = "00"
               PERFORM 1300-LOAD-RATE-TABLE
               CLOSE EXCHANGE-RATE-FILE
           ELSE
               DISPLAY "WARNING: EXCHANGE-RATES NOT AVAILABLE - "
                   "STATUS " WS-FXRATE-FILE-STATUS
                   " - NO ITEM CAN BE REVALUED"
           END-IF
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLACCT-FILE-STATUS = "00"
               PERFORM 1400-LOAD-GLACCT-ROWS
               CLOSE GL-ACCOUNT-FILE
           ELSE
               DISPLAY "WARNING: GL-ACCOUNT-TABLE NOT AVAILABLE - "
                   "STATUS " WS-GLACCT-FILE-STATUS
                   " - USING DEFAULT ACCOUNTS THROUGHOUT"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE "GL-ACCOUNT-TABLE MISSING - DEFAULT ACCOUNTS USED"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           IF WS-ACCRUAL-ACCOUNT = SPACES
               MOVE WS-AP-CONTROL-ACCOUNT TO WS-ACCRUAL-ACCOUNT
           END-IF
           OPEN INPUT AP-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               PERFORM 1500-LOAD-EXTRACT-ITEMS
               CLOSE AP-EXTRACT-FILE
           ELSE
               DISPLAY "AP-EXTRACT NOT AVAILABLE - STATUS "
                   WS-EXTRACT-FILE-STATUS
                   " - NO RELEASED ITEMS TO REVALUE"
           END-IF
           OPEN INPUT PENDING-APPROVALS-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM 1600-LOAD-PENDING-ITEMS
               CLOSE PENDING-APPROVALS-FILE
           ELSE
               DISPLAY "PENDING-APPROVALS NOT AVAILABLE - STATUS "
                   WS-PENDING-FILE-STATUS
                   " - NO PENDING ITEMS TO REVALUE"
           END-IF
           PERFORM 1700-SORT-ITEM-TABLE
           OPEN EXTEND FX-JOURNAL-FILE
           IF WS-FXJRNL-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT FX-JOURNAL-FILE
               CLOSE FX-JOURNAL-FILE
               OPEN EXTEND FX-JOURNAL-FILE
           END-IF
           IF WS-FXJRNL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FX-JOURNAL - STATUS "
                   WS-FXJRNL-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT FX-REVAL-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FX-REVAL-RPT - STATUS "
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "FOREIGN-CURRENCY REVALUATION" TO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           STRING "RUN DATE " WS-RUN-DATE
               "   REVALUED AT " WS-REVAL-DATE
               "   AUTO-REVERSE " WS-REVERSAL-DATE
               DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE.

      * Same auto-reversing convention as GLEXTR's accruals: the
      * first of the month after the revaluation date.
       1100-COMPUTE-REVERSAL-DATE.
           MOVE WS-REVAL-DATE(1:4) TO WS-REVERSAL-YEAR
           MOVE WS-REVAL-DATE(5:2) TO WS-REVERSAL-MONTH
           IF WS-REVERSAL-MONTH = 12
               ADD 1 TO WS-REVERSAL-YEAR
               MOVE 1 TO WS-REVERSAL-MONTH
           ELSE
               ADD 1 TO WS-REVERSAL-MONTH
           END-IF
           MOVE SPACES TO WS-REVERSAL-DATE
           STRING WS-REVERSAL-YEAR WS-REVERSAL-MONTH "01"
               DELIMITED BY SIZE INTO WS-REVERSAL-DATE.

      * The date is refused if its entries are still queued on
      * FX-JOURNAL, already in tonight's GL-JOURNAL, or already filed
      * to GL-JOURNAL-HISTORY (GLEXTR clears FX-JOURNAL once they are
      * filed, and the next load rebuilds GL-JOURNAL without them) -
      * any way, posting again would double the revaluation. A file
      * that is not there holds no entries for the date.
       1200-CHECK-ALREADY-REVALUED.
           OPEN INPUT FX-JOURNAL-FILE
           IF WS-FXJRNL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF OR WS-ALREADY-REVALUED
                   READ FX-JOURNAL-FILE
                       AT END
                           SET WS-JOURNAL-EOF TO TRUE
                       NOT AT END
                           IF GLJ-SOURCE = "FXREVAL"
                                   AND GLJ-JOURNAL-DATE = WS-REVAL-DATE
                               SET WS-ALREADY-REVALUED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-JOURNAL-FILE
           END-IF
           MOVE "N" TO WS-JOURNAL-EOF-SW
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF OR WS-ALREADY-REVALUED
                   READ GL-JOURNAL-FILE
                       AT END
                           SET WS-JOURNAL-EOF TO TRUE
                       NOT AT END
                           IF GLL-SOURCE = "FXREVAL"
                                   AND GLL-JOURNAL-DATE = WS-REVAL-DATE
                               SET WS-ALREADY-REVALUED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
           END-IF
           MOVE "N" TO WS-JOURNAL-EOF-SW
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GLHIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF OR WS-ALREADY-REVALUED
                   READ GL-HISTORY-FILE
                       AT END
                           SET WS-JOURNAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-CHECK-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           END-IF.

       1210-CHECK-HISTORY-LINE.
           MOVE GLH-JOURNAL-LINE TO GL-JOURNAL-RECORD
           IF GLJ-SOURCE = "FXREVAL"
                   AND GLJ-JOURNAL-DATE = WS-REVAL-DATE
               SET WS-ALREADY-REVALUED TO TRUE
           END-IF.

       1300-LOAD-RATE-TABLE.
           PERFORM UNTIL WS-FXRATE-EOF
               READ EXCHANGE-RATE-FILE
                   AT END
                       SET WS-FXRATE-EOF TO TRUE
                   NOT AT END
                       IF FX-RATE-DATE = WS-REVAL-DATE
                           PERFORM 1310-ADD-RATE-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM.

       1310-ADD-RATE-TO-TABLE.
           IF WS-RATE-COUNT < 100
               ADD 1 TO WS-RATE-COUNT
               MOVE FX-CURRENCY-CODE TO WS-RTE-CURRENCY(WS-RATE-COUNT)
               MOVE FX-RATE TO WS-RTE-RATE(WS-RATE-COUNT)
           ELSE
               DISPLAY "WARNING: RATE TABLE FULL AT 100 ROWS - "
                   "IGNORING " FX-CURRENCY-CODE
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RATE TABLE FULL - IGNORED " FX-CURRENCY-CODE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       1400-LOAD-GLACCT-ROWS.
           PERFORM UNTIL WS-GLACCT-EOF
               READ GL-ACCOUNT-FILE
                   AT END
                       SET WS-GLACCT-EOF TO TRUE
                   NOT AT END
                       EVALUATE GLA-KEY
                           WHEN "APCTRL"
                               MOVE GLA-ACCOUNT
                                   TO WS-AP-CONTROL-ACCOUNT
                           WHEN "ACCRUE"
                               MOVE GLA-ACCOUNT TO WS-ACCRUAL-ACCOUNT
                           WHEN "FXUNRL"
                               MOVE GLA-ACCOUNT
                                   TO WS-FX-UNREALIZED-ACCOUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

      * A blank or USD currency is a dollar item - nothing to
      * restate. Rows from before the currency fields existed read
      * back blank and are dollar items too.
       1500-LOAD-EXTRACT-ITEMS.
           PERFORM UNTIL WS-EXTRACT-EOF
               READ AP-EXTRACT-FILE
                   AT END
                       SET WS-EXTRACT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-EXTRACT-READ-COUNT
                       IF EXT-CURRENCY-CODE NOT = SPACES
                               AND EXT-CURRENCY-CODE NOT = "USD"
                           PERFORM 1800-CHECK-TABLE-ROOM
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE EXT-CURRENCY-CODE
                               TO WS-ITM-CURRENCY(WS-ITEM-COUNT)
                           MOVE "E" TO WS-ITM-SOURCE(WS-ITEM-COUNT)
                           MOVE EXT-VENDOR-CODE
                               TO WS-ITM-VENDOR-CODE(WS-ITEM-COUNT)
                           MOVE EXT-INVOICE-NUMBER
                               TO WS-ITM-INVOICE-NUMBER(WS-ITEM-COUNT)
                           MOVE EXT-ITEM-TYPE
                               TO WS-ITM-ITEM-TYPE(WS-ITEM-COUNT)
                           MOVE EXT-ORIG-AMOUNT
                               TO WS-ITM-ORIG-AMOUNT(WS-ITEM-COUNT)
                           MOVE EXT-AMOUNT
                               TO WS-ITM-CARRIED-AMOUNT(WS-ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      * Pending items are always invoices - INVOICE releases credit
      * memos straight to the extract.
       1600-LOAD-PENDING-ITEMS.
           PERFORM UNTIL WS-PENDING-EOF
               READ PENDING-APPROVALS-FILE
                   AT END
                       SET WS-PENDING-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PENDING-READ-COUNT
                       IF PND-CURRENCY-CODE NOT = SPACES
                               AND PND-CURRENCY-CODE NOT = "USD"
                           PERFORM 1800-CHECK-TABLE-ROOM
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE PND-CURRENCY-CODE
                               TO WS-ITM-CURRENCY(WS-ITEM-COUNT)
                           MOVE "P" TO WS-ITM-SOURCE(WS-ITEM-COUNT)
                           MOVE PND-VENDOR-CODE
                               TO WS-ITM-VENDOR-CODE(WS-ITEM-COUNT)
                           MOVE PND-INVOICE-NUMBER
                               TO WS-ITM-INVOICE-NUMBER(WS-ITEM-COUNT)
                           MOVE SPACE
                               TO WS-ITM-ITEM-TYPE(WS-ITEM-COUNT)
                           MOVE PND-ORIG-AMOUNT
                               TO WS-ITM-ORIG-AMOUNT(WS-ITEM-COUNT)
                           MOVE PND-AMOUNT
                               TO WS-ITM-CARRIED-AMOUNT(WS-ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

      * Unused rows are filled with HIGH-VALUES so they sort to the
      * end, behind every real item.
       1700-SORT-ITEM-TABLE.
           IF WS-ITEM-COUNT < 20000
               PERFORM VARYING WS-ITM-SUB FROM WS-ITEM-COUNT BY 1
                       UNTIL WS-ITM-SUB >= 20000
                   MOVE HIGH-VALUES TO WS-ITEM-TABLE(WS-ITM-SUB + 1)
               END-PERFORM
           END-IF
           IF WS-ITEM-COUNT > 1
               SORT WS-ITEM-TABLE ASCENDING KEY WS-ITM-KEY
           END-IF.

       1800-CHECK-TABLE-ROOM.
           IF WS-ITEM-COUNT >= 20000
               DISPLAY "FATAL: MORE THAN 20000 OPEN FOREIGN ITEMS - "
                   "A PARTIAL REVALUATION CANNOT BE POSTED"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE "FOREIGN ITEM TABLE FULL AT 20000 - NOTHING POSTED"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
               STOP RUN
           END-IF.

      * One currency per pass: heading, one line per item, and the
      * currency's subtotals.
       2000-REVALUE-CURRENCY.
           MOVE WS-ITM-CURRENCY(WS-ITM-SUB) TO WS-BREAK-CURRENCY
           INITIALIZE WS-CURRENCY-COUNTERS
           ADD 1 TO WS-GRD-CURRENCY-COUNT
           PERFORM 2100-FIND-CURRENCY-RATE
           PERFORM 2200-WRITE-CURRENCY-HEADING
           PERFORM 2300-REVALUE-ONE-ITEM
               UNTIL WS-ITM-SUB > WS-ITEM-COUNT
                  OR WS-ITM-CURRENCY(WS-ITM-SUB) NOT = WS-BREAK-CURRENCY
           PERFORM 2500-WRITE-CURRENCY-TOTALS.

      * No rate for the date means the currency cannot be restated;
      * its items are listed so the controller can see what was left
      * at the booked dollars.
       2100-FIND-CURRENCY-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE 0 TO WS-CURRENT-RATE
           SET WS-RATE-IDX TO 1
           SEARCH WS-RATE-TABLE
               AT END
                   CONTINUE
               WHEN WS-RATE-IDX > WS-RATE-COUNT
                   CONTINUE
               WHEN WS-RTE-CURRENCY(WS-RATE-IDX) = WS-BREAK-CURRENCY
                   SET WS-RATE-FOUND TO TRUE
                   MOVE WS-RTE-RATE(WS-RATE-IDX) TO WS-CURRENT-RATE
           END-SEARCH
           IF NOT WS-RATE-FOUND
               DISPLAY "WARNING: NO " WS-BREAK-CURRENCY " RATE FOR "
                   WS-REVAL-DATE " - ITEMS NOT REVALUED"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "NO " WS-BREAK-CURRENCY " RATE FOR "
                   WS-REVAL-DATE " - CURRENCY NOT REVALUED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       2200-WRITE-CURRENCY-HEADING.
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           IF WS-RATE-FOUND
               MOVE WS-CURRENT-RATE TO WS-RATE-DISPLAY
               STRING "CURRENCY " WS-BREAK-CURRENCY
                   "   RATE " WS-RATE-DISPLAY " USD PER UNIT"
                   DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           ELSE
               STRING "CURRENCY " WS-BREAK-CURRENCY
                   "   *** NO RATE FOR " WS-REVAL-DATE
                   " - NOT REVALUED ***"
                   DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           END-IF
           WRITE FX-REVAL-REPORT-LINE
           MOVE "S VENDOR INVOICE    TYP       ORIGINAL     CARRIED USD"
               TO FX-REVAL-REPORT-LINE
           MOVE "   RESTATED USD   GAIN/LOSS USD"
               TO FX-REVAL-REPORT-LINE(56:31)
           WRITE FX-REVAL-REPORT-LINE.

       2300-REVALUE-ONE-ITEM.
           ADD 1 TO WS-CUR-ITEM-COUNT
           ADD WS-ITM-ORIG-AMOUNT(WS-ITM-SUB) TO WS-CUR-ORIG-AMOUNT
           ADD WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB)
               TO WS-CUR-CARRIED-AMOUNT
           IF WS-ITM-CREDIT(WS-ITM-SUB)
               MOVE "CR " TO WS-ITEM-TYPE-TEXT
           ELSE
               MOVE "INV" TO WS-ITEM-TYPE-TEXT
           END-IF
           MOVE "N" TO WS-RESTATED-SW
           IF WS-RATE-FOUND
               MOVE "Y" TO WS-RESTATED-SW
               COMPUTE WS-RESTATED-AMOUNT ROUNDED =
                   WS-ITM-ORIG-AMOUNT(WS-ITM-SUB) * WS-CURRENT-RATE
                   ON SIZE ERROR
                       MOVE "N" TO WS-RESTATED-SW
               END-COMPUTE
           END-IF
           IF WS-RESTATED
               ADD WS-RESTATED-AMOUNT TO WS-CUR-RESTATED-AMOUNT
               PERFORM 2400-JOURNAL-DIFFERENCE
               PERFORM 2350-WRITE-ITEM-LINE
           ELSE
               ADD 1 TO WS-CUR-SKIPPED-COUNT
               ADD WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB)
                   TO WS-CUR-RESTATED-AMOUNT
               PERFORM 2360-WRITE-SKIPPED-LINE
           END-IF
           ADD 1 TO WS-ITM-SUB.

       2350-WRITE-ITEM-LINE.
           MOVE WS-ITM-ORIG-AMOUNT(WS-ITM-SUB) TO WS-ORIG-DISPLAY
           MOVE WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB) TO WS-AMOUNT-DISPLAY
           MOVE WS-RESTATED-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE WS-FX-DIFFERENCE TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           STRING WS-ITM-SOURCE(WS-ITM-SUB) " "
               WS-ITM-VENDOR-CODE(WS-ITM-SUB) " "
               WS-ITM-INVOICE-NUMBER(WS-ITM-SUB) " "
               WS-ITEM-TYPE-TEXT " " WS-ORIG-DISPLAY " "
               WS-AMOUNT-DISPLAY " " WS-AMOUNT-DISPLAY-2 " "
               WS-AMOUNT-DISPLAY-3 " " WS-DIFFERENCE-TEXT
               DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE.

       2360-WRITE-SKIPPED-LINE.
           MOVE WS-ITM-ORIG-AMOUNT(WS-ITM-SUB) TO WS-ORIG-DISPLAY
           MOVE WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           IF WS-RATE-FOUND
               STRING WS-ITM-SOURCE(WS-ITM-SUB) " "
                   WS-ITM-VENDOR-CODE(WS-ITM-SUB) " "
                   WS-ITM-INVOICE-NUMBER(WS-ITM-SUB) " "
                   WS-ITEM-TYPE-TEXT " " WS-ORIG-DISPLAY " "
                   WS-AMOUNT-DISPLAY
                   "  ** RESTATEMENT TOO LARGE - NOT REVALUED"
                   DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RESTATEMENT OVERFLOW "
                   WS-ITM-VENDOR-CODE(WS-ITM-SUB) "/"
                   WS-ITM-INVOICE-NUMBER(WS-ITM-SUB)
                   " - NOT REVALUED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           ELSE
               STRING WS-ITM-SOURCE(WS-ITM-SUB) " "
                   WS-ITM-VENDOR-CODE(WS-ITM-SUB) " "
                   WS-ITM-INVOICE-NUMBER(WS-ITM-SUB) " "
                   WS-ITEM-TYPE-TEXT " " WS-ORIG-DISPLAY " "
                   WS-AMOUNT-DISPLAY "  ** NO RATE - NOT REVALUED"
                   DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           END-IF
           WRITE FX-REVAL-REPORT-LINE.

      * An invoice restated at more dollars than it is carried at
      * is a bigger liability - a loss: debit FX, credit the
      * liability. Fewer dollars is a gain, the two lines the other
      * way. A credit memo reduces the liability, so the same move
      * in the rate has the opposite effect.
       2400-JOURNAL-DIFFERENCE.
           MOVE SPACES TO WS-DIFFERENCE-TEXT
           IF WS-RESTATED-AMOUNT > WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB)
               COMPUTE WS-FX-DIFFERENCE = WS-RESTATED-AMOUNT
                   - WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB)
           ELSE
               COMPUTE WS-FX-DIFFERENCE =
                   WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB)
                   - WS-RESTATED-AMOUNT
           END-IF
           IF WS-RESTATED-AMOUNT > WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB)
               ADD WS-FX-DIFFERENCE TO WS-CUR-INCREASE-AMOUNT
           ELSE
               ADD WS-FX-DIFFERENCE TO WS-CUR-DECREASE-AMOUNT
           END-IF
           IF WS-FX-DIFFERENCE > 0
               PERFORM 2410-WRITE-DIFFERENCE-PAIR
           END-IF.

       2410-WRITE-DIFFERENCE-PAIR.
           IF WS-ITM-FROM-PENDING(WS-ITM-SUB)
               MOVE WS-ACCRUAL-ACCOUNT TO WS-LIABILITY-ACCOUNT
           ELSE
               MOVE WS-AP-CONTROL-ACCOUNT TO WS-LIABILITY-ACCOUNT
           END-IF
           MOVE WS-REVAL-DATE TO GLJ-JOURNAL-DATE
           MOVE WS-FX-DIFFERENCE TO GLJ-AMOUNT
           MOVE "FXREVAL" TO GLJ-SOURCE
           MOVE WS-ITM-VENDOR-CODE(WS-ITM-SUB) TO GLJ-VENDOR-CODE
           MOVE WS-ITM-INVOICE-NUMBER(WS-ITM-SUB) TO GLJ-REFERENCE
           MOVE WS-REVERSAL-DATE TO GLJ-REVERSAL-DATE
           MOVE SPACES TO GLJ-COST-CENTER
           MOVE SPACES TO GLJ-POSTING-PERIOD
           IF (WS-RESTATED-AMOUNT > WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB)
                   AND NOT WS-ITM-CREDIT(WS-ITM-SUB))
                   OR (WS-RESTATED-AMOUNT <
                       WS-ITM-CARRIED-AMOUNT(WS-ITM-SUB)
                   AND WS-ITM-CREDIT(WS-ITM-SUB))
               MOVE "LOSS" TO WS-DIFFERENCE-TEXT
               ADD WS-FX-DIFFERENCE TO WS-CUR-LOSS-AMOUNT
               MOVE WS-FX-UNREALIZED-ACCOUNT TO GLJ-ACCOUNT
               MOVE "D" TO GLJ-TYPE
               PERFORM 2890-WRITE-JOURNAL-LINE
               MOVE WS-LIABILITY-ACCOUNT TO GLJ-ACCOUNT
               MOVE "C" TO GLJ-TYPE
               PERFORM 2890-WRITE-JOURNAL-LINE
           ELSE
               MOVE "GAIN" TO WS-DIFFERENCE-TEXT
               ADD WS-FX-DIFFERENCE TO WS-CUR-GAIN-AMOUNT
               MOVE WS-LIABILITY-ACCOUNT TO GLJ-ACCOUNT
               MOVE "D" TO GLJ-TYPE
               PERFORM 2890-WRITE-JOURNAL-LINE
               MOVE WS-FX-UNREALIZED-ACCOUNT TO GLJ-ACCOUNT
               MOVE "C" TO GLJ-TYPE
               PERFORM 2890-WRITE-JOURNAL-LINE
           END-IF.

       2500-WRITE-CURRENCY-TOTALS.
           MOVE WS-CUR-ITEM-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CUR-ORIG-AMOUNT TO WS-ORIG-DISPLAY
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           STRING "  " WS-BREAK-CURRENCY " ITEMS: " WS-COUNT-DISPLAY
               "   ORIGINAL AMOUNT: " WS-ORIG-DISPLAY
               " " WS-BREAK-CURRENCY
               DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE WS-CUR-CARRIED-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE WS-CUR-RESTATED-AMOUNT TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           STRING "  " WS-BREAK-CURRENCY " CARRIED: " WS-TOTAL-DISPLAY
               "   RESTATED: " WS-TOTAL-DISPLAY-2
               DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE WS-CUR-GAIN-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE WS-CUR-LOSS-AMOUNT TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           STRING "  " WS-BREAK-CURRENCY " GAINS:   " WS-TOTAL-DISPLAY
               "   LOSSES:   " WS-TOTAL-DISPLAY-2
               DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           IF WS-CUR-SKIPPED-COUNT > 0
               MOVE WS-CUR-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO FX-REVAL-REPORT-LINE
               STRING "  " WS-BREAK-CURRENCY " NOT REVALUED: "
                   WS-COUNT-DISPLAY " (CARRIED AMOUNT KEPT)"
                   DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
               WRITE FX-REVAL-REPORT-LINE
           END-IF
           ADD WS-CUR-ITEM-COUNT TO WS-GRD-ITEM-COUNT
           ADD WS-CUR-CARRIED-AMOUNT TO WS-GRD-CARRIED-AMOUNT
           ADD WS-CUR-RESTATED-AMOUNT TO WS-GRD-RESTATED-AMOUNT
           ADD WS-CUR-GAIN-AMOUNT TO WS-GRD-GAIN-AMOUNT
           ADD WS-CUR-LOSS-AMOUNT TO WS-GRD-LOSS-AMOUNT
           ADD WS-CUR-INCREASE-AMOUNT TO WS-GRD-INCREASE-AMOUNT
           ADD WS-CUR-DECREASE-AMOUNT TO WS-GRD-DECREASE-AMOUNT
           ADD WS-CUR-SKIPPED-COUNT TO WS-GRD-SKIPPED-COUNT.

       2890-WRITE-JOURNAL-LINE.
           IF GLJ-TYPE-DEBIT
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           ADD 1 TO WS-JOURNAL-LINE-COUNT
           WRITE GL-JOURNAL-RECORD.

      * The proof: the entries balance, the currency subtotals
      * restate the carried dollars exactly by the item-level moves,
      * and the gains and losses posted account for every dollar of
      * those moves.
       3000-PROVE-AND-REPORT.
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE "REVALUATION TOTALS" TO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE WS-GRD-CURRENCY-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-GRD-ITEM-COUNT TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           STRING "CURRENCIES: " WS-COUNT-DISPLAY
               "   FOREIGN ITEMS: " WS-COUNT-DISPLAY-2
               DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE WS-GRD-CARRIED-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE WS-GRD-RESTATED-AMOUNT TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           STRING "CARRIED (USD): " WS-TOTAL-DISPLAY
               "   RESTATED (USD): " WS-TOTAL-DISPLAY-2
               DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE WS-GRD-GAIN-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE WS-GRD-LOSS-AMOUNT TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           STRING "UNREALIZED GAINS: " WS-TOTAL-DISPLAY
               "   UNREALIZED LOSSES: " WS-TOTAL-DISPLAY-2
               DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           IF WS-GRD-SKIPPED-COUNT > 0
               MOVE WS-GRD-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO FX-REVAL-REPORT-LINE
               STRING "ITEMS NOT REVALUED: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
               WRITE FX-REVAL-REPORT-LINE
           END-IF
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           MOVE "JOURNAL DEBITS VS CREDITS" TO WS-TIE-LABEL
           MOVE 0 TO WS-TIE-LEFT-COUNT
           MOVE 0 TO WS-TIE-RIGHT-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-TIE-LEFT-AMOUNT
           MOVE WS-CREDIT-TOTAL TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE "RESTATED VS CARRIED + NET MOVE" TO WS-TIE-LABEL
           MOVE WS-GRD-RESTATED-AMOUNT TO WS-TIE-LEFT-AMOUNT
           COMPUTE WS-TIE-RIGHT-AMOUNT = WS-GRD-CARRIED-AMOUNT
               + WS-GRD-INCREASE-AMOUNT - WS-GRD-DECREASE-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE "GAINS + LOSSES VS DOLLARS MOVED" TO WS-TIE-LABEL
           COMPUTE WS-TIE-LEFT-AMOUNT =
               WS-GRD-GAIN-AMOUNT + WS-GRD-LOSS-AMOUNT
           COMPUTE WS-TIE-RIGHT-AMOUNT =
               WS-GRD-INCREASE-AMOUNT + WS-GRD-DECREASE-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           WRITE FX-REVAL-REPORT-LINE
           IF WS-IN-BALANCE
               MOVE "VERDICT: IN BALANCE - ENTRIES QUEUED FOR GLEXTR"
                   TO FX-REVAL-REPORT-LINE
           ELSE
               MOVE "VERDICT: OUT OF BALANCE - HOLD THE LEDGER LOAD"
                   TO FX-REVAL-REPORT-LINE
           END-IF
           WRITE FX-REVAL-REPORT-LINE.

       3100-WRITE-TIE-LINE.
           IF WS-TIE-LEFT-COUNT NOT = WS-TIE-RIGHT-COUNT
               MOVE "N" TO WS-BALANCED-SW
           END-IF
           MOVE WS-TIE-LEFT-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE WS-TIE-RIGHT-AMOUNT TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO FX-REVAL-REPORT-LINE
           IF WS-TIE-LEFT-AMOUNT = WS-TIE-RIGHT-AMOUNT
               STRING WS-TIE-LABEL " " WS-TOTAL-DISPLAY
                   " = " WS-TOTAL-DISPLAY-2 "  OK"
                   DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           ELSE
               MOVE "N" TO WS-BALANCED-SW
               STRING WS-TIE-LABEL " " WS-TOTAL-DISPLAY
                   " VS " WS-TOTAL-DISPLAY-2 "  *** OUT ***"
                   DELIMITED BY SIZE INTO FX-REVAL-REPORT-LINE
           END-IF
           WRITE FX-REVAL-REPORT-LINE.

       4000-TERMINATE.
           IF WS-ALREADY-REVALUED
               MOVE "NORMAL" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-REVAL-DATE
                   " ALREADY REVALUED - NOTHING POSTED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9200-LOG-END
           ELSE
               PERFORM 4100-END-REVALUATION
           END-IF.

       4100-END-REVALUATION.
           CLOSE FX-JOURNAL-FILE
           CLOSE FX-REVAL-REPORT-FILE
           IF WS-IN-BALANCE
               MOVE "NORMAL" TO WS-LOG-SEVERITY
           ELSE
               MOVE "OUTOFBAL" TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "ITEMS " WS-GRD-ITEM-COUNT
               " NOT REVALUED " WS-GRD-SKIPPED-COUNT
               " LINES " WS-JOURNAL-LINE-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           IF WS-IN-BALANCE
               DISPLAY "FXREVAL COMPLETE - " WS-GRD-ITEM-COUNT
                   " FOREIGN ITEMS, " WS-JOURNAL-LINE-COUNT
                   " JOURNAL LINES QUEUED FOR GLEXTR"
           ELSE
               DISPLAY "FXREVAL COMPLETE - *** OUT OF BALANCE *** "
                   "SEE FX-REVAL-RPT - HOLD THE LEDGER LOAD"
               MOVE 8 TO RETURN-CODE
           END-IF.

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
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 8100-LOG-CYCLE-CHECK.

       9100-LOG-WARNING.
           MOVE "W" TO RLG-ENTRY-TYPE
           PERFORM 9900-WRITE-RUN-LOG.

       9200-LOG-END.
           MOVE "E" TO RLG-ENTRY-TYPE
           PERFORM 9900-WRITE-RUN-LOG
           CLOSE RUN-LOG-FILE.

       9900-WRITE-RUN-LOG.
           MOVE "FXREVAL" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

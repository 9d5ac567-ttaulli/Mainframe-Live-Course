      *     warnings, and the balancing verdict (NORMAL or
      *     OUTOFBAL end disposition) now also go to the common
      *     RUN-LOG for the OPSRPT end-of-night summary.
      *   - Cost distribution: a release or pending item keyed with
      *     distribution lines is journaled one expense line per
      *     distribution line - the line's own GL account, with its
      *     cost center in the new GLJ-COST-CENTER field - against a
      *     single AP control (or accrued AP) line for the item. The
      *     lines are in the invoice's currency, so each takes its
      *     proportional share of the dollar amount and the last
      *     line absorbs the rounding; the item still balances to
      *     the cent. Items with no lines, and every exception pool
      *     accrual, are coded by category exactly as before.
      *   - FX entries: the realized FX gain/loss entries APCONF
      *     writes when a foreign item is paid at a new rate, and
      *     the month-end unrealized revaluation entries from
      *     FXREVAL, wait on FX-JOURNAL. Each run carries them into
      *     GL-JOURNAL as written (they are balanced pairs already)
      *     and reports the count of each; FX-JOURNAL is cleared
      *     only when the run ends in balance, so a held load keeps
      *     them for the rerun. "FXUNRL" and "FXREAL" are reserved
      *     GL-ACCOUNT-TABLE keys, not vendor categories.
      *   - Fiscal periods: every journal line is stamped with a
      *     posting period from FISCAL-CALENDAR - a release keeps the
      *     period it was released under, anything else takes the
      *     period of its journal date, and a line whose period the
      *     controller has since closed rolls forward to the current
      *     open period. A line the calendar cannot place holds the
      *     load. GL-JOURNAL is rebuilt every run, so an in-balance
      *     run also files its lines on GL-JOURNAL-HISTORY under the
      *     load date for PERCLOSE to prove each period against; a
      *     same-day rerun replaces that day's release and accrual
      *     lines and keeps the FX lines already filed.
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
      *   - VENDOR-MASTER is now an indexed file; each line's vendor
      *     category is fetched by a keyed read instead of a search
      *     of a 1000-vendor table, so no vendor past the table limit
      *     is default-coded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

      * Balanced FX entries from APCONF and FXREVAL, appended
      * between loads - carried whole into tonight's journal.
           SELECT FX-JOURNAL-FILE
               ASSIGN TO "FX-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FXJRNL-FILE-STATUS.

      * The controller's fiscal calendar - the period each line
      * posts to.
           SELECT FISCAL-CALENDAR-FILE
               ASSIGN TO "FISCAL-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCAL-FILE-STATUS.

      * Every line of every in-balance load, by load date. Rebuilt
      * through the temp file and renamed over the real one, so a
      * crash mid-rewrite leaves yesterday's history intact and the
      * next run simply builds the temp again.
           SELECT GL-HISTORY-FILE
               ASSIGN TO "GL-JOURNAL-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-FILE-STATUS.

           SELECT GL-HISTORY-TEMP-FILE
               ASSIGN TO "GL-JOURNAL-HISTORY.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-TEMP-FILE-STATUS.

           SELECT GL-REPORT-FILE
               ASSIGN TO "GL-EXTRACT-RPT"
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
       FD  GL-JOURNAL-FILE.
           COPY GLJREC.

       FD  FX-JOURNAL-FILE.
       01  FX-JOURNAL-RECORD               PIC X(72).

       FD  FISCAL-CALENDAR-FILE.
           COPY FCALREC.

       FD  GL-HISTORY-FILE.
           COPY GLJHIST.

       FD  GL-HISTORY-TEMP-FILE.
       01  GL-HISTORY-TEMP-RECORD          PIC X(80).

       FD  GL-REPORT-FILE.
       01  GL-REPORT-LINE                  PIC X(100).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       01  WS-EXCEPTION-FILE-STATUS        PIC XX.
       01  WS-PARM-FILE-STATUS             PIC XX.
       01  WS-JOURNAL-FILE-STATUS          PIC XX.
       01  WS-FXJRNL-FILE-STATUS           PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-FCAL-FILE-STATUS             PIC XX.
       01  WS-GLHIST-FILE-STATUS           PIC XX.
       01  WS-GLHIST-TEMP-FILE-STATUS      PIC XX.
       01  WS-GLHIST-TEMP-NAME             PIC X(30)
               VALUE "GL-JOURNAL-HISTORY.TMP".
       01  WS-GLHIST-REAL-NAME             PIC X(30)
               VALUE "GL-JOURNAL-HISTORY".
       01  WS-GLHIST-RENAME-STATUS         PIC S9(9) COMP-5 VALUE 0.
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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "GLEXTR".
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
       01  WS-VENDOR-OPEN-SW               PIC X(1) VALUE "N".
           88  WS-VENDOR-OPEN              VALUE "Y".
       01  WS-GLACCT-EOF-SW                PIC X(1) VALUE "N".
           88  WS-GLACCT-EOF               VALUE "Y".
       01  WS-PENDING-EOF-SW               PIC X(1) VALUE "N".
           88  WS-PENDING-EOF              VALUE "Y".
       01  WS-EXCEPTION-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EXCEPTION-EOF            VALUE "Y".
       01  WS-FXJRNL-EOF-SW                PIC X(1) VALUE "N".
           88  WS-FXJRNL-EOF               VALUE "Y".
       01  WS-FCAL-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-FCAL-EOF                 VALUE "Y".
       01  WS-GLHIST-EOF-SW                PIC X(1) VALUE "N".
           88  WS-GLHIST-EOF               VALUE "Y".
       01  WS-JOURNAL-EOF-SW               PIC X(1) VALUE "N".
           88  WS-JOURNAL-EOF              VALUE "Y".
       01  WS-PERIOD-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-PERIOD-FOUND             VALUE "Y".
       01  WS-ACCRUE-SW                    PIC X(1) VALUE "N".
           88  WS-ACCRUE-TONIGHT           VALUE "Y".
       01  WS-TOTALS-LOADED-SW             PIC X(1) VALUE "N".
       01  WS-REVERSAL-YEAR                PIC 9(4)  VALUE 0.
       01  WS-REVERSAL-MONTH               PIC 9(2)  VALUE 0.

      * The GL coding table - expense accounts by category plus the
      * reserved APCTRL / ACCRUE liability rows and the DFAULT
      * expense fallback.
       01  WS-LOOKUP-CATEGORY              PIC X(6) VALUE SPACES.
       01  WS-DEFAULTED-CODING-COUNT       PIC 9(7) VALUE 0.

      * Cost distribution lines for the item in hand, copied off the
      * extract or pending record. The lines are in the invoice's
      * own currency; the item is journaled in US dollars, so each
      * line takes its share of the dollar amount in proportion and
      * the last line takes whatever rounding leaves, keeping every
      * item's expense side exactly equal to its liability side.
       01  WS-ITEM-DIST-LINES.
           05  WS-ITEM-DIST-LINE-COUNT     PIC 9(2).
           05  WS-ITEM-DIST-LINE OCCURS 10 TIMES.
               10  WS-ITEM-DIST-GL-ACCOUNT PIC X(8).
               10  WS-ITEM-DIST-COST-CENTER
                                           PIC X(6).
               10  WS-ITEM-DIST-AMOUNT     PIC 9(9)V99.
       01  WS-ITEM-DISTRIBUTED-SW          PIC X(1) VALUE "N".
           88  WS-ITEM-DISTRIBUTED         VALUE "Y".
       01  WS-SPLIT-SUB                    PIC 9(2) VALUE 0.
       01  WS-SPLIT-BASE                   PIC 9(9)V99 VALUE 0.
       01  WS-SPLIT-LINE-TOTAL             PIC 9(11)V99 VALUE 0.
       01  WS-SPLIT-REMAINING              PIC 9(9)V99 VALUE 0.
       01  WS-SPLIT-AMOUNT                 PIC 9(9)V99 VALUE 0.
       01  WS-DIST-CODED-COUNT             PIC 9(7) VALUE 0.

      * The fiscal calendar, loaded whole at start-up the same way
      * INVOICE loads it. The current open period is the earliest
      * period still open.
       01  WS-FCAL-TABLE-AREA.
           05  WS-FCAL-TABLE OCCURS 240 TIMES
                   INDEXED BY WS-FCAL-IDX.
               10  WS-FCAL-PERIOD          PIC X(6).
               10  WS-FCAL-START-DATE      PIC X(8).
               10  WS-FCAL-END-DATE        PIC X(8).
               10  WS-FCAL-STATUS          PIC X(1).
                   88  WS-FCAL-OPEN        VALUE "O".
       01  WS-FCAL-COUNT                   PIC 9(4) VALUE 0.
       01  WS-CURRENT-OPEN-PERIOD          PIC X(6) VALUE SPACES.
       01  WS-ROLLED-LINE-COUNT            PIC 9(7) VALUE 0.
       01  WS-NO-PERIOD-LINE-COUNT         PIC 9(7) VALUE 0.

      * A history line's source, looked at when a same-day rerun
      * decides which of that day's lines it replaces.
       01  WS-HIST-LINE.
           05  FILLER                      PIC X(28).
           05  WS-HIST-SOURCE              PIC X(8).
           05  FILLER                      PIC X(36).
       01  WS-HIST-KEPT-COUNT              PIC 9(7) VALUE 0.
       01  WS-HIST-FILED-COUNT             PIC 9(7) VALUE 0.

       01  WS-RELEASE-COUNT                PIC 9(7) VALUE 0.
       01  WS-RELEASE-TIER1-COUNT          PIC 9(7) VALUE 0.
       01  WS-RELEASE-TIER1-AMOUNT         PIC 9(11)V99 VALUE 0.
       01  WS-ACCRUAL-COUNT                PIC 9(7) VALUE 0.
       01  WS-ACCRUAL-PENDING-AMOUNT       PIC 9(11)V99 VALUE 0.
       01  WS-ACCRUAL-EXCP-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-FX-REVAL-LINE-COUNT          PIC 9(7) VALUE 0.
       01  WS-FX-REALIZED-LINE-COUNT       PIC 9(7) VALUE 0.
       01  WS-DEBIT-TOTAL                  PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL                 PIC 9(13)V99 VALUE 0.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-JOURNAL-RELEASES UNTIL WS-EXTRACT-EOF
           IF WS-ACCRUE-TONIGHT
               PERFORM 2500-ACCRUE-PENDING UNTIL WS-PENDING-EOF
               PERFORM 2600-ACCRUE-EXCEPTIONS UNTIL WS-EXCEPTION-EOF
           END-IF
           PERFORM 2800-POST-FX-JOURNAL
           PERFORM 3000-PROVE-AND-REPORT
           PERFORM 4000-TERMINATE
           GOBACK.
           END-IF
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS = "00"
               SET WS-VENDOR-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: VENDOR-MASTER NOT AVAILABLE - "
                   "STATUS " WS-VENDOR-FILE-STATUS
           IF WS-ACCRUAL-ACCOUNT = SPACES
               MOVE WS-AP-CONTROL-ACCOUNT TO WS-ACCRUAL-ACCOUNT
           END-IF
           PERFORM 1400-LOAD-FISCAL-CALENDAR
           IF WS-ACCRUE-TONIGHT
               OPEN INPUT PENDING-APPROVALS-FILE
               IF WS-PENDING-FILE-STATUS NOT = "00"
           STRING WS-REVERSAL-YEAR WS-REVERSAL-MONTH "01"
               DELIMITED BY SIZE INTO WS-REVERSAL-DATE.

       1300-LOAD-GLACCT-TABLE.
           PERFORM UNTIL WS-GLACCT-EOF
               READ GL-ACCOUNT-FILE
                   MOVE GLA-ACCOUNT TO WS-ACCRUAL-ACCOUNT
               WHEN "DFAULT"
                   MOVE GLA-ACCOUNT TO WS-DEFAULT-EXPENSE-ACCOUNT
               WHEN "FXUNRL"
               WHEN "FXREAL"
                   CONTINUE
               WHEN OTHER
                   IF WS-GLACCT-COUNT < 100
                       ADD 1 TO WS-GLACCT-COUNT
                   END-IF
           END-EVALUATE.

      * Like the coding table, a missing calendar does not stop the
      * journal being built - but every line is then unperioded and
      * the proof holds the load, loudly.
       1400-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CALENDAR-FILE
           IF WS-FCAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-FCAL-EOF
                   READ FISCAL-CALENDAR-FILE
                       AT END
                           SET WS-FCAL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1410-ADD-CALENDAR-PERIOD
                   END-READ
               END-PERFORM
               CLOSE FISCAL-CALENDAR-FILE
           ELSE
               DISPLAY "WARNING: FISCAL-CALENDAR NOT AVAILABLE - "
                   "STATUS " WS-FCAL-FILE-STATUS
                   " - NO LINE CAN BE GIVEN A POSTING PERIOD"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE "FISCAL-CALENDAR MISSING - LINES UNPERIODED"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       1410-ADD-CALENDAR-PERIOD.
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

      * Only items released today belong in tonight's journal - the
      * extract still carries everything awaiting payment.
       2000-JOURNAL-RELEASES.
       2100-JOURNAL-ONE-RELEASE.
           ADD 1 TO WS-RELEASE-COUNT
           MOVE EXT-VENDOR-CODE TO GLJ-VENDOR-CODE
           MOVE EXT-DIST-LINES TO WS-ITEM-DIST-LINES
           PERFORM 2105-CHECK-ITEM-DISTRIBUTION
           IF NOT WS-ITEM-DISTRIBUTED
               PERFORM 2110-CODE-EXPENSE-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN EXT-ITEM-CREDIT
                   ADD 1 TO WS-RELEASE-CREDIT-COUNT
                   MOVE WS-AP-CONTROL-ACCOUNT TO GLJ-ACCOUNT
                   MOVE "D" TO GLJ-TYPE
                   PERFORM 2120-WRITE-RELEASE-LINE
                   MOVE "C" TO GLJ-TYPE
                   PERFORM 2130-WRITE-RELEASE-EXPENSE
               WHEN OTHER
                   IF EXT-APPROVAL-TIER = 1
                       ADD 1 TO WS-RELEASE-TIER1-COUNT
                       ADD 1 TO WS-RELEASE-TIER23-COUNT
                       ADD EXT-AMOUNT TO WS-RELEASE-TIER23-AMOUNT
                   END-IF
                   MOVE "D" TO GLJ-TYPE
                   PERFORM 2130-WRITE-RELEASE-EXPENSE
                   MOVE WS-AP-CONTROL-ACCOUNT TO GLJ-ACCOUNT
                   MOVE "C" TO GLJ-TYPE
                   PERFORM 2120-WRITE-RELEASE-LINE
           END-EVALUATE.

      * An item carries usable distribution lines when the count is
      * a real 1 to 10 and every line amount is numeric - anything
      * else (including every record written before the lines
      * existed, which reads back blank) is coded by category.
       2105-CHECK-ITEM-DISTRIBUTION.
           MOVE "N" TO WS-ITEM-DISTRIBUTED-SW
           MOVE 0 TO WS-SPLIT-LINE-TOTAL
           IF WS-ITEM-DIST-LINE-COUNT NUMERIC
              AND WS-ITEM-DIST-LINE-COUNT > 0
              AND WS-ITEM-DIST-LINE-COUNT NOT > 10
               MOVE "Y" TO WS-ITEM-DISTRIBUTED-SW
               PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                       UNTIL WS-SPLIT-SUB > WS-ITEM-DIST-LINE-COUNT
                   IF WS-ITEM-DIST-AMOUNT(WS-SPLIT-SUB) NUMERIC
                       ADD WS-ITEM-DIST-AMOUNT(WS-SPLIT-SUB)
                           TO WS-SPLIT-LINE-TOTAL
                   ELSE
                       MOVE "N" TO WS-ITEM-DISTRIBUTED-SW
                   END-IF
               END-PERFORM
               IF WS-SPLIT-LINE-TOTAL = 0
                   MOVE "N" TO WS-ITEM-DISTRIBUTED-SW
               END-IF
           END-IF.

      * The vendor's category picks the expense account; a vendor
      * with no category row (or no vendor row at all) codes to the
      * default account, counted so the report can say how much of
       2110-CODE-EXPENSE-ACCOUNT.
           MOVE SPACES TO WS-EXPENSE-ACCOUNT
           MOVE SPACES TO WS-LOOKUP-CATEGORY
           IF WS-VENDOR-OPEN
               MOVE GLJ-VENDOR-CODE TO VM-VENDOR-CODE
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VM-VENDOR-CATEGORY TO WS-LOOKUP-CATEGORY
               END-READ
           END-IF
           IF WS-LOOKUP-CATEGORY NOT = SPACES
                   AND WS-GLACCT-COUNT > 0
           END-IF.

       2120-WRITE-RELEASE-LINE.
           PERFORM 2125-SET-RELEASE-FIELDS
           MOVE EXT-AMOUNT TO GLJ-AMOUNT
           MOVE SPACES TO GLJ-COST-CENTER
           PERFORM 2890-WRITE-JOURNAL-LINE.

       2125-SET-RELEASE-FIELDS.
           MOVE WS-RUN-DATE TO GLJ-JOURNAL-DATE
           MOVE "AP-REL" TO GLJ-SOURCE
           MOVE EXT-VENDOR-CODE TO GLJ-VENDOR-CODE
           MOVE EXT-INVOICE-NUMBER TO GLJ-REFERENCE
           MOVE SPACES TO GLJ-REVERSAL-DATE
      * An item released before the periods existed reads back
      * blank here and takes its journal date's period instead.
           MOVE EXT-POSTING-PERIOD TO GLJ-POSTING-PERIOD.

      * The expense side of a release, on the side GLJ-TYPE already
      * says - one line per distribution line when the item was
      * keyed with them, otherwise the single category-coded line.
       2130-WRITE-RELEASE-EXPENSE.
           IF WS-ITEM-DISTRIBUTED
               PERFORM 2125-SET-RELEASE-FIELDS
               MOVE EXT-AMOUNT TO WS-SPLIT-BASE
               PERFORM 2700-WRITE-DISTRIBUTION-LINES
           ELSE
               MOVE WS-EXPENSE-ACCOUNT TO GLJ-ACCOUNT
               PERFORM 2120-WRITE-RELEASE-LINE
           END-IF.

      * 2110 keys its vendor search off GLJ-VENDOR-CODE, so the
      * vendor is moved there before the coding lookup runs - the
           ADD 1 TO WS-ACCRUAL-COUNT
           ADD PND-AMOUNT TO WS-ACCRUAL-PENDING-AMOUNT
           MOVE PND-VENDOR-CODE TO GLJ-VENDOR-CODE
           MOVE PND-DIST-LINES TO WS-ITEM-DIST-LINES
           PERFORM 2105-CHECK-ITEM-DISTRIBUTION
           IF NOT WS-ITEM-DISTRIBUTED
               PERFORM 2110-CODE-EXPENSE-ACCOUNT
           END-IF
           MOVE PND-AMOUNT TO GLJ-AMOUNT
           MOVE PND-INVOICE-NUMBER TO GLJ-REFERENCE
           PERFORM 2550-WRITE-ACCRUAL-PAIR
      * Exception amounts are the vendor's own currency - the only
      * amount an unconverted exception carries - and are accrued as
      * keyed. The report calls the figure out separately so the
      * controller knows what the estimate is made of. Exceptions
      * are always category coded: any distribution lines they
      * carry are unproven (bad lines may be why the item excepted),
      * and a rough estimate should not be spread on them.
       2600-ACCRUE-EXCEPTIONS.
           ADD 1 TO WS-ACCRUAL-COUNT
           ADD EXC-AMOUNT TO WS-ACCRUAL-EXCP-AMOUNT
           MOVE EXC-VENDOR-CODE TO GLJ-VENDOR-CODE
           MOVE "N" TO WS-ITEM-DISTRIBUTED-SW
           PERFORM 2110-CODE-EXPENSE-ACCOUNT
           MOVE EXC-AMOUNT TO GLJ-AMOUNT
           MOVE EXC-INVOICE-NUMBER TO GLJ-REFERENCE
           MOVE WS-RUN-DATE TO GLJ-JOURNAL-DATE
           MOVE "ACCRUAL" TO GLJ-SOURCE
           MOVE WS-REVERSAL-DATE TO GLJ-REVERSAL-DATE
           MOVE SPACES TO GLJ-POSTING-PERIOD
           MOVE "D" TO GLJ-TYPE
           IF WS-ITEM-DISTRIBUTED
               MOVE GLJ-AMOUNT TO WS-SPLIT-BASE
               PERFORM 2700-WRITE-DISTRIBUTION-LINES
               MOVE WS-SPLIT-BASE TO GLJ-AMOUNT
           ELSE
               MOVE WS-EXPENSE-ACCOUNT TO GLJ-ACCOUNT
               MOVE SPACES TO GLJ-COST-CENTER
               PERFORM 2890-WRITE-JOURNAL-LINE
           END-IF
           MOVE SPACES TO GLJ-COST-CENTER
           MOVE WS-ACCRUAL-ACCOUNT TO GLJ-ACCOUNT
           MOVE "C" TO GLJ-TYPE
           PERFORM 2890-WRITE-JOURNAL-LINE.

      * One journal line per distribution line, on the side GLJ-TYPE
      * says, for WS-SPLIT-BASE dollars in all. The caller has set
      * the date, source, vendor, reference, and reversal date.
       2700-WRITE-DISTRIBUTION-LINES.
           MOVE WS-SPLIT-BASE TO WS-SPLIT-REMAINING
           PERFORM VARYING WS-SPLIT-SUB FROM 1 BY 1
                   UNTIL WS-SPLIT-SUB > WS-ITEM-DIST-LINE-COUNT
               PERFORM 2710-WRITE-ONE-DIST-LINE
           END-PERFORM.

       2710-WRITE-ONE-DIST-LINE.
           IF WS-SPLIT-SUB = WS-ITEM-DIST-LINE-COUNT
               MOVE WS-SPLIT-REMAINING TO WS-SPLIT-AMOUNT
           ELSE
               COMPUTE WS-SPLIT-AMOUNT ROUNDED =
                   WS-ITEM-DIST-AMOUNT(WS-SPLIT-SUB) * WS-SPLIT-BASE
                   / WS-SPLIT-LINE-TOTAL
               IF WS-SPLIT-AMOUNT > WS-SPLIT-REMAINING
                   MOVE WS-SPLIT-REMAINING TO WS-SPLIT-AMOUNT
               END-IF
           END-IF
           SUBTRACT WS-SPLIT-AMOUNT FROM WS-SPLIT-REMAINING
           MOVE WS-SPLIT-AMOUNT TO GLJ-AMOUNT
           MOVE WS-ITEM-DIST-GL-ACCOUNT(WS-SPLIT-SUB) TO GLJ-ACCOUNT
           MOVE WS-ITEM-DIST-COST-CENTER(WS-SPLIT-SUB)
               TO GLJ-COST-CENTER
           ADD 1 TO WS-DIST-CODED-COUNT
           PERFORM 2890-WRITE-JOURNAL-LINE.

      * FX-JOURNAL is optional - no file simply means no foreign
      * item was settled or revalued since the last load.
       2800-POST-FX-JOURNAL.
           OPEN INPUT FX-JOURNAL-FILE
           IF WS-FXJRNL-FILE-STATUS = "00"
               PERFORM UNTIL WS-FXJRNL-EOF
                   READ FX-JOURNAL-FILE
                       AT END
                           SET WS-FXJRNL-EOF TO TRUE
                       NOT AT END
                           PERFORM 2810-POST-ONE-FX-LINE
                   END-READ
               END-PERFORM
               CLOSE FX-JOURNAL-FILE
           END-IF.

       2810-POST-ONE-FX-LINE.
           MOVE FX-JOURNAL-RECORD TO GL-JOURNAL-RECORD
           IF GLJ-SOURCE = "FXREVAL"
               ADD 1 TO WS-FX-REVAL-LINE-COUNT
           ELSE
               ADD 1 TO WS-FX-REALIZED-LINE-COUNT
           END-IF
           PERFORM 2890-WRITE-JOURNAL-LINE.

       2890-WRITE-JOURNAL-LINE.
           PERFORM 2895-STAMP-POSTING-PERIOD
           IF GLJ-TYPE-DEBIT
               ADD GLJ-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
           END-IF
           WRITE GL-JOURNAL-RECORD.

      * A period already on the line stands while it is open. Any
      * other line takes its journal date's period - or the current
      * open period when that one is closed, so nothing posts into a
      * month the controller has locked. A line neither can place
      * goes out blank and is counted; the proof holds the load.
       2895-STAMP-POSTING-PERIOD.
           MOVE "N" TO WS-PERIOD-FOUND-SW
           IF GLJ-POSTING-PERIOD NOT = SPACES
               SET WS-FCAL-IDX TO 1
               SEARCH WS-FCAL-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                       CONTINUE
                   WHEN WS-FCAL-PERIOD(WS-FCAL-IDX) = GLJ-POSTING-PERIOD
                       IF WS-FCAL-OPEN(WS-FCAL-IDX)
                           MOVE "Y" TO WS-PERIOD-FOUND-SW
                       END-IF
               END-SEARCH
           END-IF
           IF NOT WS-PERIOD-FOUND
               MOVE SPACES TO GLJ-POSTING-PERIOD
               SET WS-FCAL-IDX TO 1
               SEARCH WS-FCAL-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                       CONTINUE
                   WHEN GLJ-JOURNAL-DATE NOT <
                            WS-FCAL-START-DATE(WS-FCAL-IDX)
                        AND GLJ-JOURNAL-DATE NOT >
                            WS-FCAL-END-DATE(WS-FCAL-IDX)
                       MOVE "Y" TO WS-PERIOD-FOUND-SW
                       IF WS-FCAL-OPEN(WS-FCAL-IDX)
                           MOVE WS-FCAL-PERIOD(WS-FCAL-IDX)
                               TO GLJ-POSTING-PERIOD
                       ELSE
                           MOVE WS-CURRENT-OPEN-PERIOD
                               TO GLJ-POSTING-PERIOD
                           ADD 1 TO WS-ROLLED-LINE-COUNT
                       END-IF
               END-SEARCH
               IF NOT WS-PERIOD-FOUND
                   ADD 1 TO WS-NO-PERIOD-LINE-COUNT
               END-IF
           END-IF.

       2900-READ-NEXT-EXTRACT.
           READ AP-EXTRACT-FILE
               AT END
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF
           IF WS-DIST-CODED-COUNT > 0
               MOVE WS-DIST-CODED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GL-REPORT-LINE
               STRING "LINES CODED FROM COST DISTRIBUTION: "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF
           IF WS-FX-REVAL-LINE-COUNT > 0
                   OR WS-FX-REALIZED-LINE-COUNT > 0
               MOVE WS-FX-REALIZED-LINE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GL-REPORT-LINE
               STRING "REALIZED FX LINES (APCONF): " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               MOVE WS-FX-REVAL-LINE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GL-REPORT-LINE
               STRING "FX REVALUATION LINES (FXREVAL): "
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF
           IF WS-DEFAULTED-CODING-COUNT > 0
               MOVE WS-DEFAULTED-CODING-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GL-REPORT-LINE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           IF WS-ROLLED-LINE-COUNT > 0
               MOVE WS-ROLLED-LINE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GL-REPORT-LINE
               STRING "LINES ROLLED FORWARD TO PERIOD "
                   WS-CURRENT-OPEN-PERIOD ": " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF
      * An unperioded line would post wherever the ledger guessed -
      * exactly the reopened month the calendar exists to stop.
           IF WS-NO-PERIOD-LINE-COUNT > 0
               MOVE "N" TO WS-BALANCED-SW
               MOVE WS-NO-PERIOD-LINE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO GL-REPORT-LINE
               STRING "LINES WITH NO FISCAL PERIOD: "
                   WS-COUNT-DISPLAY "  *** OUT ***"
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               DISPLAY "WARNING: " WS-NO-PERIOD-LINE-COUNT
                   " JOURNAL LINES HAVE NO FISCAL PERIOD - CHECK "
                   "FISCAL-CALENDAR"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-NO-PERIOD-LINE-COUNT
                   " LINES HAVE NO FISCAL PERIOD - CHECK CALENDAR"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           IF WS-IN-BALANCE
                   CLOSE EXCEPTION-FILE
               END-IF
           END-IF
           IF WS-VENDOR-OPEN
               CLOSE VENDOR-MASTER-FILE
           END-IF
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-REPORT-FILE
      * Filed before FX-JOURNAL is cleared, so the FX lines are on
      * the history before they leave the queue.
           IF WS-IN-BALANCE
               PERFORM 4100-FILE-JOURNAL-HISTORY
           END-IF
      * The FX entries now live in GL-JOURNAL; leaving them on
      * FX-JOURNAL would load them twice tomorrow.
           IF WS-IN-BALANCE
                   AND (WS-FX-REVAL-LINE-COUNT > 0
                   OR WS-FX-REALIZED-LINE-COUNT > 0)
               OPEN OUTPUT FX-JOURNAL-FILE
               CLOSE FX-JOURNAL-FILE
           END-IF
           IF WS-IN-BALANCE
               MOVE "NORMAL" TO WS-LOG-SEVERITY
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Yesterday's history is copied to the temp file less any line
      * an earlier run today already filed - except its FX lines,
      * which left FX-JOURNAL with that run and are not in tonight's
      * journal to be filed again - then tonight's journal is added
      * and the temp renamed over the real file.
       4100-FILE-JOURNAL-HISTORY.
           OPEN OUTPUT GL-HISTORY-TEMP-FILE
           IF WS-GLHIST-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CANNOT OPEN GL-JOURNAL-HISTORY.TMP - "
                   "STATUS " WS-GLHIST-TEMP-FILE-STATUS
                   " - TONIGHT'S LINES NOT FILED"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE "GL-JOURNAL-HISTORY NOT UPDATED - RERUN GLEXTR"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           ELSE
               OPEN INPUT GL-HISTORY-FILE
               IF WS-GLHIST-FILE-STATUS = "00"
                   PERFORM UNTIL WS-GLHIST-EOF
                       READ GL-HISTORY-FILE
                           AT END
                               SET WS-GLHIST-EOF TO TRUE
                           NOT AT END
                               PERFORM 4110-COPY-HISTORY-LINE
                       END-READ
                   END-PERFORM
                   CLOSE GL-HISTORY-FILE
               END-IF
               OPEN INPUT GL-JOURNAL-FILE
               PERFORM UNTIL WS-JOURNAL-EOF
                   READ GL-JOURNAL-FILE
                       AT END
                           SET WS-JOURNAL-EOF TO TRUE
                       NOT AT END
                           MOVE WS-RUN-DATE TO GLH-LOAD-DATE
                           MOVE GL-JOURNAL-RECORD TO GLH-JOURNAL-LINE
                           MOVE GL-HISTORY-RECORD
                               TO GL-HISTORY-TEMP-RECORD
                           WRITE GL-HISTORY-TEMP-RECORD
                           ADD 1 TO WS-HIST-FILED-COUNT
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
               CLOSE GL-HISTORY-TEMP-FILE
               CALL "CBL_RENAME_FILE" USING WS-GLHIST-TEMP-NAME
                       WS-GLHIST-REAL-NAME
                   RETURNING WS-GLHIST-RENAME-STATUS
               IF WS-GLHIST-RENAME-STATUS NOT = 0
                   DISPLAY "WARNING: COULD NOT REWRITE "
                       "GL-JOURNAL-HISTORY - RENAME STATUS "
                       WS-GLHIST-RENAME-STATUS
                   MOVE "ACTION" TO WS-LOG-SEVERITY
                   MOVE "GL-JOURNAL-HISTORY NOT UPDATED - RERUN GLEXTR"
                       TO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
               END-IF
           END-IF.

       4110-COPY-HISTORY-LINE.
           MOVE GLH-JOURNAL-LINE TO WS-HIST-LINE
           IF GLH-LOAD-DATE NOT = WS-RUN-DATE
                   OR WS-HIST-SOURCE = "FXREVAL" OR "FXREAL"
               MOVE GL-HISTORY-RECORD TO GL-HISTORY-TEMP-RECORD
               WRITE GL-HISTORY-TEMP-RECORD
               ADD 1 TO WS-HIST-KEPT-COUNT
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
           MOVE "S" TO RLG-ENTRY-TYPE
           MOVE SPACES TO WS-LOG-SEVERITY
           MOVE "STARTED" TO WS-LOG-MESSAGE
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 8100-LOG-CYCLE-CHECK.

       9100-LOG-WARNING.
           MOVE "W" TO RLG-ENTRY-TYPE

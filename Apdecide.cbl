      *     decisions, and the warnings that used to scroll away
      *     now also go to the common RUN-LOG for the OPSRPT
      *     end-of-night summary.
      *   - Cost distribution lines queued with an invoice go with
      *     it - onto the extract when it is approved, onto the
      *     exception record when it is rejected - so GLEXTR
      *     journals the approved invoice as it was coded and a
      *     resubmission comes back with its coding intact.
      *   - Fiscal periods: an approved invoice is released with a
      *     posting period from FISCAL-CALENDAR - the period INVOICE
      *     queued it under while that is still open, otherwise its
      *     invoice date's period, rolled forward to the current open
      *     period when the controller has closed it. An approval for
      *     a date the calendar no longer covers is refused like a
      *     bad decision and the invoice stays pending.
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
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APDECIDE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-TEMP-FILE-STATUS.

      * The controller's fiscal calendar - the period an approved
      * invoice is released under.
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

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
       01  REJECT-REPORT-LINE              PIC X(100).

       FD  PENDING-TEMP-FILE.
       01  PENDING-TEMP-RECORD             PIC X(392).

       FD  FISCAL-CALENDAR-FILE.
           COPY FCALREC.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       01  WS-PENDING-REAL-NAME            PIC X(30)
               VALUE "PENDING-APPROVALS".
       01  WS-PENDING-RENAME-STATUS        PIC S9(9) COMP-5 VALUE 0.
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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "APDECIDE".
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

       01  WS-PENDING-EOF-SW               PIC X(1) VALUE "N".
           88  WS-PENDING-EOF              VALUE "Y".

      * Approver decisions loaded into memory at start-up and matched
      * against each queued invoice by vendor code + invoice number -
      * a day's decisions are small enough to hold whole.
       01  WS-DECISION-TABLE-AREA.
           05  WS-DECISION-TABLE OCCURS 5000 TIMES
                   INDEXED BY WS-DEC-IDX.
       01  WS-DEC-REJECT-REASON            PIC X(30) VALUE SPACES.
       01  WS-AUTHORITY-DATE               PIC X(8)  VALUE SPACES.

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
       01  WS-FCAL-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-FCAL-EOF                 VALUE "Y".
       01  WS-CURRENT-OPEN-PERIOD          PIC X(6) VALUE SPACES.
       01  WS-POSTING-PERIOD               PIC X(6) VALUE SPACES.
       01  WS-PERIOD-VALID-SW              PIC X(1) VALUE "Y".
           88  WS-PERIOD-VALID             VALUE "Y".

       01  WS-PENDING-READ-COUNT           PIC 9(7) VALUE 0.
       01  WS-APPROVED-COUNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PENDING UNTIL WS-PENDING-EOF
           PERFORM 3000-REPORT-UNMATCHED-DECISIONS
                   "FAITH"
               STOP RUN
           END-IF
           PERFORM 1400-LOAD-FISCAL-CALENDAR
           OPEN OUTPUT REJECT-REPORT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN DECISION-REJECTS - "
               END-READ
           END-PERFORM.

      * No calendar means no approved invoice can be given a period
      * - refuse to run, the same as a missing approver master.
       1400-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CALENDAR-FILE
           IF WS-FCAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FISCAL-CALENDAR - STATUS "
                   WS-FCAL-FILE-STATUS
               DISPLAY "WITHOUT A CALENDAR NO APPROVED INVOICE CAN BE "
                   "GIVEN A POSTING PERIOD - REFUSING TO RUN"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FCAL-EOF
               READ FISCAL-CALENDAR-FILE
                   AT END
                       SET WS-FCAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1410-ADD-CALENDAR-PERIOD
               END-READ
           END-PERFORM
           CLOSE FISCAL-CALENDAR-FILE
           IF WS-CURRENT-OPEN-PERIOD = SPACES
               DISPLAY "FATAL: FISCAL-CALENDAR HAS NO OPEN PERIOD - "
                   "NOTHING CAN BE RELEASED"
               STOP RUN
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

       2000-PROCESS-PENDING.
           ADD 1 TO WS-PENDING-READ-COUNT
           PERFORM 2100-PROCESS-ONE-PENDING
           ELSE
               MOVE PND-AMOUNT TO WS-PND-ORIG-AMOUNT
           END-IF
      * A record queued before the distribution lines existed reads
      * back blank there - it is category coded, so say no lines.
           IF PND-DIST-LINE-COUNT NOT NUMERIC
               MOVE 0 TO PND-DIST-LINE-COUNT
           END-IF
           PERFORM 2110-FIND-DECISION
           IF WS-DECISION-FOUND
               PERFORM 2115-VALIDATE-APPROVER
                   PERFORM 2200-KEEP-PENDING
               ELSE
                   IF WS-DEC-ACTION-APPROVE(WS-DEC-IDX)
                       PERFORM 2119-ASSIGN-POSTING-PERIOD
                       IF WS-PERIOD-VALID
                           PERFORM 2120-RELEASE-APPROVED
                       ELSE
                           MOVE "DATE NOT IN FISCAL CALENDAR"
                               TO WS-DEC-REJECT-REASON
                           PERFORM 2118-REFUSE-DECISION
                           PERFORM 2200-KEEP-PENDING
                       END-IF
                   ELSE
                       PERFORM 2130-WRITE-EXCEPTION-REJECT
                   END-IF
               WS-DEC-APPROVER-ID(WS-DEC-IDX) " REFUSED - "
               WS-DEC-REJECT-REASON " - INVOICE STAYS PENDING".

      * The period INVOICE queued the invoice under stands while it
      * is open. Otherwise the invoice date decides - its own period
      * when open, the current open period when the controller has
      * closed it. A queued record from before the period existed
      * reads back blank and goes straight to the date. A date no
      * calendar row covers leaves the invoice without a period.
       2119-ASSIGN-POSTING-PERIOD.
           MOVE "N" TO WS-PERIOD-VALID-SW
           MOVE SPACES TO WS-POSTING-PERIOD
           IF PND-POSTING-PERIOD NOT = SPACES
               SET WS-FCAL-IDX TO 1
               SEARCH WS-FCAL-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                       CONTINUE
                   WHEN WS-FCAL-PERIOD(WS-FCAL-IDX) = PND-POSTING-PERIOD
                       IF WS-FCAL-OPEN(WS-FCAL-IDX)
                           MOVE "Y" TO WS-PERIOD-VALID-SW
                           MOVE PND-POSTING-PERIOD TO WS-POSTING-PERIOD
                       END-IF
               END-SEARCH
           END-IF
           IF NOT WS-PERIOD-VALID
               SET WS-FCAL-IDX TO 1
               SEARCH WS-FCAL-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                       CONTINUE
                   WHEN PND-INVOICE-DATE NOT <
                            WS-FCAL-START-DATE(WS-FCAL-IDX)
                        AND PND-INVOICE-DATE NOT >
                            WS-FCAL-END-DATE(WS-FCAL-IDX)
                       MOVE "Y" TO WS-PERIOD-VALID-SW
                       IF WS-FCAL-OPEN(WS-FCAL-IDX)
                           MOVE WS-FCAL-PERIOD(WS-FCAL-IDX)
                               TO WS-POSTING-PERIOD
                       ELSE
                           MOVE WS-CURRENT-OPEN-PERIOD
                               TO WS-POSTING-PERIOD
                           DISPLAY "INVOICE " PND-INVOICE-NUMBER
                               " DATED IN CLOSED PERIOD "
                               WS-FCAL-PERIOD(WS-FCAL-IDX)
                               " - POSTED TO " WS-CURRENT-OPEN-PERIOD
                       END-IF
               END-SEARCH
           END-IF.

       2120-RELEASE-APPROVED.
           ADD 1 TO WS-APPROVED-COUNT
           MOVE PND-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-PND-CURRENCY TO EXT-CURRENCY-CODE
           MOVE WS-PND-ORIG-AMOUNT TO EXT-ORIG-AMOUNT
           MOVE SPACE TO EXT-ITEM-TYPE
           MOVE PND-DIST-LINES TO EXT-DIST-LINES
           MOVE WS-POSTING-PERIOD TO EXT-POSTING-PERIOD
           WRITE EXTRACT-RECORD
           MOVE "APPROVED" TO AUD-DECISION
           PERFORM 2150-WRITE-AUDIT-RECORD
      * fields are always blank here.
           MOVE SPACE TO EXC-ITEM-TYPE
           MOVE SPACES TO EXC-ORIG-INVOICE-NUMBER
           MOVE PND-DIST-LINES TO EXC-DIST-LINES
           WRITE EXCEPTION-RECORD
           PERFORM 2135-CREDIT-PO-BALANCE
           PERFORM 2136-CREDIT-RECEIPT-BALANCE
           MOVE PND-APPROVER-ROLE TO AUD-APPROVER-ROLE
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-DEC-APPROVER-ID(WS-DEC-IDX) TO AUD-ENTERED-BY
           MOVE PND-PO-NUMBER TO AUD-PO-NUMBER
           WRITE AUDIT-RECORD.

       2200-KEEP-PENDING.
               " DECISIONS REFUSED " WS-BAD-DECISION-COUNT
               " STILL PENDING " WS-STILL-PENDING-COUNT.

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

      *     the end disposition (NORMAL or OUTOFBAL) so the OPSRPT
      *     end-of-night summary shows whether the day tied without
      *     opening the recon report.
      *   - Payment holds: HOLD and HOLD-RELEASE audit rows written by
      *     APHOLD are counted and reported for the record but tied
      *     to nothing - a hold stops an extract item paying without
      *     moving it - so they no longer land in the unrecognized
      *     bucket and throw the day out of balance.
      *   - DIST-ERROR exceptions (cost distribution lines that did
      *     not prove) tie into the pool like the other exception
      *     decisions, with their own summary-figure bucket.
      *   - NO-PERIOD exceptions (invoice dated outside the fiscal
      *     calendar) tie into the pool the same way, with their own
      *     summary-figure bucket.
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
       PROGRAM-ID. APRECON.
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
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE               PIC X(100).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "APRECON".
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

       01  WS-AUDIT-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-AUDIT-EOF                VALUE "Y".
           05  WS-AUD-CREDIT-AMOUNT        PIC 9(11)V99 VALUE 0.
           05  WS-AUD-CREDIT-ERR-COUNT     PIC 9(7) VALUE 0.
           05  WS-AUD-CREDIT-ERR-AMOUNT    PIC 9(11)V99 VALUE 0.
           05  WS-AUD-DIST-EXC-COUNT       PIC 9(7) VALUE 0.
           05  WS-AUD-DIST-EXC-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-AUD-PERIOD-EXC-COUNT     PIC 9(7) VALUE 0.
           05  WS-AUD-PERIOD-EXC-AMOUNT    PIC 9(11)V99 VALUE 0.
           05  WS-AUD-APPROVED-COUNT       PIC 9(7) VALUE 0.
           05  WS-AUD-APPROVED-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-AUD-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-AUD-DISPOSITION-COUNT    PIC 9(7) VALUE 0.
           05  WS-AUD-BAD-DECISION-COUNT   PIC 9(7) VALUE 0.
           05  WS-AUD-ESCALATED-COUNT      PIC 9(7) VALUE 0.
           05  WS-AUD-HOLD-COUNT           PIC 9(7) VALUE 0.
           05  WS-AUD-OTHER-COUNT          PIC 9(7) VALUE 0.

      * The day's releases recounted straight off the extract, and

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-AUDIT-TRAIL UNTIL WS-AUDIT-EOF
           PERFORM 2200-COUNT-EXTRACT UNTIL WS-EXTRACT-EOF
                       ADD 1 TO WS-AUD-CREDIT-ERR-COUNT
                       ADD WS-AUD-ORIG-USED
                           TO WS-AUD-CREDIT-ERR-AMOUNT
                   WHEN "DIST-ERROR"
                       ADD 1 TO WS-AUD-DIST-EXC-COUNT
                       ADD WS-AUD-ORIG-USED TO WS-AUD-DIST-EXC-AMOUNT
                   WHEN "NO-PERIOD"
                       ADD 1 TO WS-AUD-PERIOD-EXC-COUNT
                       ADD WS-AUD-ORIG-USED
                           TO WS-AUD-PERIOD-EXC-AMOUNT
                   WHEN "APPROVED"
                       ADD 1 TO WS-AUD-APPROVED-COUNT
                       ADD AUD-AMOUNT TO WS-AUD-APPROVED-AMOUNT
      * nothing enters or leaves the pools, so nothing to tie.
                   WHEN "ESCALATED"
                       ADD 1 TO WS-AUD-ESCALATED-COUNT
      * A payment hold or release leaves the item where it is on
      * the extract - nothing enters or leaves the pools.
                   WHEN "HOLD"
                       ADD 1 TO WS-AUD-HOLD-COUNT
                   WHEN "HOLD-RELEASE"
                       ADD 1 TO WS-AUD-HOLD-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-AUD-OTHER-COUNT
               END-EVALUATE
               WS-AUD-EXCEPTION-COUNT + WS-AUD-DUPLICATE-COUNT +
               WS-AUD-BAD-AMOUNT-COUNT + WS-AUD-PO-EXC-COUNT +
               WS-AUD-FX-EXC-COUNT + WS-AUD-RCPT-EXC-COUNT +
               WS-AUD-CREDIT-ERR-COUNT + WS-AUD-DIST-EXC-COUNT +
               WS-AUD-PERIOD-EXC-COUNT + WS-AUD-REJECTED-COUNT
           COMPUTE WS-EXPECTED-EXC-AMOUNT =
               WS-AUD-EXCEPTION-AMOUNT + WS-AUD-DUPLICATE-AMOUNT +
               WS-AUD-PO-EXC-AMOUNT + WS-AUD-FX-EXC-AMOUNT +
               WS-AUD-RCPT-EXC-AMOUNT + WS-AUD-CREDIT-ERR-AMOUNT +
               WS-AUD-DIST-EXC-AMOUNT + WS-AUD-PERIOD-EXC-AMOUNT +
               WS-AUD-REJECTED-AMOUNT
           MOVE "EXCEPTION AUDIT VS POOL" TO WS-TIE-LABEL
           MOVE WS-EXPECTED-EXC-COUNT TO WS-TIE-LEFT-COUNT
               WRITE RECON-REPORT-LINE
           END-IF

           IF WS-AUD-HOLD-COUNT > 0
               MOVE WS-AUD-HOLD-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "PAYMENT HOLD ACTIONS TODAY: "
                   WS-COUNT-DISPLAY " (NOT TIED)"
                   DELIMITED BY SIZE INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           END-IF

           IF WS-AUD-OTHER-COUNT > 0
               MOVE "N" TO WS-BALANCED-SW
               MOVE WS-AUD-OTHER-COUNT TO WS-COUNT-DISPLAY
               WS-AUD-DUPLICATE-COUNT + WS-AUD-BAD-AMOUNT-COUNT +
               WS-AUD-PO-EXC-COUNT + WS-AUD-FX-EXC-COUNT +
               WS-AUD-RCPT-EXC-COUNT + WS-AUD-CREDIT-COUNT +
               WS-AUD-CREDIT-ERR-COUNT + WS-AUD-DIST-EXC-COUNT +
               WS-AUD-PERIOD-EXC-COUNT
           MOVE "SUMMARY TOTAL VS AUDIT RECOUNT" TO WS-TIE-LABEL
           MOVE DAYT-TOTAL-COUNT TO WS-TIE-LEFT-COUNT
           MOVE WS-INVOICE-DECISION-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE WS-AUD-CREDIT-ERR-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE DAYT-CREDIT-EXC-AMOUNT TO WS-TIE-LEFT-AMOUNT
           MOVE WS-AUD-CREDIT-ERR-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
      * Totals written before the distribution bucket existed read
      * back blank there - they had no distribution exceptions.
           MOVE "SUMMARY DIST-EXC VS AUDIT" TO WS-TIE-LABEL
           IF DAYT-DIST-EXC-COUNT NUMERIC
               MOVE DAYT-DIST-EXC-COUNT TO WS-TIE-LEFT-COUNT
               MOVE DAYT-DIST-EXC-AMOUNT TO WS-TIE-LEFT-AMOUNT
           ELSE
               MOVE 0 TO WS-TIE-LEFT-COUNT
               MOVE 0 TO WS-TIE-LEFT-AMOUNT
           END-IF
           MOVE WS-AUD-DIST-EXC-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE WS-AUD-DIST-EXC-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
      * Likewise totals from before the fiscal calendar existed.
           MOVE "SUMMARY PERIOD-EXC VS AUDIT" TO WS-TIE-LABEL
           IF DAYT-PERIOD-EXC-COUNT NUMERIC
               MOVE DAYT-PERIOD-EXC-COUNT TO WS-TIE-LEFT-COUNT
               MOVE DAYT-PERIOD-EXC-AMOUNT TO WS-TIE-LEFT-AMOUNT
           ELSE
               MOVE 0 TO WS-TIE-LEFT-COUNT
               MOVE 0 TO WS-TIE-LEFT-AMOUNT
           END-IF
           MOVE WS-AUD-PERIOD-EXC-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE WS-AUD-PERIOD-EXC-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE.

       4000-TERMINATE.
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
           MOVE "S" TO RLG-ENTRY-TYPE
           MOVE SPACES TO WS-LOG-SEVERITY
           MOVE "STARTED" TO WS-LOG-MESSAGE
           PERFORM 9900-WRITE-RUN-LOG
           PERFORM 8100-LOG-CYCLE-CHECK.

       9100-LOG-WARNING.
           MOVE "W" TO RLG-ENTRY-TYPE

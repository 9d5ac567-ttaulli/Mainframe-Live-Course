      *   - Run-log support: start/end rows, counts, and the
      *     warnings that used to scroll away now also go to the
      *     common RUN-LOG for the OPSRPT end-of-night summary.
      *   - A requeued item carries its cost distribution lines back
      *     in as "L" rows behind its detail or credit row, so the
      *     resubmission is coded exactly as it was keyed. A
      *     corrected amount the lines no longer sum to drops them
      *     (the item returns category coded) with a run-log note.
      *   - Fiscal periods: a RESUBMIT or DUP-OVERRIDE goes back in
      *     with a posting period from FISCAL-CALENDAR - its invoice
      *     date's period, rolled forward to the current open period
      *     when the controller has closed it - which INVOICE keeps
      *     while that period is open. An item whose date the
      *     calendar does not cover stays in the pool with a run-log
      *     action rather than going round again.
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
      *   - INVOICE-HISTORY is now an indexed file keyed by vendor
      *     and invoice number, so the blocking history entry is
      *     deleted by key as each disposition is applied, instead of
      *     being noted in a 1000-entry purge table and dropped by
      *     copying the whole history through INVOICE-HISTORY.TMP at
      *     end of job. An entry already gone (a rerun, or a purge by
      *     HISTMNT) is a run-log note, not an error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPDISP.

           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Open exceptions still awaiting action are written here and
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-TEMP-FILE-STATUS.

      * The controller's fiscal calendar - the period a requeued
      * item is sent back under.
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
           COPY HISTREC.

       FD  EXCEPTION-TEMP-FILE.
       01  EXCEPTION-TEMP-RECORD           PIC X(368).

       FD  FISCAL-CALENDAR-FILE.
           COPY FCALREC.

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.
       01  WS-AUDIT-FILE-STATUS            PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-EXCEPTION-TEMP-FILE-STATUS   PIC XX.
       01  WS-EXCEPTION-TEMP-NAME          PIC X(30)
               VALUE "EXCEPTION-FILE.TMP".
       01  WS-EXCEPTION-REAL-NAME          PIC X(30)
               VALUE "EXCEPTION-FILE".
       01  WS-RENAME-STATUS                PIC S9(9) COMP-5 VALUE 0.
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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "EXCPDISP".
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

       01  WS-EXCEPTION-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EXCEPTION-EOF            VALUE "Y".
       01  WS-DISPOSITION-EOF-SW           PIC X(1) VALUE "N".
           88  WS-DISPOSITION-EOF          VALUE "Y".

      * INVOICE-HISTORY is opened only when the first purge comes
      * along - most runs have none.
       01  WS-HISTORY-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-HISTORY-OPEN             VALUE "Y".

       01  WS-DISPOSITION-FOUND-SW         PIC X(1) VALUE "N".
           88  WS-DISPOSITION-FOUND        VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RESUBMIT-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-RESUBMIT-HASH                PIC 9(11)V99 VALUE 0.
       01  WS-DIST-SUB                     PIC 9(2)  VALUE 0.
       01  WS-DIST-TOTAL                   PIC 9(11)V99 VALUE 0.

      * Clerk dispositions loaded into memory at start-up and matched
      * against each open exception by vendor code + invoice number -
       01  WS-DISPOSITION-COUNT            PIC 9(4) VALUE 0.
       01  WS-DSP-SUB                      PIC 9(4) VALUE 0.

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

       01  WS-EXCEPTION-READ-COUNT         PIC 9(7) VALUE 0.
       01  WS-RESUBMIT-COUNT               PIC 9(7) VALUE 0.
       01  WS-WRITE-OFF-COUNT              PIC 9(7) VALUE 0.
       01  WS-OVERRIDE-COUNT               PIC 9(7) VALUE 0.
       01  WS-STILL-OPEN-COUNT             PIC 9(7) VALUE 0.
       01  WS-NO-PERIOD-COUNT              PIC 9(7) VALUE 0.
       01  WS-HISTORY-PURGED-COUNT         PIC 9(7) VALUE 0.

       01  WS-AMOUNT-DISPLAY               PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EXCEPTIONS UNTIL WS-EXCEPTION-EOF
           PERFORM 3000-REPORT-UNMATCHED-DISPS
           PERFORM 4000-TERMINATE
           GOBACK.

                   "REAPPLY DISPOSITIONS BLINDLY"
               STOP RUN
           END-IF
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN EXCEPTION-FILE - STATUS "
                   WS-DISPOSITION-FILE-STATUS
                   " - EVERY EXCEPTION WILL REMAIN OPEN"
           END-IF
           PERFORM 1400-LOAD-FISCAL-CALENDAR
      * AP-RESUBMIT is rebuilt as a fresh batch every run. A leftover
      * file that still has records means the prior run's
      * resubmissions were never fed through INVOICE - overwriting
               PERFORM 9100-LOG-WARNING
           END-IF.

      * No calendar means no requeued item can be given a period -
      * refuse to run, the same as INVOICE does.
       1400-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CALENDAR-FILE
           IF WS-FCAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FISCAL-CALENDAR - STATUS "
                   WS-FCAL-FILE-STATUS
               DISPLAY "WITHOUT A CALENDAR NO RESUBMISSION CAN BE "
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
                   "NOTHING CAN BE RESUBMITTED"
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

       2000-PROCESS-EXCEPTIONS.
           ADD 1 TO WS-EXCEPTION-READ-COUNT
           PERFORM 2100-PROCESS-ONE-EXCEPTION
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 2110-FIND-DISPOSITION
           IF WS-DISPOSITION-FOUND
               PERFORM 2115-ASSIGN-POSTING-PERIOD
               EVALUATE TRUE
      * A requeue the calendar cannot place would only come straight
      * back as NO-PERIOD - hold it here until the controller adds
      * the period, and say so.
                   WHEN (WS-DSP-ACTION-RESUBMIT(WS-DSP-IDX)
                         OR WS-DSP-ACTION-DUP-OVERRIDE(WS-DSP-IDX))
                        AND NOT WS-PERIOD-VALID
                       PERFORM 2160-HOLD-NO-PERIOD
      * An invoice an approver rejected was written to history by
      * INVOICE when it was first tier-routed, so without the purge
      * its resubmission would be flagged as a duplicate of its own
               END-SEARCH
           END-IF.

      * The invoice date decides the period - its own period when
      * open, the current open period when the controller has closed
      * it. A date outside every calendar row leaves no period.
       2115-ASSIGN-POSTING-PERIOD.
           MOVE "N" TO WS-PERIOD-VALID-SW
           MOVE SPACES TO WS-POSTING-PERIOD
           SET WS-FCAL-IDX TO 1
           SEARCH WS-FCAL-TABLE
               AT END
                   CONTINUE
               WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                   CONTINUE
               WHEN EXC-INVOICE-DATE NOT <
                        WS-FCAL-START-DATE(WS-FCAL-IDX)
                    AND EXC-INVOICE-DATE NOT >
                        WS-FCAL-END-DATE(WS-FCAL-IDX)
                   MOVE "Y" TO WS-PERIOD-VALID-SW
                   IF WS-FCAL-OPEN(WS-FCAL-IDX)
                       MOVE WS-FCAL-PERIOD(WS-FCAL-IDX)
                           TO WS-POSTING-PERIOD
                   ELSE
                       MOVE WS-CURRENT-OPEN-PERIOD
                           TO WS-POSTING-PERIOD
                   END-IF
           END-SEARCH.

      * Rebuilds the invoice in AP-INVOICE-FILE layout from the
      * fields carried on the exception record. A nonzero corrected
      * amount on the disposition replaces the original - that is how
           MOVE EXC-ENTERED-BY TO INV-ENTERED-BY
           MOVE EXC-PO-NUMBER TO INV-PO-NUMBER
           MOVE EXC-CURRENCY-CODE TO INV-CURRENCY-CODE
           MOVE WS-POSTING-PERIOD TO INV-POSTING-PERIOD
           WRITE INVOICE-RECORD
           PERFORM 2125-REQUEUE-DISTRIBUTION
           DISPLAY "EXCEPTION " EXC-INVOICE-NUMBER
               " AMOUNT " WS-AMOUNT-DISPLAY
               " REQUEUED FOR NEXT INVOICE RUN BY "
               WS-DSP-CLERK-ID(WS-DSP-IDX).

      * The item's cost distribution lines follow it back in as "L"
      * rows, right behind its detail or credit row. They are not
      * counted in the trailer or hash - INVOICE proves them against
      * the amount instead - so a corrected amount the lines no
      * longer add up to would only send the item straight back
      * here. In that case the lines are dropped, the item returns
      * coded by vendor category, and the log says so.
       2125-REQUEUE-DISTRIBUTION.
           IF EXC-DIST-LINE-COUNT NUMERIC
              AND EXC-DIST-LINE-COUNT > 0
              AND EXC-DIST-LINE-COUNT NOT > 10
               MOVE 0 TO WS-DIST-TOTAL
               PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                       UNTIL WS-DIST-SUB > EXC-DIST-LINE-COUNT
                   IF EXC-DIST-AMOUNT(WS-DIST-SUB) NUMERIC
                       ADD EXC-DIST-AMOUNT(WS-DIST-SUB)
                           TO WS-DIST-TOTAL
                   END-IF
               END-PERFORM
               IF WS-DSP-NEW-AMOUNT(WS-DSP-IDX) > 0
                  AND WS-DIST-TOTAL NOT = WS-RESUBMIT-AMOUNT
                   DISPLAY "EXCEPTION " EXC-INVOICE-NUMBER
                       " CORRECTED AMOUNT DOES NOT MATCH ITS "
                       "DISTRIBUTION - LINES DROPPED"
                   MOVE "NOTE" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "DISTRIBUTION DROPPED ON RESUBMIT "
                       EXC-VENDOR-CODE "/" EXC-INVOICE-NUMBER
                       " - CATEGORY CODED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
               ELSE
                   PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                           UNTIL WS-DIST-SUB > EXC-DIST-LINE-COUNT
                       PERFORM 2126-WRITE-DISTRIBUTION-LINE
                   END-PERFORM
               END-IF
           END-IF.

       2126-WRITE-DISTRIBUTION-LINE.
           MOVE SPACES TO INVOICE-RECORD
           MOVE "L" TO INV-RECORD-TYPE
           MOVE EXC-DIST-GL-ACCOUNT(WS-DIST-SUB)
               TO INV-DIST-GL-ACCOUNT
           MOVE EXC-DIST-COST-CENTER(WS-DIST-SUB)
               TO INV-DIST-COST-CENTER
           MOVE EXC-DIST-AMOUNT(WS-DIST-SUB) TO INV-DIST-AMOUNT
           WRITE INVOICE-RECORD.

      * Removes the INVOICE-HISTORY entry that would flag the
      * resubmission as a duplicate in the next INVOICE run -
      * DUP-OVERRIDE items, and RESUBMIT of an approver rejection
      * (INVOICE wrote its history row when the invoice was first
      * tier-routed).
       2140-NOTE-HISTORY-PURGE.
           IF NOT WS-HISTORY-OPEN
               OPEN I-O INVOICE-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: CANNOT OPEN INVOICE-HISTORY FOR "
                       "DUP-OVERRIDE PURGE - STATUS "
                       WS-HISTORY-FILE-STATUS
                   STOP RUN
               END-IF
               SET WS-HISTORY-OPEN TO TRUE
           END-IF
           MOVE EXC-VENDOR-CODE TO HIST-VENDOR-CODE
           MOVE EXC-INVOICE-NUMBER TO HIST-INVOICE-NUMBER
           DELETE INVOICE-HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "NOTE: NO HISTORY ENTRY FOR "
                       EXC-VENDOR-CODE "/" EXC-INVOICE-NUMBER
                       " - NOTHING TO PURGE"
                   MOVE "NOTE" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "NO HISTORY ENTRY TO PURGE - "
                       EXC-VENDOR-CODE "/" EXC-INVOICE-NUMBER
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
               NOT INVALID KEY
                   ADD 1 TO WS-HISTORY-PURGED-COUNT
                   DISPLAY "HISTORY ENTRY " EXC-VENDOR-CODE "/"
                       EXC-INVOICE-NUMBER
                       " PURGED FOR RESUBMISSION"
           END-DELETE.

      * One audit row per clerk disposition, in the same layout the
      * approval decisions use - the clerk's ID goes in
      * AUD-ENTERED-BY so the trail shows who worked the item.
           MOVE "N/A" TO AUD-APPROVER-ROLE
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE WS-DSP-CLERK-ID(WS-DSP-IDX) TO AUD-ENTERED-BY
           MOVE EXC-PO-NUMBER TO AUD-PO-NUMBER
           WRITE AUDIT-RECORD.

      * The disposition matched, so it is not reported as unmatched,
      * but nothing is requeued or audited - the item simply waits
      * in the pool and the clerk re-keys the disposition next run.
       2160-HOLD-NO-PERIOD.
           ADD 1 TO WS-NO-PERIOD-COUNT
           DISPLAY "WARNING: EXCEPTION " EXC-VENDOR-CODE "/"
               EXC-INVOICE-NUMBER " DATED " EXC-INVOICE-DATE
               " IS NOT IN THE FISCAL CALENDAR - LEFT OPEN"
           MOVE "ACTION" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "NO FISCAL PERIOD FOR " EXC-VENDOR-CODE "/"
               EXC-INVOICE-NUMBER " DATED " EXC-INVOICE-DATE
               " - LEFT OPEN"
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9100-LOG-WARNING
           PERFORM 2200-KEEP-OPEN.

       2200-KEEP-OPEN.
           ADD 1 TO WS-STILL-OPEN-COUNT
           MOVE EXCEPTION-RECORD TO EXCEPTION-TEMP-RECORD
               END-IF
           END-PERFORM.

       4000-TERMINATE.
           MOVE SPACES TO INVOICE-RECORD
           MOVE "T" TO INV-RECORD-TYPE
           CLOSE AP-RESUBMIT-FILE
           CLOSE AUDIT-TRAIL-FILE
           CLOSE EXCEPTION-TEMP-FILE
           IF WS-HISTORY-OPEN
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-EXCEPTION-TEMP-NAME
                   WS-EXCEPTION-REAL-NAME
               RETURNING WS-RENAME-STATUS
               " WRITTEN OFF " WS-WRITE-OFF-COUNT
               " DUP-OVERRIDES " WS-OVERRIDE-COUNT
               " STILL OPEN " WS-STILL-OPEN-COUNT
               " NO PERIOD " WS-NO-PERIOD-COUNT
               " HISTORY PURGED " WS-HISTORY-PURGED-COUNT.

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

      *   - Run-log support: start/end rows, counts, and a
      *     discount-at-risk warning now also go to the common
      *     RUN-LOG for the OPSRPT end-of-night summary.
      *   - Queue image widened for the cost distribution lines now
      *     carried on PENDING-APPROVALS, so an escalation rewrite
      *     keeps them intact.
      *   - Queue image widened again for the fiscal posting period
      *     now carried on PENDING-APPROVALS.
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
      *   - Escalation audit rows leave the new audit PO number
      *     blank; the pending item's PO is on the INVOICE row.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGING.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-TEMP-FILE-STATUS.

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
           COPY AUDITREC.

       FD  PENDING-TEMP-FILE.
       01  PENDING-TEMP-RECORD             PIC X(392).

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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "APAGING".
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
                   88  WS-AGE-ESCALATED    VALUE "Y".
               10  WS-AGE-STALE-SW         PIC X(1).
                   88  WS-AGE-STALE        VALUE "Y".
               10  WS-AGE-RECORD           PIC X(392).
               10  WS-AGE-FIELDS REDEFINES WS-AGE-RECORD.
                   15  WS-AGE-INVOICE-NUMBER
                                           PIC X(10).
                   15  WS-AGE-CURRENCY-CODE
                                           PIC X(3).
                   15  WS-AGE-ORIG-AMOUNT  PIC 9(9)V99.
                   15  WS-AGE-DIST-LINES   PIC X(252).
                   15  WS-AGE-POSTING-PERIOD
                                           PIC X(6).
       01  WS-AGE-COUNT                    PIC 9(5) VALUE 0.
       01  WS-AGE-SUB                      PIC 9(5) VALUE 0.


       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-QUEUE UNTIL WS-PENDING-EOF
           PERFORM 2500-ESCALATE-STALE-ITEMS
           MOVE "VICE PRESIDENT" TO AUD-APPROVER-ROLE
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE "APAGING" TO AUD-ENTERED-BY
           MOVE SPACES TO AUD-PO-NUMBER
           WRITE AUDIT-RECORD
           DISPLAY "INVOICE " WS-AGE-VENDOR-CODE(WS-AGE-SUB) "/"
               WS-AGE-INVOICE-NUMBER(WS-AGE-SUB)
               " ESCALATED, DISCOUNT AT RISK "
               WS-AT-RISK-AMOUNT.

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

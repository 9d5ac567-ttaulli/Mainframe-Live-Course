      *   - Run-log support: start/end rows, counts, and the
      *     table-full warnings now also go to the common RUN-LOG
      *     for the OPSRPT end-of-night summary.
      *   - Payment holds: items on hold in AP-HOLDS (maintained by
      *     APHOLD) - a single extract item, or every item for a
      *     vendor on hold - are left off the schedule and out of
      *     the credit netting, and listed instead in a separate
      *     HELD ITEMS section with the reason, the clerk who placed
      *     the hold, and its review date (tagged REVIEW DUE once
      *     the date arrives), so Finance sees what is being
      *     withheld and why. No AP-HOLDS file means nothing is on
      *     hold.
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
       PROGRAM-ID. APSCHED.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

      * The holds in force, maintained by APHOLD - a held item
      * stays on the extract but must not be scheduled for payment.
           SELECT AP-HOLDS-FILE
               ASSIGN TO "AP-HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

           SELECT SCHEDULE-REPORT-FILE
               ASSIGN TO "PAYMENT-SCHEDULE-RPT"
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
       FD  AP-EXTRACT-FILE.
           COPY EXTRACT.

       FD  AP-HOLDS-FILE.
           COPY HOLDREC.

       FD  SCHEDULE-REPORT-FILE.
       01  SCHEDULE-REPORT-LINE            PIC X(80).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-EXTRACT-FILE-STATUS          PIC XX.
       01  WS-HOLDS-FILE-STATUS            PIC XX.
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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "APSCHED".
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
       01  WS-HOLDS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-HOLDS-EOF                VALUE "Y".
       01  WS-ITEM-HELD-SW                 PIC X(1) VALUE "N".
           88  WS-ITEM-HELD                VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

       01  WS-CREDIT-UNAPPLIED-AMOUNT      PIC 9(11)V99 VALUE 0.
       01  WS-CREDIT-DROPPED-COUNT         PIC 9(7) VALUE 0.

      * Holds in force, loaded from AP-HOLDS. A vendor hold ("V")
      * matches every item for the vendor; an item hold ("I") only
      * its own invoice.
       01  WS-HOLD-TABLE-AREA.
           05  WS-HOLD-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-TYPE             PIC X(1).
               10  WS-HLD-VENDOR-CODE      PIC X(6).
               10  WS-HLD-INVOICE-NUMBER   PIC X(10).
               10  WS-HLD-REASON-CODE      PIC X(6).
               10  WS-HLD-CLERK-ID         PIC X(8).
               10  WS-HLD-REVIEW-DATE      PIC X(8).
       01  WS-HOLD-COUNT                   PIC 9(4) VALUE 0.
       01  WS-HOLD-DROPPED-COUNT           PIC 9(7) VALUE 0.

      * Extract items withheld from the schedule by a hold, listed
      * in their own section after the schedule totals.
       01  WS-HELD-TABLE-AREA.
           05  WS-HELD-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-HELD-IDX.
               10  WS-HELD-INVOICE-NUMBER  PIC X(10).
               10  WS-HELD-VENDOR-CODE     PIC X(6).
               10  WS-HELD-AMOUNT          PIC 9(9)V99.
               10  WS-HELD-ITEM-TYPE       PIC X(1).
               10  WS-HELD-REASON-CODE     PIC X(6).
               10  WS-HELD-CLERK-ID        PIC X(8).
               10  WS-HELD-REVIEW-DATE     PIC X(8).
       01  WS-HELD-COUNT                   PIC 9(5) VALUE 0.
       01  WS-HELD-DROPPED-COUNT           PIC 9(7) VALUE 0.
       01  WS-HELD-TOTAL-COUNT             PIC 9(7) VALUE 0.
       01  WS-HELD-PAYABLE-AMOUNT          PIC 9(11)V99 VALUE 0.
       01  WS-HELD-CREDIT-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-REVIEW-DUE-COUNT             PIC 9(7) VALUE 0.
       01  WS-REVIEW-TAG                   PIC X(10) VALUE SPACES.
       01  WS-CREDIT-TAG                   PIC X(2)  VALUE SPACES.

       01  WS-AMOUNT-DISPLAY               PIC $$$$,$$$,$$9.99.
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
           PERFORM 2000-LOAD-SCHEDULE UNTIL WS-EXTRACT-EOF
           PERFORM 3000-WRITE-SCHEDULE-REPORT
                   UNTIL WS-SCH-SUB > 10000
               MOVE HIGH-VALUES TO WS-SCH-PAY-DATE(WS-SCH-SUB)
           END-PERFORM
      * No hold list yet simply means nothing is on hold.
           OPEN INPUT AP-HOLDS-FILE
           IF WS-HOLDS-FILE-STATUS = "00"
               PERFORM 1100-LOAD-HOLD-TABLE
               CLOSE AP-HOLDS-FILE
           ELSE
               DISPLAY "AP-HOLDS NOT AVAILABLE - STATUS "
                   WS-HOLDS-FILE-STATUS " - NO ITEMS ON HOLD"
           END-IF
           PERFORM 2900-READ-NEXT-EXTRACT.

      * A hold that does not fit the table would let its item pay,
      * so overflow is logged for action, never silently dropped.
       1100-LOAD-HOLD-TABLE.
           PERFORM UNTIL WS-HOLDS-EOF
               READ AP-HOLDS-FILE
                   AT END
                       SET WS-HOLDS-EOF TO TRUE
                   NOT AT END
                       IF WS-HOLD-COUNT < 2000
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HLD-HOLD-TYPE
                               TO WS-HLD-TYPE(WS-HOLD-COUNT)
                           MOVE HLD-VENDOR-CODE
                               TO WS-HLD-VENDOR-CODE(WS-HOLD-COUNT)
                           MOVE HLD-INVOICE-NUMBER
                               TO WS-HLD-INVOICE-NUMBER(WS-HOLD-COUNT)
                           MOVE HLD-REASON-CODE
                               TO WS-HLD-REASON-CODE(WS-HOLD-COUNT)
                           MOVE HLD-CLERK-ID
                               TO WS-HLD-CLERK-ID(WS-HOLD-COUNT)
                           MOVE HLD-REVIEW-DATE
                               TO WS-HLD-REVIEW-DATE(WS-HOLD-COUNT)
                       ELSE
                           ADD 1 TO WS-HOLD-DROPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       2000-LOAD-SCHEDULE.
           PERFORM 2100-ADD-TO-SCHEDULE
           PERFORM 2900-READ-NEXT-EXTRACT.
      * due date (hold the cash until it is owed). A discount whose
      * window has already closed is forfeited dollars - totaled so
      * Finance can see what late approval routing is costing.
      * A held item - payable or credit - goes to the held list
      * instead: a held credit must not be netted away either.
       2100-ADD-TO-SCHEDULE.
           PERFORM 2120-CHECK-HOLD
           EVALUATE TRUE
               WHEN WS-ITEM-HELD
                   PERFORM 2160-ADD-TO-HELD-LIST
               WHEN EXT-ITEM-CREDIT
                   PERFORM 2150-POOL-VENDOR-CREDIT
               WHEN OTHER
                   PERFORM 2110-ADD-PAYMENT-TO-SCHEDULE
           END-EVALUATE.

       2110-ADD-PAYMENT-TO-SCHEDULE.
           IF WS-SCHEDULE-COUNT >= 10000
                   ADD EXT-AMOUNT TO WS-CRD-AMOUNT(WS-CRD-IDX)
           END-SEARCH.

      * WS-HLD-IDX is left on the matching hold so the held-list
      * row can carry its reason, clerk, and review date.
       2120-CHECK-HOLD.
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

      * The held totals count every held item, listed or not - a
      * full held table only shortens the listing.
       2160-ADD-TO-HELD-LIST.
           ADD 1 TO WS-HELD-TOTAL-COUNT
           IF EXT-ITEM-CREDIT
               ADD EXT-AMOUNT TO WS-HELD-CREDIT-AMOUNT
           ELSE
               ADD EXT-AMOUNT TO WS-HELD-PAYABLE-AMOUNT
           END-IF
           IF WS-HLD-REVIEW-DATE(WS-HLD-IDX) <= WS-RUN-DATE
               ADD 1 TO WS-REVIEW-DUE-COUNT
           END-IF
           IF WS-HELD-COUNT >= 2000
               ADD 1 TO WS-HELD-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-HELD-COUNT
               MOVE EXT-INVOICE-NUMBER
                   TO WS-HELD-INVOICE-NUMBER(WS-HELD-COUNT)
               MOVE EXT-VENDOR-CODE
                   TO WS-HELD-VENDOR-CODE(WS-HELD-COUNT)
               MOVE EXT-AMOUNT TO WS-HELD-AMOUNT(WS-HELD-COUNT)
               MOVE EXT-ITEM-TYPE TO WS-HELD-ITEM-TYPE(WS-HELD-COUNT)
               MOVE WS-HLD-REASON-CODE(WS-HLD-IDX)
                   TO WS-HELD-REASON-CODE(WS-HELD-COUNT)
               MOVE WS-HLD-CLERK-ID(WS-HLD-IDX)
                   TO WS-HELD-CLERK-ID(WS-HELD-COUNT)
               MOVE WS-HLD-REVIEW-DATE(WS-HLD-IDX)
                   TO WS-HELD-REVIEW-DATE(WS-HELD-COUNT)
           END-IF.

       2900-READ-NEXT-EXTRACT.
           READ AP-EXTRACT-FILE
               AT END
           IF WS-DATE-COUNT > 0
               PERFORM 3200-WRITE-DATE-SUBTOTAL
           END-IF
           PERFORM 3300-WRITE-GRAND-TOTALS
           PERFORM 3400-WRITE-HELD-SECTION.

       3100-WRITE-SCHEDULE-LINE.
           IF WS-SCH-PAY-DATE(WS-SCH-SUB) NOT = WS-BREAK-PAY-DATE
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

      * Held items in extract order, then their totals. A credit
      * is marked CR - it is held back from netting, not payment.
       3400-WRITE-HELD-SECTION.
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE "HELD ITEMS - NOT SCHEDULED" TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               PERFORM 3410-WRITE-HELD-LINE
           END-PERFORM
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE WS-HELD-TOTAL-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-HELD-PAYABLE-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "TOTAL HELD: " WS-COUNT-DISPLAY
               " ITEMS  PAYABLES WITHHELD " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE WS-HELD-CREDIT-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "CREDITS HELD FROM NETTING: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE
           MOVE WS-REVIEW-DUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "HOLDS DUE FOR REVIEW: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       3410-WRITE-HELD-LINE.
           IF WS-HELD-REVIEW-DATE(WS-HELD-IDX) <= WS-RUN-DATE
               MOVE "REVIEW DUE" TO WS-REVIEW-TAG
           ELSE
               MOVE SPACES TO WS-REVIEW-TAG
           END-IF
           IF WS-HELD-ITEM-TYPE(WS-HELD-IDX) = "C"
               MOVE "CR" TO WS-CREDIT-TAG
           ELSE
               MOVE SPACES TO WS-CREDIT-TAG
           END-IF
           MOVE WS-HELD-AMOUNT(WS-HELD-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SCHEDULE-REPORT-LINE
           STRING "  " WS-HELD-INVOICE-NUMBER(WS-HELD-IDX)
               " " WS-HELD-VENDOR-CODE(WS-HELD-IDX)
               " " WS-AMOUNT-DISPLAY
               WS-CREDIT-TAG
               " " WS-HELD-REASON-CODE(WS-HELD-IDX)
               " " WS-HELD-CLERK-ID(WS-HELD-IDX)
               " REV " WS-HELD-REVIEW-DATE(WS-HELD-IDX)
               " " WS-REVIEW-TAG
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-LINE
           WRITE SCHEDULE-REPORT-LINE.

       4000-TERMINATE.
           CLOSE AP-EXTRACT-FILE
           CLOSE SCHEDULE-REPORT-FILE
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
      * A hold that did not fit the table was not honored - its
      * item may be on the schedule and must be pulled by hand.
           IF WS-HOLD-DROPPED-COUNT > 0
               DISPLAY "WARNING: HOLD TABLE FULL AT 2000 ROWS - "
                   WS-HOLD-DROPPED-COUNT " HOLDS NOT HONORED THIS RUN"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "HOLD TABLE FULL - " WS-HOLD-DROPPED-COUNT
                   " HOLDS NOT HONORED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           IF WS-HELD-DROPPED-COUNT > 0
               DISPLAY "WARNING: HELD LIST FULL AT 2000 ROWS - "
                   WS-HELD-DROPPED-COUNT " HELD ITEMS NOT LISTED"
               MOVE "NOTE" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "HELD LIST FULL - " WS-HELD-DROPPED-COUNT
                   " HELD ITEMS NOT LISTED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "SCHEDULED " WS-TOTAL-COUNT
               " IN WINDOW " WS-WINDOW-COUNT
               " HELD " WS-HELD-TOTAL-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           DISPLAY "APSCHED COMPLETE - SCHEDULED " WS-TOTAL-COUNT
               " INVOICES, " WS-WINDOW-COUNT
               " IN THEIR DISCOUNT WINDOW".

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

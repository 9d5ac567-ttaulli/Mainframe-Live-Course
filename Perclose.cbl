      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New fiscal period close job. A month the controller had
      *     reconciled was only closed on paper - nothing stopped the
      *     next night's invoices, releases, and journal lines from
      *     posting into it. This job takes the period to close from
      *     PERCLOSE-PARM (the current open period if none) and will
      *     only close the earliest period still open, once its last
      *     day has passed. It snapshots the open AP subledger to
      *     AP-PERIOD-SNAPSHOT - released items still on AP-EXTRACT
      *     posted up to the period, plus the pending queue and the
      *     exception pool that the month-end accrual carries - and
      *     proves it against the period's lines on
      *     GL-JOURNAL-HISTORY: every invoice and credit memo
      *     released into the period (still open on the extract or
      *     already paid onto AP-PAID-HISTORY) against the AP control
      *     credits and debits journaled for it, and the pending and
      *     exception items against the period's latest accrual
      *     load. Only when every tie holds is FISCAL-CALENDAR
      *     rewritten with the period closed and stamped with the
      *     close date; otherwise the period stays open, the run ends
      *     OUTOFBAL, and PERIOD-CLOSE-RPT shows which tie broke. Run
      *     it after GLEXTR's month-end accrual load, before the
      *     next day's INVOICE.
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
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCLOSE-PARM-FILE
               ASSIGN TO "PERCLOSE-PARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

      * The calendar is read whole, then rewritten through the temp
      * file and renamed over the real one only when the period
      * proves - a crash mid-rewrite leaves the old calendar intact.
           SELECT FISCAL-CALENDAR-FILE
               ASSIGN TO "FISCAL-CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCAL-FILE-STATUS.

           SELECT FISCAL-CALENDAR-TEMP-FILE
               ASSIGN TO "FISCAL-CALENDAR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCAL-TEMP-FILE-STATUS.

           SELECT GL-ACCOUNT-FILE
               ASSIGN TO "GL-ACCOUNT-TABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.

           SELECT AP-EXTRACT-FILE
               ASSIGN TO "AP-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT PENDING-APPROVALS-FILE
               ASSIGN TO "PENDING-APPROVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "EXCEPTION-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT PAID-HISTORY-FILE
               ASSIGN TO "AP-PAID-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT GL-HISTORY-FILE
               ASSIGN TO "GL-JOURNAL-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-FILE-STATUS.

      * Rebuilt every run - operations keep the copy from the run
      * that closed the period.
           SELECT SNAPSHOT-FILE
               ASSIGN TO "AP-PERIOD-SNAPSHOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT CLOSE-REPORT-FILE
               ASSIGN TO "PERIOD-CLOSE-RPT"
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
       FD  PERCLOSE-PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIOD                 PIC X(6).

       FD  FISCAL-CALENDAR-FILE.
           COPY FCALREC.

       FD  FISCAL-CALENDAR-TEMP-FILE.
       01  FISCAL-CALENDAR-TEMP-RECORD     PIC X(31).

       FD  GL-ACCOUNT-FILE.
           COPY GLACCT.

       FD  AP-EXTRACT-FILE.
           COPY EXTRACT.

       FD  PENDING-APPROVALS-FILE.
           COPY PENDREC.

       FD  EXCEPTION-FILE.
           COPY EXCPREC.

       FD  PAID-HISTORY-FILE.
           COPY PAIDREC.

       FD  GL-HISTORY-FILE.
           COPY GLJHIST.

       FD  SNAPSHOT-FILE.
           COPY PSNAPREC.

       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE               PIC X(100).

       FD  CYCLE-CONTROL-FILE.
           COPY CYCLREC.

       FD  CYCLE-OVERRIDE-FILE.
           COPY CYCOVR.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS             PIC XX.
       01  WS-FCAL-FILE-STATUS             PIC XX.
       01  WS-FCAL-TEMP-FILE-STATUS        PIC XX.
       01  WS-FCAL-TEMP-NAME               PIC X(30)
               VALUE "FISCAL-CALENDAR.TMP".
       01  WS-FCAL-REAL-NAME               PIC X(30)
               VALUE "FISCAL-CALENDAR".
       01  WS-FCAL-RENAME-STATUS           PIC S9(9) COMP-5 VALUE 0.
       01  WS-GLACCT-FILE-STATUS           PIC XX.
       01  WS-EXTRACT-FILE-STATUS          PIC XX.
       01  WS-PENDING-FILE-STATUS          PIC XX.
       01  WS-EXCEPTION-FILE-STATUS        PIC XX.
       01  WS-PAID-FILE-STATUS             PIC XX.
       01  WS-GLHIST-FILE-STATUS           PIC XX.
       01  WS-SNAPSHOT-FILE-STATUS         PIC XX.
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
       01  WS-CYCLE-JOB-NAME               PIC X(8) VALUE "PERCLOSE".
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

       01  WS-FCAL-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-FCAL-EOF                 VALUE "Y".
       01  WS-GLACCT-EOF-SW                PIC X(1) VALUE "N".
           88  WS-GLACCT-EOF               VALUE "Y".
       01  WS-EXTRACT-EOF-SW               PIC X(1) VALUE "N".
           88  WS-EXTRACT-EOF              VALUE "Y".
       01  WS-PENDING-EOF-SW               PIC X(1) VALUE "N".
           88  WS-PENDING-EOF              VALUE "Y".
       01  WS-EXCEPTION-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EXCEPTION-EOF            VALUE "Y".
       01  WS-PAID-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-PAID-EOF                 VALUE "Y".
       01  WS-GLHIST-EOF-SW                PIC X(1) VALUE "N".
           88  WS-GLHIST-EOF               VALUE "Y".
       01  WS-CLOSE-ALLOWED-SW             PIC X(1) VALUE "N".
           88  WS-CLOSE-ALLOWED            VALUE "Y".
       01  WS-PERIOD-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-PERIOD-FOUND             VALUE "Y".
       01  WS-BALANCED-SW                  PIC X(1) VALUE "Y".
           88  WS-IN-BALANCE               VALUE "Y".
       01  WS-PERIOD-LOCKED-SW             PIC X(1) VALUE "N".
           88  WS-PERIOD-LOCKED            VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-CLOSE-PERIOD                 PIC X(6)  VALUE SPACES.
       01  WS-CLOSE-START-DATE             PIC X(8)  VALUE SPACES.
       01  WS-CLOSE-END-DATE               PIC X(8)  VALUE SPACES.
       01  WS-REFUSAL-REASON               PIC X(40) VALUE SPACES.
       01  WS-ITEM-PERIOD                  PIC X(6)  VALUE SPACES.
       01  WS-LOOKUP-DATE                  PIC X(8)  VALUE SPACES.
       01  WS-AP-CONTROL-ACCOUNT           PIC X(8) VALUE "20100000".

      * The whole calendar, kept row for row in file order so the
      * rewrite puts back exactly what was read with one status
      * changed. A calendar too big to hold cannot be rewritten
      * safely, so a full table stops the job.
       01  WS-FCAL-TABLE-AREA.
           05  WS-FCAL-TABLE OCCURS 240 TIMES
                   INDEXED BY WS-FCAL-IDX.
               10  WS-FCAL-PERIOD          PIC X(6).
               10  WS-FCAL-START-DATE      PIC X(8).
               10  WS-FCAL-END-DATE        PIC X(8).
               10  WS-FCAL-STATUS          PIC X(1).
                   88  WS-FCAL-OPEN        VALUE "O".
               10  WS-FCAL-CLOSED-DATE     PIC X(8).
       01  WS-FCAL-COUNT                   PIC 9(4) VALUE 0.
       01  WS-FCAL-SUB                     PIC 9(4) VALUE 0.
       01  WS-CURRENT-OPEN-PERIOD          PIC X(6) VALUE SPACES.

      * The open subledger as snapshotted.
       01  WS-SNAPSHOT-COUNTERS.
           05  WS-SNP-INVOICE-COUNT        PIC 9(7) VALUE 0.
           05  WS-SNP-INVOICE-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-SNP-CREDIT-COUNT         PIC 9(7) VALUE 0.
           05  WS-SNP-CREDIT-AMOUNT        PIC 9(11)V99 VALUE 0.
           05  WS-SNP-PENDING-COUNT        PIC 9(7) VALUE 0.
           05  WS-SNP-PENDING-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-SNP-EXCEPTION-COUNT      PIC 9(7) VALUE 0.
           05  WS-SNP-EXCEPTION-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  WS-SNP-LATER-COUNT          PIC 9(7) VALUE 0.

      * Items released into the period - still open on the extract
      * or since paid - and the period's journal lines they prove
      * against.
       01  WS-ACTIVITY-COUNTERS.
           05  WS-REL-INVOICE-COUNT        PIC 9(7) VALUE 0.
           05  WS-REL-INVOICE-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-REL-CREDIT-COUNT         PIC 9(7) VALUE 0.
           05  WS-REL-CREDIT-AMOUNT        PIC 9(11)V99 VALUE 0.
           05  WS-PAID-IN-PERIOD-COUNT     PIC 9(7) VALUE 0.
           05  WS-GL-AP-CREDIT-COUNT       PIC 9(7) VALUE 0.
           05  WS-GL-AP-CREDIT-AMOUNT      PIC 9(11)V99 VALUE 0.
           05  WS-GL-AP-DEBIT-COUNT        PIC 9(7) VALUE 0.
           05  WS-GL-AP-DEBIT-AMOUNT       PIC 9(11)V99 VALUE 0.
           05  WS-GL-ACCRUAL-COUNT         PIC 9(7) VALUE 0.
           05  WS-GL-ACCRUAL-AMOUNT        PIC 9(11)V99 VALUE 0.
       01  WS-ACCRUAL-LOAD-DATE            PIC X(8)  VALUE SPACES.

       01  WS-TIE-LEFT-COUNT               PIC 9(7) VALUE 0.
       01  WS-TIE-RIGHT-COUNT              PIC 9(7) VALUE 0.
       01  WS-TIE-LEFT-AMOUNT              PIC 9(11)V99 VALUE 0.
       01  WS-TIE-RIGHT-AMOUNT             PIC 9(11)V99 VALUE 0.
       01  WS-TIE-LABEL                    PIC X(34) VALUE SPACES.

       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.
       01  WS-COUNT-DISPLAY-2              PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY               PIC $$$,$$$,$$$,$$9.99.
       01  WS-AMOUNT-DISPLAY-2             PIC $$$,$$$,$$$,$$9.99.

       COPY GLJREC.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 8000-CHECK-CYCLE-SEQUENCE
           IF WS-CYCLE-REFUSED
               PERFORM 8500-REFUSE-RUN
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-CLOSE-ALLOWED
               PERFORM 2000-SNAPSHOT-EXTRACT UNTIL WS-EXTRACT-EOF
               PERFORM 2100-SNAPSHOT-PENDING UNTIL WS-PENDING-EOF
               PERFORM 2200-SNAPSHOT-EXCEPTIONS
                   UNTIL WS-EXCEPTION-EOF
               PERFORM 2300-COUNT-PAID-HISTORY UNTIL WS-PAID-EOF
               PERFORM 2400-COUNT-GL-HISTORY
               PERFORM 3000-PROVE-AND-REPORT
               IF WS-IN-BALANCE
                   PERFORM 3500-LOCK-PERIOD
               END-IF
           END-IF
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 9000-OPEN-RUN-LOG
           OPEN INPUT PERCLOSE-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PERCLOSE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-PERIOD TO WS-CLOSE-PERIOD
               END-READ
               CLOSE PERCLOSE-PARM-FILE
           END-IF
           PERFORM 1100-LOAD-FISCAL-CALENDAR
           IF WS-CLOSE-PERIOD = SPACES
               MOVE WS-CURRENT-OPEN-PERIOD TO WS-CLOSE-PERIOD
           END-IF
           PERFORM 1200-CHECK-CLOSE-ALLOWED
           IF WS-CLOSE-ALLOWED
               PERFORM 1300-OPEN-SUBLEDGER-FILES
           ELSE
               DISPLAY "PERCLOSE: PERIOD " WS-CLOSE-PERIOD
                   " NOT CLOSED - " WS-REFUSAL-REASON
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PERIOD " WS-CLOSE-PERIOD " NOT CLOSED - "
                   WS-REFUSAL-REASON
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

      * Without the calendar there is nothing to close.
       1100-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CALENDAR-FILE
           IF WS-FCAL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FISCAL-CALENDAR - STATUS "
                   WS-FCAL-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FCAL-EOF
               READ FISCAL-CALENDAR-FILE
                   AT END
                       SET WS-FCAL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-ADD-CALENDAR-PERIOD
               END-READ
           END-PERFORM
           CLOSE FISCAL-CALENDAR-FILE.

       1110-ADD-CALENDAR-PERIOD.
           IF WS-FCAL-COUNT < 240
               ADD 1 TO WS-FCAL-COUNT
               MOVE FCAL-PERIOD TO WS-FCAL-PERIOD(WS-FCAL-COUNT)
               MOVE FCAL-START-DATE TO WS-FCAL-START-DATE(WS-FCAL-COUNT)
               MOVE FCAL-END-DATE TO WS-FCAL-END-DATE(WS-FCAL-COUNT)
               MOVE FCAL-STATUS TO WS-FCAL-STATUS(WS-FCAL-COUNT)
               MOVE FCAL-CLOSED-DATE
                   TO WS-FCAL-CLOSED-DATE(WS-FCAL-COUNT)
               IF FCAL-PERIOD-OPEN
                   AND (WS-CURRENT-OPEN-PERIOD = SPACES
                   OR FCAL-PERIOD < WS-CURRENT-OPEN-PERIOD)
                   MOVE FCAL-PERIOD TO WS-CURRENT-OPEN-PERIOD
               END-IF
           ELSE
               DISPLAY "FATAL: FISCAL CALENDAR TABLE FULL AT 240 "
                   "PERIODS - " FCAL-PERIOD " AND LATER ROWS WOULD BE "
                   "LOST ON THE REWRITE"
               STOP RUN
           END-IF.

      * Periods close in order, and only once they are over - closing
      * a later month first, or a month still being posted to, would
      * roll live invoices into the wrong period.
       1200-CHECK-CLOSE-ALLOWED.
           MOVE "N" TO WS-CLOSE-ALLOWED-SW
           MOVE "N" TO WS-PERIOD-FOUND-SW
           SET WS-FCAL-IDX TO 1
           SEARCH WS-FCAL-TABLE
               AT END
                   CONTINUE
               WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                   CONTINUE
               WHEN WS-FCAL-PERIOD(WS-FCAL-IDX) = WS-CLOSE-PERIOD
                   MOVE "Y" TO WS-PERIOD-FOUND-SW
                   MOVE WS-FCAL-START-DATE(WS-FCAL-IDX)
                       TO WS-CLOSE-START-DATE
                   MOVE WS-FCAL-END-DATE(WS-FCAL-IDX)
                       TO WS-CLOSE-END-DATE
           END-SEARCH
           EVALUATE TRUE
               WHEN WS-CLOSE-PERIOD = SPACES
                   MOVE "NO OPEN PERIOD ON THE CALENDAR"
                       TO WS-REFUSAL-REASON
               WHEN NOT WS-PERIOD-FOUND
                   MOVE "PERIOD NOT ON THE FISCAL CALENDAR"
                       TO WS-REFUSAL-REASON
               WHEN NOT WS-FCAL-OPEN(WS-FCAL-IDX)
                   MOVE "PERIOD ALREADY CLOSED"
                       TO WS-REFUSAL-REASON
               WHEN WS-CLOSE-PERIOD NOT = WS-CURRENT-OPEN-PERIOD
                   MOVE "AN EARLIER PERIOD IS STILL OPEN"
                       TO WS-REFUSAL-REASON
               WHEN WS-CLOSE-END-DATE NOT < WS-RUN-DATE
                   MOVE "PERIOD HAS NOT ENDED YET"
                       TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-CLOSE-ALLOWED-SW
           END-EVALUATE.

      * The subledger files are all optional - a missing file simply
      * has nothing open - but a missing GL history means nothing
      * released can be proven, and the ties will say so.
       1300-OPEN-SUBLEDGER-FILES.
           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLACCT-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLACCT-EOF
                   READ GL-ACCOUNT-FILE
                       AT END
                           SET WS-GLACCT-EOF TO TRUE
                       NOT AT END
                           IF GLA-KEY = "APCTRL"
                               MOVE GLA-ACCOUNT
                                   TO WS-AP-CONTROL-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-FILE
           END-IF
           OPEN INPUT AP-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               PERFORM 2900-READ-NEXT-EXTRACT
           ELSE
               SET WS-EXTRACT-EOF TO TRUE
           END-IF
           OPEN INPUT PENDING-APPROVALS-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM 2910-READ-NEXT-PENDING
           ELSE
               SET WS-PENDING-EOF TO TRUE
           END-IF
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = "00"
               PERFORM 2920-READ-NEXT-EXCEPTION
           ELSE
               SET WS-EXCEPTION-EOF TO TRUE
           END-IF
           OPEN INPUT PAID-HISTORY-FILE
           IF WS-PAID-FILE-STATUS = "00"
               PERFORM 2930-READ-NEXT-PAID
           ELSE
               SET WS-PAID-EOF TO TRUE
           END-IF
           OPEN OUTPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN AP-PERIOD-SNAPSHOT - "
                   "STATUS " WS-SNAPSHOT-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN PERIOD-CLOSE-RPT - STATUS "
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.

      * An item released before the periods existed reads back with
      * a blank period - it belongs to its release date's period.
      * Items posted to a later period are not part of this close.
       2000-SNAPSHOT-EXTRACT.
           MOVE EXT-POSTING-PERIOD TO WS-ITEM-PERIOD
           IF WS-ITEM-PERIOD = SPACES
               IF EXT-RELEASE-DATE NOT = SPACES
                   MOVE EXT-RELEASE-DATE TO WS-LOOKUP-DATE
               ELSE
                   MOVE EXT-INVOICE-DATE TO WS-LOOKUP-DATE
               END-IF
               PERFORM 2050-FIND-DATE-PERIOD
           END-IF
           IF WS-ITEM-PERIOD NOT = SPACES
                   AND WS-ITEM-PERIOD > WS-CLOSE-PERIOD
               ADD 1 TO WS-SNP-LATER-COUNT
           ELSE
               MOVE "E" TO PSN-SOURCE
               MOVE EXT-VENDOR-CODE TO PSN-VENDOR-CODE
               MOVE EXT-INVOICE-NUMBER TO PSN-INVOICE-NUMBER
               MOVE EXT-INVOICE-DATE TO PSN-INVOICE-DATE
               MOVE WS-ITEM-PERIOD TO PSN-ITEM-PERIOD
               MOVE EXT-ITEM-TYPE TO PSN-ITEM-TYPE
               MOVE EXT-AMOUNT TO PSN-AMOUNT
               MOVE EXT-CURRENCY-CODE TO PSN-CURRENCY-CODE
               PERFORM 2890-WRITE-SNAPSHOT
               IF EXT-ITEM-CREDIT
                   ADD 1 TO WS-SNP-CREDIT-COUNT
                   ADD EXT-AMOUNT TO WS-SNP-CREDIT-AMOUNT
               ELSE
                   ADD 1 TO WS-SNP-INVOICE-COUNT
                   ADD EXT-AMOUNT TO WS-SNP-INVOICE-AMOUNT
               END-IF
           END-IF
      * Only an item stamped with the period when it was released
      * can have been journaled into it.
           IF EXT-POSTING-PERIOD = WS-CLOSE-PERIOD
               IF EXT-ITEM-CREDIT
                   ADD 1 TO WS-REL-CREDIT-COUNT
                   ADD EXT-AMOUNT TO WS-REL-CREDIT-AMOUNT
               ELSE
                   ADD 1 TO WS-REL-INVOICE-COUNT
                   ADD EXT-AMOUNT TO WS-REL-INVOICE-AMOUNT
               END-IF
           END-IF
           PERFORM 2900-READ-NEXT-EXTRACT.

       2050-FIND-DATE-PERIOD.
           SET WS-FCAL-IDX TO 1
           SEARCH WS-FCAL-TABLE
               AT END
                   CONTINUE
               WHEN WS-FCAL-IDX > WS-FCAL-COUNT
                   CONTINUE
               WHEN WS-LOOKUP-DATE NOT <
                        WS-FCAL-START-DATE(WS-FCAL-IDX)
                    AND WS-LOOKUP-DATE NOT >
                        WS-FCAL-END-DATE(WS-FCAL-IDX)
                   MOVE WS-FCAL-PERIOD(WS-FCAL-IDX) TO WS-ITEM-PERIOD
           END-SEARCH.

      * Everything on the queue is accrued at month end, whatever
      * its period - so everything is in the snapshot.
       2100-SNAPSHOT-PENDING.
           MOVE "P" TO PSN-SOURCE
           MOVE PND-VENDOR-CODE TO PSN-VENDOR-CODE
           MOVE PND-INVOICE-NUMBER TO PSN-INVOICE-NUMBER
           MOVE PND-INVOICE-DATE TO PSN-INVOICE-DATE
           MOVE PND-POSTING-PERIOD TO PSN-ITEM-PERIOD
           MOVE SPACE TO PSN-ITEM-TYPE
           MOVE PND-AMOUNT TO PSN-AMOUNT
           MOVE PND-CURRENCY-CODE TO PSN-CURRENCY-CODE
           PERFORM 2890-WRITE-SNAPSHOT
           ADD 1 TO WS-SNP-PENDING-COUNT
           ADD PND-AMOUNT TO WS-SNP-PENDING-AMOUNT
           PERFORM 2910-READ-NEXT-PENDING.

       2200-SNAPSHOT-EXCEPTIONS.
           MOVE "X" TO PSN-SOURCE
           MOVE EXC-VENDOR-CODE TO PSN-VENDOR-CODE
           MOVE EXC-INVOICE-NUMBER TO PSN-INVOICE-NUMBER
           MOVE EXC-INVOICE-DATE TO PSN-INVOICE-DATE
           MOVE SPACES TO PSN-ITEM-PERIOD
           MOVE EXC-ITEM-TYPE TO PSN-ITEM-TYPE
           MOVE EXC-AMOUNT TO PSN-AMOUNT
           MOVE EXC-CURRENCY-CODE TO PSN-CURRENCY-CODE
           PERFORM 2890-WRITE-SNAPSHOT
           ADD 1 TO WS-SNP-EXCEPTION-COUNT
           ADD EXC-AMOUNT TO WS-SNP-EXCEPTION-AMOUNT
           PERFORM 2920-READ-NEXT-EXCEPTION.

      * A paid item left the extract but was still released into
      * the period - it is half the period's release activity.
       2300-COUNT-PAID-HISTORY.
           IF PAID-POSTING-PERIOD = WS-CLOSE-PERIOD
               ADD 1 TO WS-PAID-IN-PERIOD-COUNT
               IF PAID-ITEM-CREDIT
                   ADD 1 TO WS-REL-CREDIT-COUNT
                   ADD PAID-AMOUNT TO WS-REL-CREDIT-AMOUNT
               ELSE
                   ADD 1 TO WS-REL-INVOICE-COUNT
                   ADD PAID-AMOUNT TO WS-REL-INVOICE-AMOUNT
               END-IF
           END-IF
           PERFORM 2930-READ-NEXT-PAID.

      * Two passes over the history: the first finds the period's
      * latest accrual load (each month-end load restates the whole
      * accrual, so only the last one stands), the second adds up
      * the period's AP control release lines and that load's
      * accrued AP credits.
       2400-COUNT-GL-HISTORY.
           OPEN INPUT GL-HISTORY-FILE
           IF WS-GLHIST-FILE-STATUS = "00"
               PERFORM UNTIL WS-GLHIST-EOF
                   READ GL-HISTORY-FILE
                       AT END
                           SET WS-GLHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 2410-FIND-ACCRUAL-LOAD
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
               MOVE "N" TO WS-GLHIST-EOF-SW
               OPEN INPUT GL-HISTORY-FILE
               PERFORM UNTIL WS-GLHIST-EOF
                   READ GL-HISTORY-FILE
                       AT END
                           SET WS-GLHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 2420-COUNT-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-HISTORY-FILE
           ELSE
               DISPLAY "WARNING: GL-JOURNAL-HISTORY NOT AVAILABLE - "
                   "STATUS " WS-GLHIST-FILE-STATUS
                   " - NO JOURNAL ACTIVITY TO PROVE AGAINST"
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE "GL-JOURNAL-HISTORY MISSING - NO ACTIVITY TO PROVE"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       2410-FIND-ACCRUAL-LOAD.
           MOVE GLH-JOURNAL-LINE TO GL-JOURNAL-RECORD
           IF GLJ-SOURCE = "ACCRUAL"
                   AND GLJ-POSTING-PERIOD = WS-CLOSE-PERIOD
                   AND GLH-LOAD-DATE > WS-ACCRUAL-LOAD-DATE
               MOVE GLH-LOAD-DATE TO WS-ACCRUAL-LOAD-DATE
           END-IF.

       2420-COUNT-HISTORY-LINE.
           MOVE GLH-JOURNAL-LINE TO GL-JOURNAL-RECORD
           IF GLJ-POSTING-PERIOD = WS-CLOSE-PERIOD
               EVALUATE TRUE
                   WHEN GLJ-SOURCE = "AP-REL"
                           AND GLJ-ACCOUNT = WS-AP-CONTROL-ACCOUNT
                       IF GLJ-TYPE-CREDIT
                           ADD 1 TO WS-GL-AP-CREDIT-COUNT
                           ADD GLJ-AMOUNT TO WS-GL-AP-CREDIT-AMOUNT
                       ELSE
                           ADD 1 TO WS-GL-AP-DEBIT-COUNT
                           ADD GLJ-AMOUNT TO WS-GL-AP-DEBIT-AMOUNT
                       END-IF
                   WHEN GLJ-SOURCE = "ACCRUAL"
                           AND GLJ-TYPE-CREDIT
                           AND GLH-LOAD-DATE = WS-ACCRUAL-LOAD-DATE
                       ADD 1 TO WS-GL-ACCRUAL-COUNT
                       ADD GLJ-AMOUNT TO WS-GL-ACCRUAL-AMOUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2890-WRITE-SNAPSHOT.
           MOVE WS-CLOSE-PERIOD TO PSN-PERIOD
           MOVE WS-RUN-DATE TO PSN-SNAPSHOT-DATE
           WRITE PERIOD-SNAPSHOT-RECORD.

       2900-READ-NEXT-EXTRACT.
           READ AP-EXTRACT-FILE
               AT END
                   SET WS-EXTRACT-EOF TO TRUE
           END-READ.

       2910-READ-NEXT-PENDING.
           READ PENDING-APPROVALS-FILE
               AT END
                   SET WS-PENDING-EOF TO TRUE
           END-READ.

       2920-READ-NEXT-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   SET WS-EXCEPTION-EOF TO TRUE
           END-READ.

       2930-READ-NEXT-PAID.
           READ PAID-HISTORY-FILE
               AT END
                   SET WS-PAID-EOF TO TRUE
           END-READ.

      * The proof: what the subledger says was released into the
      * period must be what the ledger was sent for it, invoices
      * and credits separately, and what is still in flight must be
      * what the period's last accrual load booked.
       3000-PROVE-AND-REPORT.
           MOVE "FISCAL PERIOD CLOSE" TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "PERIOD " WS-CLOSE-PERIOD "  ("
               WS-CLOSE-START-DATE " - " WS-CLOSE-END-DATE
               ")  RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE "OPEN SUBLEDGER SNAPSHOT" TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-SNP-INVOICE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SNP-INVOICE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "  RELEASED INVOICES OPEN:  " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-SNP-CREDIT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SNP-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "  CREDIT MEMOS OPEN:       " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-SNP-PENDING-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SNP-PENDING-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "  PENDING QUEUE (USD):     " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-SNP-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SNP-EXCEPTION-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "  EXCEPTION POOL (KEYED):  " WS-COUNT-DISPLAY
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           IF WS-SNP-LATER-COUNT > 0
               MOVE WS-SNP-LATER-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO CLOSE-REPORT-LINE
               STRING "  (EXTRACT ITEMS IN LATER PERIODS, LEFT OUT: "
                   WS-COUNT-DISPLAY ")"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
               WRITE CLOSE-REPORT-LINE
           END-IF
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE WS-PAID-IN-PERIOD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO CLOSE-REPORT-LINE
           STRING "RELEASED INTO THE PERIOD AND SINCE PAID: "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           IF WS-ACCRUAL-LOAD-DATE = SPACES
               MOVE "NO ACCRUAL LOAD FOUND FOR THE PERIOD"
                   TO CLOSE-REPORT-LINE
           ELSE
               STRING "ACCRUAL LOAD PROVEN AGAINST: "
                   WS-ACCRUAL-LOAD-DATE
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-IF
           WRITE CLOSE-REPORT-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           MOVE "INVOICES RELEASED VS GL AP CREDITS" TO WS-TIE-LABEL
           MOVE WS-REL-INVOICE-COUNT TO WS-TIE-LEFT-COUNT
           MOVE WS-GL-AP-CREDIT-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE WS-REL-INVOICE-AMOUNT TO WS-TIE-LEFT-AMOUNT
           MOVE WS-GL-AP-CREDIT-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE "CREDITS RELEASED VS GL AP DEBITS" TO WS-TIE-LABEL
           MOVE WS-REL-CREDIT-COUNT TO WS-TIE-LEFT-COUNT
           MOVE WS-GL-AP-DEBIT-COUNT TO WS-TIE-RIGHT-COUNT
           MOVE WS-REL-CREDIT-AMOUNT TO WS-TIE-LEFT-AMOUNT
           MOVE WS-GL-AP-DEBIT-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE "IN-FLIGHT ITEMS VS GL ACCRUAL" TO WS-TIE-LABEL
           COMPUTE WS-TIE-LEFT-COUNT =
               WS-SNP-PENDING-COUNT + WS-SNP-EXCEPTION-COUNT
           MOVE WS-GL-ACCRUAL-COUNT TO WS-TIE-RIGHT-COUNT
           COMPUTE WS-TIE-LEFT-AMOUNT =
               WS-SNP-PENDING-AMOUNT + WS-SNP-EXCEPTION-AMOUNT
           MOVE WS-GL-ACCRUAL-AMOUNT TO WS-TIE-RIGHT-AMOUNT
           PERFORM 3100-WRITE-TIE-LINE
           MOVE SPACES TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           IF WS-IN-BALANCE
               MOVE "VERDICT: IN BALANCE - PERIOD CLOSED"
                   TO CLOSE-REPORT-LINE
           ELSE
               MOVE "VERDICT: OUT OF BALANCE - PERIOD LEFT OPEN"
                   TO CLOSE-REPORT-LINE
           END-IF
           WRITE CLOSE-REPORT-LINE.

       3100-WRITE-TIE-LINE.
           IF WS-TIE-LEFT-COUNT NOT = WS-TIE-RIGHT-COUNT
               MOVE "N" TO WS-BALANCED-SW
           END-IF
           MOVE WS-TIE-LEFT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TIE-RIGHT-COUNT TO WS-COUNT-DISPLAY-2
           MOVE WS-TIE-LEFT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-TIE-RIGHT-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO CLOSE-REPORT-LINE
           IF WS-TIE-LEFT-AMOUNT = WS-TIE-RIGHT-AMOUNT
                   AND WS-TIE-LEFT-COUNT = WS-TIE-RIGHT-COUNT
               STRING WS-TIE-LABEL " " WS-COUNT-DISPLAY " "
                   WS-AMOUNT-DISPLAY " = " WS-COUNT-DISPLAY-2 " "
                   WS-AMOUNT-DISPLAY-2 "  OK"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-BALANCED-SW
               STRING WS-TIE-LABEL " " WS-COUNT-DISPLAY " "
                   WS-AMOUNT-DISPLAY " VS " WS-COUNT-DISPLAY-2 " "
                   WS-AMOUNT-DISPLAY-2 "  *** OUT ***"
                   DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
           END-IF
           WRITE CLOSE-REPORT-LINE.

      * Every row goes back exactly as read, the closed period with
      * its new status and today's date.
       3500-LOCK-PERIOD.
           OPEN OUTPUT FISCAL-CALENDAR-TEMP-FILE
           IF WS-FCAL-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN FISCAL-CALENDAR.TMP - "
                   "STATUS " WS-FCAL-TEMP-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-FCAL-SUB FROM 1 BY 1
                   UNTIL WS-FCAL-SUB > WS-FCAL-COUNT
               MOVE WS-FCAL-PERIOD(WS-FCAL-SUB) TO FCAL-PERIOD
               MOVE WS-FCAL-START-DATE(WS-FCAL-SUB) TO FCAL-START-DATE
               MOVE WS-FCAL-END-DATE(WS-FCAL-SUB) TO FCAL-END-DATE
               MOVE WS-FCAL-STATUS(WS-FCAL-SUB) TO FCAL-STATUS
               MOVE WS-FCAL-CLOSED-DATE(WS-FCAL-SUB)
                   TO FCAL-CLOSED-DATE
               IF FCAL-PERIOD = WS-CLOSE-PERIOD
                   SET FCAL-PERIOD-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO FCAL-CLOSED-DATE
               END-IF
               MOVE FISCAL-CALENDAR-RECORD
                   TO FISCAL-CALENDAR-TEMP-RECORD
               WRITE FISCAL-CALENDAR-TEMP-RECORD
           END-PERFORM
           CLOSE FISCAL-CALENDAR-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-FCAL-TEMP-NAME
                   WS-FCAL-REAL-NAME
               RETURNING WS-FCAL-RENAME-STATUS
           IF WS-FCAL-RENAME-STATUS NOT = 0
               DISPLAY "FATAL: COULD NOT REWRITE FISCAL-CALENDAR - "
                   "RENAME STATUS " WS-FCAL-RENAME-STATUS
               STOP RUN
           END-IF
           SET WS-PERIOD-LOCKED TO TRUE.

       4000-TERMINATE.
           IF WS-CLOSE-ALLOWED
               PERFORM 4100-END-CLOSE
           ELSE
               MOVE "NORMAL" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PERIOD " WS-CLOSE-PERIOD
                   " NOT CLOSED - NOTHING CHANGED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9200-LOG-END
               MOVE 8 TO RETURN-CODE
           END-IF.

       4100-END-CLOSE.
           IF WS-EXTRACT-FILE-STATUS = "00" OR "10"
               CLOSE AP-EXTRACT-FILE
           END-IF
           IF WS-PENDING-FILE-STATUS = "00" OR "10"
               CLOSE PENDING-APPROVALS-FILE
           END-IF
           IF WS-EXCEPTION-FILE-STATUS = "00" OR "10"
               CLOSE EXCEPTION-FILE
           END-IF
           IF WS-PAID-FILE-STATUS = "00" OR "10"
               CLOSE PAID-HISTORY-FILE
           END-IF
           CLOSE SNAPSHOT-FILE
           CLOSE CLOSE-REPORT-FILE
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-PERIOD-LOCKED
               MOVE "NORMAL" TO WS-LOG-SEVERITY
               STRING "PERIOD " WS-CLOSE-PERIOD
                   " PROVEN AND CLOSED"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           ELSE
               MOVE "OUTOFBAL" TO WS-LOG-SEVERITY
               STRING "PERIOD " WS-CLOSE-PERIOD
                   " OUT OF BALANCE - LEFT OPEN"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-IF
           PERFORM 9200-LOG-END
           IF WS-PERIOD-LOCKED
               DISPLAY "PERCLOSE COMPLETE - PERIOD " WS-CLOSE-PERIOD
                   " PROVEN AND CLOSED"
           ELSE
               DISPLAY "PERCLOSE COMPLETE - *** OUT OF BALANCE *** "
                   "PERIOD " WS-CLOSE-PERIOD " LEFT OPEN - SEE "
                   "PERIOD-CLOSE-RPT"
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
           MOVE "PERCLOSE" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

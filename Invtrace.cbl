      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New invoice lifecycle trace inquiry. "Where is my
      *     invoice?" meant an AUDITRPT run and then a search of
      *     INVOICE-HISTORY, PENDING-APPROVALS, EXCEPTION-FILE,
      *     AP-EXTRACT, and AP-PAID-HISTORY one at a time, and
      *     sometimes the HISTORY-ARCHIVE cuts as well. This job
      *     takes the invoices to trace from TRACE-PARMS - single
      *     vendor/invoice keys, every invoice a vendor had received
      *     in a date range, and which archive cuts to search too -
      *     reads every one of those files once, and prints one
      *     chronological trace per invoice to INVOICE-TRACE-RPT:
      *     received, the duplicate/PO/receipt/FX check result,
      *     routed, escalated by APAGING, decided, excepted and
      *     dispositioned, released, held, and paid with the payment
      *     reference, each step with its timestamp, amount, tier,
      *     approver role, user ID, and reference. Each trace ends
      *     with the invoice's current status and the file it sits
      *     on today. Keys found on no file are listed at the end.
      *     The job changes nothing.
      *   - INVOICE-HISTORY is now an indexed file; each traced
      *     invoice is read from it by key, and the date-range
      *     search reads it through in key order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVTRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-PARM-FILE
               ASSIGN TO "TRACE-PARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Each archive cut asked for is opened in turn by its dated
      * name - the same naming HISTMNT gives them.
           SELECT HISTORY-ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PENDING-APPROVALS-FILE
               ASSIGN TO "PENDING-APPROVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "EXCEPTION-FILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT AP-EXTRACT-FILE
               ASSIGN TO "AP-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT PAID-HISTORY-FILE
               ASSIGN TO "AP-PAID-HISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT TRACE-REPORT-FILE
               ASSIGN TO "INVOICE-TRACE-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-PARM-FILE.
           COPY TRCPARM.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  INVOICE-HISTORY-FILE.
           COPY HISTREC.

      * An archive row is an INVOICE-HISTORY row moved out by
      * HISTMNT, field for field.
       FD  HISTORY-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  ARC-VENDOR-CODE             PIC X(6).
           05  ARC-INVOICE-NUMBER          PIC X(10).
           05  ARC-AMOUNT                  PIC 9(9)V99.
           05  ARC-PROCESSED-DATE          PIC X(21).

       FD  PENDING-APPROVALS-FILE.
           COPY PENDREC.

       FD  EXCEPTION-FILE.
           COPY EXCPREC.

       FD  AP-EXTRACT-FILE.
           COPY EXTRACT.

       FD  PAID-HISTORY-FILE.
           COPY PAIDREC.

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-LINE               PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS             PIC XX.
       01  WS-AUDIT-FILE-STATUS            PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-ARCHIVE-FILE-STATUS          PIC XX.
       01  WS-ARCHIVE-NAME                 PIC X(30) VALUE SPACES.
       01  WS-PENDING-FILE-STATUS          PIC XX.
       01  WS-EXCEPTION-FILE-STATUS        PIC XX.
       01  WS-EXTRACT-FILE-STATUS          PIC XX.
       01  WS-PAID-FILE-STATUS             PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-MISSING-FILE-STATUS          PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.

       01  WS-PARM-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-PARM-EOF                 VALUE "Y".
       01  WS-AUDIT-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-AUDIT-EOF                VALUE "Y".
       01  WS-HISTORY-EOF-SW               PIC X(1) VALUE "N".
           88  WS-HISTORY-EOF              VALUE "Y".
       01  WS-ARCHIVE-EOF-SW               PIC X(1) VALUE "N".
           88  WS-ARCHIVE-EOF              VALUE "Y".
       01  WS-PENDING-EOF-SW               PIC X(1) VALUE "N".
           88  WS-PENDING-EOF              VALUE "Y".
       01  WS-EXCEPTION-EOF-SW             PIC X(1) VALUE "N".
           88  WS-EXCEPTION-EOF            VALUE "Y".
       01  WS-EXTRACT-EOF-SW               PIC X(1) VALUE "N".
           88  WS-EXTRACT-EOF              VALUE "Y".
       01  WS-PAID-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-PAID-EOF                 VALUE "Y".
       01  WS-KEY-FOUND-SW                 PIC X(1) VALUE "N".
           88  WS-KEY-FOUND                VALUE "Y".
       01  WS-IN-RANGE-SW                  PIC X(1) VALUE "N".
           88  WS-IN-RANGE                 VALUE "Y".
       01  WS-TRACE-DONE-SW                PIC X(1) VALUE "N".
           88  WS-TRACE-DONE               VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-LOOKUP-VENDOR                PIC X(6)  VALUE SPACES.
       01  WS-LOOKUP-INVOICE               PIC X(10) VALUE SPACES.
       01  WS-CHECK-DATE                   PIC X(8)  VALUE SPACES.

      * The decision codes INVOICE writes when it takes an invoice
      * in, split by what they say about the checks and the routing.
       01  WS-AUD-DECISION                 PIC X(12) VALUE SPACES.
           88  WS-AUD-FROM-INVOICE         VALUE "TIER1-SUPV"
                                                 "TIER2-DIR"
                                                 "TIER3-VP"
                                                 "CREDIT-MEMO"
                                                 "EXCEPTION"
                                                 "DUPLICATE"
                                                 "PO-EXCEPTION"
                                                 "NOT-RECEIVED"
                                                 "NO-FX-RATE"
                                                 "BAD-AMOUNT"
                                                 "DIST-ERROR"
                                                 "CREDIT-ERROR"
                                                 "NO-PERIOD".
           88  WS-AUD-CHECK-FAILED         VALUE "EXCEPTION"
                                                 "DUPLICATE"
                                                 "PO-EXCEPTION"
                                                 "NOT-RECEIVED"
                                                 "NO-FX-RATE"
                                                 "BAD-AMOUNT"
                                                 "DIST-ERROR"
                                                 "CREDIT-ERROR"
                                                 "NO-PERIOD".
           88  WS-AUD-RELEASED-ON-RECEIPT  VALUE "TIER1-SUPV"
                                                 "CREDIT-MEMO".
           88  WS-AUD-DISPOSITION          VALUE "RESUBMIT"
                                                 "WRITE-OFF"
                                                 "DUP-OVERRIDE".

      * One entry per invoice being traced, in the order asked for,
      * with what each live file says about where it is today.
       01  WS-TRACE-TABLE-AREA.
           05  WS-TRC-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-TRC-IDX.
               10  WS-TRC-VENDOR-CODE      PIC X(6).
               10  WS-TRC-INVOICE-NUMBER   PIC X(10).
               10  WS-TRC-FOUND-SW         PIC X(1).
                   88  WS-TRC-FOUND        VALUE "Y".
               10  WS-TRC-EXTRACT-SW       PIC X(1).
                   88  WS-TRC-ON-EXTRACT   VALUE "Y".
               10  WS-TRC-PENDING-SW       PIC X(1).
                   88  WS-TRC-ON-PENDING   VALUE "Y".
               10  WS-TRC-EXCEPTION-SW     PIC X(1).
                   88  WS-TRC-ON-EXCEPTION VALUE "Y".
               10  WS-TRC-PAID-SW          PIC X(1).
                   88  WS-TRC-PAID         VALUE "Y".
               10  WS-TRC-HISTORY-SW       PIC X(1).
                   88  WS-TRC-ON-HISTORY   VALUE "Y".
               10  WS-TRC-ARCHIVED-SW      PIC X(1).
                   88  WS-TRC-ARCHIVED     VALUE "Y".
               10  WS-TRC-HELD-SW          PIC X(1).
                   88  WS-TRC-HELD         VALUE "Y".
               10  WS-TRC-LAST-DECISION    PIC X(12).
               10  WS-TRC-DUE-DATE         PIC X(8).
               10  WS-TRC-PND-TIER         PIC X(1).
               10  WS-TRC-PND-ROLE         PIC X(20).
               10  WS-TRC-EXC-REASON       PIC X(30).
               10  WS-TRC-PAID-DATE        PIC X(8).
               10  WS-TRC-PAYMENT-REF      PIC X(12).
               10  WS-TRC-ARCHIVE-DATE     PIC X(8).
       01  WS-TRC-COUNT                    PIC 9(4) VALUE 0.
       01  WS-TRC-SUB                      PIC 9(4) VALUE 0.

       01  WS-RANGE-TABLE-AREA.
           05  WS-RNG-TABLE OCCURS 50 TIMES.
               10  WS-RNG-VENDOR-CODE      PIC X(6).
               10  WS-RNG-DATE-FROM        PIC X(8).
               10  WS-RNG-DATE-TO          PIC X(8).
       01  WS-RNG-COUNT                    PIC 9(4) VALUE 0.
       01  WS-RNG-SUB                      PIC 9(4) VALUE 0.

       01  WS-ARCHIVE-TABLE-AREA.
           05  WS-ARC-TABLE OCCURS 50 TIMES.
               10  WS-ARC-DATE             PIC X(8).
       01  WS-ARC-COUNT                    PIC 9(4) VALUE 0.
       01  WS-ARC-SUB                      PIC 9(4) VALUE 0.

      * Every step found, for every invoice, sorted into invoice
      * order and time order within the invoice before printing. A
      * step known only by its date sorts after everything else
      * that day; the sequence number keeps steps written at the
      * same moment in the order they happened.
       01  WS-STEP-TABLE-AREA.
           05  WS-STEP-TABLE OCCURS 10000 TIMES
                   ASCENDING KEY IS WS-STP-KEY
                   INDEXED BY WS-STP-IDX.
               10  WS-STP-KEY.
                   15  WS-STP-TRC-SUB      PIC 9(4).
                   15  WS-STP-SORT-TIME    PIC X(14).
                   15  WS-STP-SEQUENCE     PIC 9(5).
               10  WS-STP-DISPLAY-TIME     PIC X(15).
               10  WS-STP-NAME             PIC X(14).
               10  WS-STP-AMOUNT           PIC 9(9)V99.
               10  WS-STP-CURRENCY         PIC X(3).
               10  WS-STP-TIER             PIC X(1).
               10  WS-STP-ROLE             PIC X(20).
               10  WS-STP-USER             PIC X(8).
               10  WS-STP-REFERENCE        PIC X(30).
       01  WS-STEP-COUNT                   PIC 9(5) VALUE 0.
       01  WS-STP-SUB                      PIC 9(5) VALUE 0.
       01  WS-STEP-SEQUENCE                PIC 9(5) VALUE 0.

       01  WS-NEW-STEP.
           05  WS-NEW-TIMESTAMP            PIC X(21).
           05  WS-NEW-NAME                 PIC X(14).
           05  WS-NEW-AMOUNT               PIC 9(9)V99.
           05  WS-NEW-CURRENCY             PIC X(3).
           05  WS-NEW-TIER                 PIC X(1).
           05  WS-NEW-ROLE                 PIC X(20).
           05  WS-NEW-USER                 PIC X(8).
           05  WS-NEW-REFERENCE            PIC X(30).

       01  WS-PARM-ROW-COUNT               PIC 9(7) VALUE 0.
       01  WS-PARM-REJECT-COUNT            PIC 9(7) VALUE 0.
       01  WS-KEYS-DROPPED-COUNT           PIC 9(7) VALUE 0.
       01  WS-STEPS-DROPPED-COUNT          PIC 9(7) VALUE 0.
       01  WS-TRACED-COUNT                 PIC 9(7) VALUE 0.
       01  WS-NOT-FOUND-COUNT              PIC 9(7) VALUE 0.
       01  WS-ARCHIVE-MISSING-COUNT        PIC 9(7) VALUE 0.
       01  WS-FILE-MISSING-COUNT           PIC 9(7) VALUE 0.

       01  WS-STATUS-TEXT                  PIC X(60) VALUE SPACES.
       01  WS-LOCATION-TEXT                PIC X(30) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY               PIC $$$$,$$$,$$9.99.
       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-FIND-RANGE-INVOICES
           PERFORM 2000-TRACE-AUDIT-TRAIL
           PERFORM 2100-TRACE-HISTORY
           PERFORM 2150-TRACE-ARCHIVES
           PERFORM 2200-TRACE-PENDING
           PERFORM 2300-TRACE-EXCEPTIONS
           PERFORM 2400-TRACE-EXTRACT
           PERFORM 2500-TRACE-PAID-HISTORY
           PERFORM 3000-WRITE-TRACES
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 9000-OPEN-RUN-LOG
           OPEN INPUT TRACE-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN TRACE-PARMS - STATUS "
                   WS-PARM-FILE-STATUS
               DISPLAY "NO INVOICES NAMED - NOTHING TO TRACE"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-EOF
               READ TRACE-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-ADD-TRACE-PARM
               END-READ
           END-PERFORM
           CLOSE TRACE-PARM-FILE
           IF WS-TRC-COUNT = 0 AND WS-RNG-COUNT = 0
               DISPLAY "FATAL: TRACE-PARMS NAMES NO USABLE INVOICE KEY "
                   "OR VENDOR RANGE - NOTHING TO TRACE"
               STOP RUN
           END-IF
           OPEN OUTPUT TRACE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN INVOICE-TRACE-RPT - STATUS "
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF.

       1100-ADD-TRACE-PARM.
           ADD 1 TO WS-PARM-ROW-COUNT
           EVALUATE TRUE
               WHEN TRP-TRACE-KEY
                   IF TRP-VENDOR-CODE = SPACES
                           OR TRP-INVOICE-NUMBER = SPACES
                       PERFORM 1190-IGNORE-PARM
                   ELSE
                       MOVE TRP-VENDOR-CODE TO WS-LOOKUP-VENDOR
                       MOVE TRP-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
                       PERFORM 1120-ADD-TRACE-KEY
                   END-IF
               WHEN TRP-TRACE-VENDOR
                   IF TRP-VENDOR-CODE = SPACES OR WS-RNG-COUNT >= 50
                       PERFORM 1190-IGNORE-PARM
                   ELSE
                       ADD 1 TO WS-RNG-COUNT
                       MOVE TRP-VENDOR-CODE
                           TO WS-RNG-VENDOR-CODE(WS-RNG-COUNT)
                       MOVE TRP-DATE-FROM
                           TO WS-RNG-DATE-FROM(WS-RNG-COUNT)
                       MOVE TRP-DATE-TO TO WS-RNG-DATE-TO(WS-RNG-COUNT)
                   END-IF
               WHEN TRP-SEARCH-ARCHIVE
                   IF TRP-ARCHIVE-DATE NOT NUMERIC
                           OR WS-ARC-COUNT >= 50
                       PERFORM 1190-IGNORE-PARM
                   ELSE
                       ADD 1 TO WS-ARC-COUNT
                       MOVE TRP-ARCHIVE-DATE
                           TO WS-ARC-DATE(WS-ARC-COUNT)
                   END-IF
               WHEN OTHER
                   PERFORM 1190-IGNORE-PARM
           END-EVALUATE.

      * The same invoice asked for twice, or named and also inside a
      * vendor range, is traced once.
       1120-ADD-TRACE-KEY.
           PERFORM 2800-FIND-TRACE-KEY
           IF NOT WS-KEY-FOUND
               IF WS-TRC-COUNT < 500
                   ADD 1 TO WS-TRC-COUNT
                   MOVE SPACES TO WS-TRC-TABLE(WS-TRC-COUNT)
                   MOVE WS-LOOKUP-VENDOR
                       TO WS-TRC-VENDOR-CODE(WS-TRC-COUNT)
                   MOVE WS-LOOKUP-INVOICE
                       TO WS-TRC-INVOICE-NUMBER(WS-TRC-COUNT)
               ELSE
                   ADD 1 TO WS-KEYS-DROPPED-COUNT
               END-IF
           END-IF.

       1190-IGNORE-PARM.
           ADD 1 TO WS-PARM-REJECT-COUNT
           DISPLAY "WARNING: TRACE-PARMS ROW IGNORED - "
               TRACE-PARM-RECORD
           MOVE "NOTE" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "TRACE-PARMS ROW IGNORED - " TRACE-PARM-RECORD
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9100-LOG-WARNING.

      * A vendor range is turned into invoice keys before any trace
      * is gathered, so the whole life of an invoice received in the
      * range is traced - including the steps that came before it
      * was resubmitted. The received date is INVOICE's own routing
      * row on AUDIT-TRAIL, or the history processed date; an
      * archived invoice still has its AUDIT-TRAIL rows.
       1500-FIND-RANGE-INVOICES.
           IF WS-RNG-COUNT > 0
               OPEN INPUT AUDIT-TRAIL-FILE
               IF WS-AUDIT-FILE-STATUS = "00"
                   PERFORM UNTIL WS-AUDIT-EOF
                       READ AUDIT-TRAIL-FILE
                           AT END
                               SET WS-AUDIT-EOF TO TRUE
                           NOT AT END
                               PERFORM 1510-CHECK-AUDIT-RECEIPT
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-TRAIL-FILE
               END-IF
               MOVE "N" TO WS-AUDIT-EOF-SW
               OPEN INPUT INVOICE-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = "00"
                   PERFORM UNTIL WS-HISTORY-EOF
                       READ INVOICE-HISTORY-FILE NEXT RECORD
                           AT END
                               SET WS-HISTORY-EOF TO TRUE
                           NOT AT END
                               PERFORM 1520-CHECK-HISTORY-RECEIPT
                       END-READ
                   END-PERFORM
                   CLOSE INVOICE-HISTORY-FILE
               END-IF
               MOVE "N" TO WS-HISTORY-EOF-SW
           END-IF.

       1510-CHECK-AUDIT-RECEIPT.
           MOVE AUD-DECISION TO WS-AUD-DECISION
           IF WS-AUD-FROM-INVOICE
               MOVE AUD-VENDOR-CODE TO WS-LOOKUP-VENDOR
               MOVE AUD-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
               MOVE AUD-TIMESTAMP(1:8) TO WS-CHECK-DATE
               PERFORM 1530-CHECK-RANGES
               IF WS-IN-RANGE
                   PERFORM 1120-ADD-TRACE-KEY
               END-IF
           END-IF.

       1520-CHECK-HISTORY-RECEIPT.
           MOVE HIST-VENDOR-CODE TO WS-LOOKUP-VENDOR
           MOVE HIST-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           MOVE HIST-PROCESSED-DATE(1:8) TO WS-CHECK-DATE
           PERFORM 1530-CHECK-RANGES
           IF WS-IN-RANGE
               PERFORM 1120-ADD-TRACE-KEY
           END-IF.

       1530-CHECK-RANGES.
           MOVE "N" TO WS-IN-RANGE-SW
           PERFORM VARYING WS-RNG-SUB FROM 1 BY 1
                   UNTIL WS-RNG-SUB > WS-RNG-COUNT OR WS-IN-RANGE
               IF WS-RNG-VENDOR-CODE(WS-RNG-SUB) = WS-LOOKUP-VENDOR
                       AND (WS-RNG-DATE-FROM(WS-RNG-SUB) = SPACES
                        OR WS-CHECK-DATE NOT <
                           WS-RNG-DATE-FROM(WS-RNG-SUB))
                       AND (WS-RNG-DATE-TO(WS-RNG-SUB) = SPACES
                        OR WS-CHECK-DATE NOT >
                           WS-RNG-DATE-TO(WS-RNG-SUB))
                   MOVE "Y" TO WS-IN-RANGE-SW
               END-IF
           END-PERFORM.

      * AUDIT-TRAIL is the backbone of every trace - every job that
      * moves an invoice writes a row here - and it is appended in
      * time order, so the last decision read is the latest.
       2000-TRACE-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-TRAIL-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM 2010-TRACE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           ELSE
               MOVE "AUDIT-TRAIL" TO WS-LOCATION-TEXT
               MOVE WS-AUDIT-FILE-STATUS TO WS-MISSING-FILE-STATUS
               PERFORM 2900-NOTE-FILE-MISSING
           END-IF.

      * Amounts on a step are as the vendor billed them, in the
      * billing currency - the one figure every writer of the trail
      * records the same way.
       2010-TRACE-AUDIT-ROW.
           MOVE AUD-VENDOR-CODE TO WS-LOOKUP-VENDOR
           MOVE AUD-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM 2800-FIND-TRACE-KEY
           IF WS-KEY-FOUND
               MOVE "Y" TO WS-TRC-FOUND-SW(WS-TRC-SUB)
               MOVE AUD-DECISION TO WS-AUD-DECISION
               MOVE AUD-TIMESTAMP TO WS-NEW-TIMESTAMP
               MOVE AUD-ORIG-AMOUNT TO WS-NEW-AMOUNT
               MOVE AUD-CURRENCY-CODE TO WS-NEW-CURRENCY
               MOVE AUD-APPROVAL-TIER TO WS-NEW-TIER
               MOVE AUD-APPROVER-ROLE TO WS-NEW-ROLE
               MOVE AUD-ENTERED-BY TO WS-NEW-USER
               EVALUATE TRUE
                   WHEN WS-AUD-FROM-INVOICE
                       PERFORM 2020-TRACE-RECEIPT
                   WHEN WS-AUD-DECISION = "ESCALATED"
                       MOVE "ESCALATED" TO WS-NEW-NAME
                       MOVE "OVERDUE - RAISED BY APAGING"
                           TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                   WHEN WS-AUD-DECISION = "APPROVED"
                       MOVE "DECIDED" TO WS-NEW-NAME
                       MOVE "APPROVED" TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                       MOVE "RELEASED" TO WS-NEW-NAME
                       MOVE "TO AP-EXTRACT" TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                   WHEN WS-AUD-DECISION = "REJECTED"
                       MOVE "DECIDED" TO WS-NEW-NAME
                       MOVE "REJECTED" TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                       MOVE "EXCEPTED" TO WS-NEW-NAME
                       MOVE "REJECTED BY APPROVER"
                           TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                   WHEN WS-AUD-DECISION = "BAD-DECISION"
                       MOVE "DECIDED" TO WS-NEW-NAME
                       MOVE "DECISION REFUSED - KEPT PENDING"
                           TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                   WHEN WS-AUD-DISPOSITION
                       MOVE "DISPOSITIONED" TO WS-NEW-NAME
                       MOVE WS-AUD-DECISION TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                   WHEN WS-AUD-DECISION = "HOLD"
                       MOVE "Y" TO WS-TRC-HELD-SW(WS-TRC-SUB)
                       MOVE "HELD" TO WS-NEW-NAME
                       MOVE "PAYMENT HOLD PLACED" TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                   WHEN WS-AUD-DECISION = "HOLD-RELEASE"
                       MOVE "N" TO WS-TRC-HELD-SW(WS-TRC-SUB)
                       MOVE "HOLD RELEASED" TO WS-NEW-NAME
                       MOVE "PAYMENT HOLD LIFTED" TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
                   WHEN OTHER
                       MOVE "AUDIT ROW" TO WS-NEW-NAME
                       MOVE WS-AUD-DECISION TO WS-NEW-REFERENCE
                       PERFORM 2850-ADD-STEP
               END-EVALUATE
               IF WS-AUD-DECISION NOT = "HOLD"
                       AND WS-AUD-DECISION NOT = "HOLD-RELEASE"
                   MOVE WS-AUD-DECISION
                       TO WS-TRC-LAST-DECISION(WS-TRC-SUB)
               END-IF
           END-IF.

      * INVOICE's one row says it all: the invoice arrived, passed
      * or failed the duplicate, PO, receipt, and FX checks, and was
      * either routed to a tier (tier 1 and credit memos releasing
      * on the spot) or sent to the exception pool.
       2020-TRACE-RECEIPT.
           MOVE "RECEIVED" TO WS-NEW-NAME
           MOVE "KEYED INTO INVOICE" TO WS-NEW-REFERENCE
           MOVE SPACE TO WS-NEW-TIER
           MOVE SPACES TO WS-NEW-ROLE
           PERFORM 2850-ADD-STEP
           MOVE "CHECKED" TO WS-NEW-NAME
           IF WS-AUD-CHECK-FAILED
               MOVE SPACES TO WS-NEW-REFERENCE
               STRING "FAILED - " WS-AUD-DECISION
                   DELIMITED BY SIZE INTO WS-NEW-REFERENCE
           ELSE
               MOVE "PASSED DUP/PO/RECEIPT/FX"
                   TO WS-NEW-REFERENCE
           END-IF
           PERFORM 2850-ADD-STEP
           MOVE AUD-APPROVAL-TIER TO WS-NEW-TIER
           MOVE AUD-APPROVER-ROLE TO WS-NEW-ROLE
           IF WS-AUD-CHECK-FAILED
               MOVE "EXCEPTED" TO WS-NEW-NAME
               MOVE SPACES TO WS-NEW-REFERENCE
               STRING "EXCEPTION POOL - " WS-AUD-DECISION
                   DELIMITED BY SIZE INTO WS-NEW-REFERENCE
               PERFORM 2850-ADD-STEP
           ELSE
               MOVE "ROUTED" TO WS-NEW-NAME
               MOVE WS-AUD-DECISION TO WS-NEW-REFERENCE
               PERFORM 2850-ADD-STEP
               IF WS-AUD-RELEASED-ON-RECEIPT
                   MOVE "RELEASED" TO WS-NEW-NAME
                   MOVE "TO AP-EXTRACT" TO WS-NEW-REFERENCE
                   PERFORM 2850-ADD-STEP
               END-IF
           END-IF.

       2100-TRACE-HISTORY.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM VARYING WS-TRC-SUB FROM 1 BY 1
                       UNTIL WS-TRC-SUB > WS-TRC-COUNT
                   MOVE WS-TRC-VENDOR-CODE(WS-TRC-SUB)
                       TO HIST-VENDOR-CODE
                   MOVE WS-TRC-INVOICE-NUMBER(WS-TRC-SUB)
                       TO HIST-INVOICE-NUMBER
                   READ INVOICE-HISTORY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2110-TRACE-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE INVOICE-HISTORY-FILE
           ELSE
               MOVE "INVOICE-HISTORY" TO WS-LOCATION-TEXT
               MOVE WS-HISTORY-FILE-STATUS TO WS-MISSING-FILE-STATUS
               PERFORM 2900-NOTE-FILE-MISSING
           END-IF.

       2110-TRACE-HISTORY-ROW.
           MOVE "Y" TO WS-TRC-FOUND-SW(WS-TRC-SUB)
           MOVE "Y" TO WS-TRC-HISTORY-SW(WS-TRC-SUB)
           MOVE HIST-PROCESSED-DATE TO WS-NEW-TIMESTAMP
           MOVE "ON HISTORY" TO WS-NEW-NAME
           MOVE HIST-AMOUNT TO WS-NEW-AMOUNT
           MOVE SPACES TO WS-NEW-CURRENCY
           MOVE SPACE TO WS-NEW-TIER
           MOVE SPACES TO WS-NEW-ROLE
           MOVE SPACES TO WS-NEW-USER
           MOVE "INVOICE-HISTORY (DUP CHECK)" TO WS-NEW-REFERENCE
           PERFORM 2850-ADD-STEP.

      * A cut that is not there is reported, not fatal - the
      * operator may simply have named the wrong date.
       2150-TRACE-ARCHIVES.
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-COUNT
               PERFORM 2160-TRACE-ONE-ARCHIVE
           END-PERFORM.

       2160-TRACE-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "HISTORY-ARCHIVE." WS-ARC-DATE(WS-ARC-SUB)
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "00"
               MOVE "N" TO WS-ARCHIVE-EOF-SW
               PERFORM UNTIL WS-ARCHIVE-EOF
                   READ HISTORY-ARCHIVE-FILE
                       AT END
                           SET WS-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM 2170-TRACE-ARCHIVE-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE-FILE
           ELSE
               ADD 1 TO WS-ARCHIVE-MISSING-COUNT
               DISPLAY "WARNING: " WS-ARCHIVE-NAME
                   " NOT AVAILABLE - STATUS " WS-ARCHIVE-FILE-STATUS
                   " - NOT SEARCHED"
               MOVE "NOTE" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-ARCHIVE-NAME DELIMITED BY SPACE
                   " NOT AVAILABLE - NOT SEARCHED" DELIMITED BY SIZE
                   INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       2170-TRACE-ARCHIVE-ROW.
           MOVE ARC-VENDOR-CODE TO WS-LOOKUP-VENDOR
           MOVE ARC-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM 2800-FIND-TRACE-KEY
           IF WS-KEY-FOUND
               MOVE "Y" TO WS-TRC-FOUND-SW(WS-TRC-SUB)
               MOVE "Y" TO WS-TRC-ARCHIVED-SW(WS-TRC-SUB)
               MOVE WS-ARC-DATE(WS-ARC-SUB)
                   TO WS-TRC-ARCHIVE-DATE(WS-TRC-SUB)
               MOVE ARC-PROCESSED-DATE TO WS-NEW-TIMESTAMP
               MOVE "ARCHIVED" TO WS-NEW-NAME
               MOVE ARC-AMOUNT TO WS-NEW-AMOUNT
               MOVE SPACES TO WS-NEW-CURRENCY
               MOVE SPACE TO WS-NEW-TIER
               MOVE SPACES TO WS-NEW-ROLE
               MOVE SPACES TO WS-NEW-USER
               MOVE WS-ARCHIVE-NAME TO WS-NEW-REFERENCE
               PERFORM 2850-ADD-STEP
           END-IF.

      * The live files add no steps of their own - their movements
      * are already on the trail - but they say where the invoice
      * is sitting today.
       2200-TRACE-PENDING.
           OPEN INPUT PENDING-APPROVALS-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM UNTIL WS-PENDING-EOF
                   READ PENDING-APPROVALS-FILE
                       AT END
                           SET WS-PENDING-EOF TO TRUE
                       NOT AT END
                           PERFORM 2210-NOTE-PENDING-ROW
                   END-READ
               END-PERFORM
               CLOSE PENDING-APPROVALS-FILE
           END-IF.

       2210-NOTE-PENDING-ROW.
           MOVE PND-VENDOR-CODE TO WS-LOOKUP-VENDOR
           MOVE PND-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM 2800-FIND-TRACE-KEY
           IF WS-KEY-FOUND
               MOVE "Y" TO WS-TRC-FOUND-SW(WS-TRC-SUB)
               MOVE "Y" TO WS-TRC-PENDING-SW(WS-TRC-SUB)
               MOVE PND-APPROVAL-TIER TO WS-TRC-PND-TIER(WS-TRC-SUB)
               MOVE PND-APPROVER-ROLE TO WS-TRC-PND-ROLE(WS-TRC-SUB)
           END-IF.

       2300-TRACE-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS = "00"
               PERFORM UNTIL WS-EXCEPTION-EOF
                   READ EXCEPTION-FILE
                       AT END
                           SET WS-EXCEPTION-EOF TO TRUE
                       NOT AT END
                           PERFORM 2310-NOTE-EXCEPTION-ROW
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
           END-IF.

       2310-NOTE-EXCEPTION-ROW.
           MOVE EXC-VENDOR-CODE TO WS-LOOKUP-VENDOR
           MOVE EXC-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM 2800-FIND-TRACE-KEY
           IF WS-KEY-FOUND
               MOVE "Y" TO WS-TRC-FOUND-SW(WS-TRC-SUB)
               MOVE "Y" TO WS-TRC-EXCEPTION-SW(WS-TRC-SUB)
               MOVE EXC-REASON TO WS-TRC-EXC-REASON(WS-TRC-SUB)
           END-IF.

       2400-TRACE-EXTRACT.
           OPEN INPUT AP-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               PERFORM UNTIL WS-EXTRACT-EOF
                   READ AP-EXTRACT-FILE
                       AT END
                           SET WS-EXTRACT-EOF TO TRUE
                       NOT AT END
                           PERFORM 2410-NOTE-EXTRACT-ROW
                   END-READ
               END-PERFORM
               CLOSE AP-EXTRACT-FILE
           END-IF.

       2410-NOTE-EXTRACT-ROW.
           MOVE EXT-VENDOR-CODE TO WS-LOOKUP-VENDOR
           MOVE EXT-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM 2800-FIND-TRACE-KEY
           IF WS-KEY-FOUND
               MOVE "Y" TO WS-TRC-FOUND-SW(WS-TRC-SUB)
               MOVE "Y" TO WS-TRC-EXTRACT-SW(WS-TRC-SUB)
               MOVE EXT-DUE-DATE TO WS-TRC-DUE-DATE(WS-TRC-SUB)
           END-IF.

      * Payment is the one step no job writes to the audit trail -
      * AP-PAID-HISTORY is its only record. Its date carries no time
      * of day, so it sorts to the end of the day it was paid.
       2500-TRACE-PAID-HISTORY.
           OPEN INPUT PAID-HISTORY-FILE
           IF WS-PAID-FILE-STATUS = "00"
               PERFORM UNTIL WS-PAID-EOF
                   READ PAID-HISTORY-FILE
                       AT END
                           SET WS-PAID-EOF TO TRUE
                       NOT AT END
                           PERFORM 2510-TRACE-PAID-ROW
                   END-READ
               END-PERFORM
               CLOSE PAID-HISTORY-FILE
           END-IF.

       2510-TRACE-PAID-ROW.
           MOVE PAID-VENDOR-CODE TO WS-LOOKUP-VENDOR
           MOVE PAID-INVOICE-NUMBER TO WS-LOOKUP-INVOICE
           PERFORM 2800-FIND-TRACE-KEY
           IF WS-KEY-FOUND
               MOVE "Y" TO WS-TRC-FOUND-SW(WS-TRC-SUB)
               MOVE "Y" TO WS-TRC-PAID-SW(WS-TRC-SUB)
               MOVE PAID-PAID-DATE TO WS-TRC-PAID-DATE(WS-TRC-SUB)
               MOVE PAID-PAYMENT-REF TO WS-TRC-PAYMENT-REF(WS-TRC-SUB)
               MOVE SPACES TO WS-NEW-TIMESTAMP
               MOVE PAID-PAID-DATE TO WS-NEW-TIMESTAMP(1:8)
               MOVE "PAID" TO WS-NEW-NAME
               MOVE PAID-PAID-AMOUNT TO WS-NEW-AMOUNT
               MOVE "USD" TO WS-NEW-CURRENCY
               MOVE SPACE TO WS-NEW-TIER
               MOVE SPACES TO WS-NEW-ROLE
               MOVE SPACES TO WS-NEW-USER
               MOVE SPACES TO WS-NEW-REFERENCE
               STRING "PAYMENT REF " PAID-PAYMENT-REF
                   DELIMITED BY SIZE INTO WS-NEW-REFERENCE
               PERFORM 2850-ADD-STEP
           END-IF.

       2800-FIND-TRACE-KEY.
           MOVE "N" TO WS-KEY-FOUND-SW
           SET WS-TRC-IDX TO 1
           SEARCH WS-TRC-TABLE
               AT END
                   CONTINUE
               WHEN WS-TRC-IDX > WS-TRC-COUNT
                   CONTINUE
               WHEN WS-TRC-VENDOR-CODE(WS-TRC-IDX) = WS-LOOKUP-VENDOR
                    AND WS-TRC-INVOICE-NUMBER(WS-TRC-IDX)
                        = WS-LOOKUP-INVOICE
                   MOVE "Y" TO WS-KEY-FOUND-SW
                   SET WS-TRC-SUB TO WS-TRC-IDX
           END-SEARCH.

      * A full step table leaves the traces short - counted, logged
      * for action, and flagged on the report rather than stopping
      * an inquiry that changes nothing.
       2850-ADD-STEP.
           IF WS-STEP-COUNT >= 10000
               ADD 1 TO WS-STEPS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-STEP-COUNT
               ADD 1 TO WS-STEP-SEQUENCE
               MOVE WS-TRC-SUB TO WS-STP-TRC-SUB(WS-STEP-COUNT)
               MOVE WS-STEP-SEQUENCE TO WS-STP-SEQUENCE(WS-STEP-COUNT)
               MOVE SPACES TO WS-STP-DISPLAY-TIME(WS-STEP-COUNT)
               IF WS-NEW-TIMESTAMP(9:6) = SPACES
                   MOVE WS-NEW-TIMESTAMP(1:8)
                       TO WS-STP-SORT-TIME(WS-STEP-COUNT)
                   MOVE "999999"
                       TO WS-STP-SORT-TIME(WS-STEP-COUNT)(9:6)
                   MOVE WS-NEW-TIMESTAMP(1:8)
                       TO WS-STP-DISPLAY-TIME(WS-STEP-COUNT)
               ELSE
                   MOVE WS-NEW-TIMESTAMP(1:14)
                       TO WS-STP-SORT-TIME(WS-STEP-COUNT)
                   STRING WS-NEW-TIMESTAMP(1:8) " "
                       WS-NEW-TIMESTAMP(9:6)
                       DELIMITED BY SIZE
                       INTO WS-STP-DISPLAY-TIME(WS-STEP-COUNT)
               END-IF
               MOVE WS-NEW-NAME TO WS-STP-NAME(WS-STEP-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-STP-AMOUNT(WS-STEP-COUNT)
               MOVE WS-NEW-CURRENCY TO WS-STP-CURRENCY(WS-STEP-COUNT)
               MOVE WS-NEW-TIER TO WS-STP-TIER(WS-STEP-COUNT)
               MOVE WS-NEW-ROLE TO WS-STP-ROLE(WS-STEP-COUNT)
               MOVE WS-NEW-USER TO WS-STP-USER(WS-STEP-COUNT)
               MOVE WS-NEW-REFERENCE
                   TO WS-STP-REFERENCE(WS-STEP-COUNT)
           END-IF.

      * The trail and the history are what a trace is built from;
      * without one the traces are partial and the run says so.
       2900-NOTE-FILE-MISSING.
           ADD 1 TO WS-FILE-MISSING-COUNT
           DISPLAY "WARNING: " WS-LOCATION-TEXT
               " NOT AVAILABLE - STATUS " WS-MISSING-FILE-STATUS
               " - TRACES WILL BE PARTIAL"
           MOVE "ACTION" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING WS-LOCATION-TEXT DELIMITED BY SPACE
               " NOT AVAILABLE - TRACES PARTIAL" DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
           PERFORM 9100-LOG-WARNING.

       3000-WRITE-TRACES.
           IF WS-STEP-COUNT < 10000
               PERFORM VARYING WS-STP-SUB FROM WS-STEP-COUNT BY 1
                       UNTIL WS-STP-SUB >= 10000
                   MOVE HIGH-VALUES TO WS-STEP-TABLE(WS-STP-SUB + 1)
               END-PERFORM
           END-IF
           IF WS-STEP-COUNT > 1
               SORT WS-STEP-TABLE ASCENDING KEY WS-STP-KEY
           END-IF
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "INVOICE LIFECYCLE TRACE        PREPARED "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE 1 TO WS-STP-SUB
           PERFORM VARYING WS-TRC-SUB FROM 1 BY 1
                   UNTIL WS-TRC-SUB > WS-TRC-COUNT
               IF WS-TRC-FOUND(WS-TRC-SUB)
                   ADD 1 TO WS-TRACED-COUNT
                   PERFORM 3100-WRITE-ONE-TRACE
               ELSE
                   ADD 1 TO WS-NOT-FOUND-COUNT
               END-IF
           END-PERFORM
           PERFORM 3300-WRITE-NOT-FOUND
           PERFORM 3400-WRITE-TOTALS.

      * The steps are in invoice order, so each trace picks up where
      * the last one stopped.
       3100-WRITE-ONE-TRACE.
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "INVOICE " WS-TRC-VENDOR-CODE(WS-TRC-SUB) "/"
               WS-TRC-INVOICE-NUMBER(WS-TRC-SUB)
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "  WHEN             STEP          "
               "         AMOUNT CUR T APPROVER ROLE        USER    "
               " REFERENCE"
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           PERFORM 3105-CHECK-NEXT-STEP
           IF WS-TRACE-DONE
               MOVE "  (NO DATED STEPS ON FILE)" TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           PERFORM UNTIL WS-TRACE-DONE
               PERFORM 3110-WRITE-STEP-LINE
               ADD 1 TO WS-STP-SUB
               PERFORM 3105-CHECK-NEXT-STEP
           END-PERFORM
           PERFORM 3150-SET-CURRENT-STATUS
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "  CURRENT STATUS: " WS-STATUS-TEXT
               "  LOCATION: " WS-LOCATION-TEXT
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

       3105-CHECK-NEXT-STEP.
           MOVE "N" TO WS-TRACE-DONE-SW
           IF WS-STP-SUB > WS-STEP-COUNT
               MOVE "Y" TO WS-TRACE-DONE-SW
           ELSE
               IF WS-STP-TRC-SUB(WS-STP-SUB) NOT = WS-TRC-SUB
                   MOVE "Y" TO WS-TRACE-DONE-SW
               END-IF
           END-IF.

       3110-WRITE-STEP-LINE.
           MOVE WS-STP-AMOUNT(WS-STP-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "  " WS-STP-DISPLAY-TIME(WS-STP-SUB)
               "  " WS-STP-NAME(WS-STP-SUB)
               " " WS-AMOUNT-DISPLAY
               " " WS-STP-CURRENCY(WS-STP-SUB)
               " " WS-STP-TIER(WS-STP-SUB)
               " " WS-STP-ROLE(WS-STP-SUB)
               " " WS-STP-USER(WS-STP-SUB)
               " " WS-STP-REFERENCE(WS-STP-SUB)
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE.

      * Where the invoice is today, live files first: an open item
      * on the extract, the queue, or the pool is the current truth;
      * after that, paid; after that, what the trail last said.
       3150-SET-CURRENT-STATUS.
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE SPACES TO WS-LOCATION-TEXT
           EVALUATE TRUE
               WHEN WS-TRC-ON-EXTRACT(WS-TRC-SUB)
                   IF WS-TRC-HELD(WS-TRC-SUB)
                       STRING "RELEASED - ON PAYMENT HOLD, DUE "
                           WS-TRC-DUE-DATE(WS-TRC-SUB)
                           DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   ELSE
                       STRING "RELEASED - AWAITING PAYMENT, DUE "
                           WS-TRC-DUE-DATE(WS-TRC-SUB)
                           DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   END-IF
                   MOVE "AP-EXTRACT" TO WS-LOCATION-TEXT
               WHEN WS-TRC-ON-PENDING(WS-TRC-SUB)
                   STRING "AWAITING TIER " WS-TRC-PND-TIER(WS-TRC-SUB)
                       " APPROVAL - " WS-TRC-PND-ROLE(WS-TRC-SUB)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   MOVE "PENDING-APPROVALS" TO WS-LOCATION-TEXT
               WHEN WS-TRC-ON-EXCEPTION(WS-TRC-SUB)
                   STRING "IN EXCEPTION POOL - "
                       WS-TRC-EXC-REASON(WS-TRC-SUB)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   MOVE "EXCEPTION-FILE" TO WS-LOCATION-TEXT
               WHEN WS-TRC-PAID(WS-TRC-SUB)
                   STRING "PAID " WS-TRC-PAID-DATE(WS-TRC-SUB)
                       " - PAYMENT REF " WS-TRC-PAYMENT-REF(WS-TRC-SUB)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   MOVE "AP-PAID-HISTORY" TO WS-LOCATION-TEXT
               WHEN WS-TRC-LAST-DECISION(WS-TRC-SUB) = "WRITE-OFF"
                   MOVE "WRITTEN OFF FROM THE EXCEPTION POOL"
                       TO WS-STATUS-TEXT
                   MOVE "AUDIT-TRAIL ONLY" TO WS-LOCATION-TEXT
               WHEN WS-TRC-LAST-DECISION(WS-TRC-SUB) = "RESUBMIT"
                 OR WS-TRC-LAST-DECISION(WS-TRC-SUB) = "DUP-OVERRIDE"
                   MOVE "REQUEUED - AWAITING THE NEXT INVOICE RUN"
                       TO WS-STATUS-TEXT
                   MOVE "AP-RESUBMIT" TO WS-LOCATION-TEXT
               WHEN WS-TRC-ON-HISTORY(WS-TRC-SUB)
                   MOVE "PROCESSED - NO OPEN ITEM ON ANY FILE"
                       TO WS-STATUS-TEXT
                   MOVE "INVOICE-HISTORY" TO WS-LOCATION-TEXT
               WHEN WS-TRC-ARCHIVED(WS-TRC-SUB)
                   MOVE "PROCESSED - NO OPEN ITEM ON ANY FILE"
                       TO WS-STATUS-TEXT
                   STRING "HISTORY-ARCHIVE."
                       WS-TRC-ARCHIVE-DATE(WS-TRC-SUB)
                       DELIMITED BY SIZE INTO WS-LOCATION-TEXT
               WHEN OTHER
                   STRING "LAST RECORDED STEP "
                       WS-TRC-LAST-DECISION(WS-TRC-SUB)
                       DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   MOVE "AUDIT-TRAIL ONLY" TO WS-LOCATION-TEXT
           END-EVALUATE.

       3300-WRITE-NOT-FOUND.
           MOVE "INVOICES WITH NO RECORD ON ANY FILE SEARCHED"
               TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           IF WS-NOT-FOUND-COUNT = 0
               MOVE "  NONE" TO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-TRC-SUB FROM 1 BY 1
                       UNTIL WS-TRC-SUB > WS-TRC-COUNT
                   IF NOT WS-TRC-FOUND(WS-TRC-SUB)
                       MOVE SPACES TO TRACE-REPORT-LINE
                       STRING "  " WS-TRC-VENDOR-CODE(WS-TRC-SUB) "/"
                           WS-TRC-INVOICE-NUMBER(WS-TRC-SUB)
                           DELIMITED BY SIZE INTO TRACE-REPORT-LINE
                       WRITE TRACE-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       3400-WRITE-TOTALS.
           MOVE SPACES TO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE WS-TRACED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "INVOICES TRACED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE WS-NOT-FOUND-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "INVOICES NOT FOUND:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE WS-STEP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "STEPS PRINTED:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           MOVE WS-ARC-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO TRACE-REPORT-LINE
           STRING "ARCHIVE CUTS NAMED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO TRACE-REPORT-LINE
           WRITE TRACE-REPORT-LINE
           IF WS-ARCHIVE-MISSING-COUNT > 0
               MOVE WS-ARCHIVE-MISSING-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING "ARCHIVE CUTS NOT FOUND:   " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           IF WS-PARM-REJECT-COUNT > 0
               MOVE WS-PARM-REJECT-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING "TRACE-PARMS ROWS IGNORED: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           IF WS-FILE-MISSING-COUNT > 0
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING "*** AUDIT-TRAIL OR INVOICE-HISTORY MISSING - "
                   "TRACES ARE PARTIAL ***"
                   DELIMITED BY SIZE INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
           END-IF
           IF WS-KEYS-DROPPED-COUNT > 0
               MOVE WS-KEYS-DROPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING "*** " WS-COUNT-DISPLAY
                   " INVOICES NOT TRACED - PAST THE 500-INVOICE LIMIT "
                   "- NARROW THE SELECTION ***"
                   DELIMITED BY SIZE INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE "TRACE TABLE FULL AT 500 INVOICES - SOME NOT TRACED"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           IF WS-STEPS-DROPPED-COUNT > 0
               MOVE WS-STEPS-DROPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO TRACE-REPORT-LINE
               STRING "*** " WS-COUNT-DISPLAY
                   " STEPS NOT PRINTED - PAST THE 10000-STEP LIMIT - "
                   "TRACES ARE INCOMPLETE ***"
                   DELIMITED BY SIZE INTO TRACE-REPORT-LINE
               WRITE TRACE-REPORT-LINE
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE "STEP TABLE FULL AT 10000 - TRACES INCOMPLETE"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       4000-TERMINATE.
           CLOSE TRACE-REPORT-FILE
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "TRACED " WS-TRACED-COUNT
               " NOT FOUND " WS-NOT-FOUND-COUNT
               " STEPS " WS-STEP-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           DISPLAY "INVTRACE COMPLETE - TRACED " WS-TRACED-COUNT
               " NOT FOUND " WS-NOT-FOUND-COUNT.

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
           PERFORM 9900-WRITE-RUN-LOG.

       9100-LOG-WARNING.
           MOVE "W" TO RLG-ENTRY-TYPE
           PERFORM 9900-WRITE-RUN-LOG.

       9200-LOG-END.
           MOVE "E" TO RLG-ENTRY-TYPE
           PERFORM 9900-WRITE-RUN-LOG
           CLOSE RUN-LOG-FILE.

       9900-WRITE-RUN-LOG.
           MOVE "INVTRACE" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

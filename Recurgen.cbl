      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New recurring invoice generation job. Bills every active
      *     RECURRING-MASTER contract whose next charge has fallen
      *     due (on or before the run date - a contract keyed late,
      *     or a run missed over a holiday, catches up one charge
      *     per period rather than skipping any) and writes the
      *     charges to AP-RECURRING as a complete control-balanced
      *     batch in AP-INVOICE-FILE layout - header with origin
      *     RECURGEN, one detail row per charge, trailer with count
      *     and hash total - so INVOICE proves it, routes it, and
      *     records it on AP-BATCH-REGISTER like any other feed. The
      *     invoice number is the contract ID plus the charge's
      *     YYMM, so a charge billed twice is caught by INVOICE's
      *     duplicate check. Each charge advances the contract's
      *     next due date by its frequency (keeping the contract's
      *     billing day across short months); a contract whose next
      *     charge would fall past its end date is ended here and
      *     audited to RECUR-CHANGE-AUDIT the way POMAINT audits an
      *     auto-close. A contract whose vendor is no longer active
      *     is held, not billed and not advanced, with an ACTION
      *     warning - it catches up once the vendor is reinstated
      *     or the contract is suspended. The RECUR-REGISTER report
      *     lists every charge generated, every contract held or
      *     ended, and every live contract ending within the next
      *     60 days so purchasing can renew or let it lapse. The
      *     master is rewritten through the usual temp-and-rename.
      *   - VENDOR-MASTER is now an indexed file; each contract's
      *     vendor is fetched by a keyed read instead of a search of
      *     a 1000-vendor table, so a vendor past the old limit is
      *     no longer held as not active.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-MASTER-FILE
               ASSIGN TO "RECURRING-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-FILE-STATUS.

      * Vendor status decides whether a charge is billed or held,
      * and the name goes on the register.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

      * INVOICE refuses a batch whose date and origin are already
      * registered, so a second generation on a day whose RECURGEN
      * batch has already been processed would only be refused -
      * checked at start-up and the run ends clean instead. Nothing
      * is lost: whatever is due is picked up by tomorrow's run.
           SELECT BATCH-REGISTER-FILE
               ASSIGN TO "AP-BATCH-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

      * The generated charges are written here as a complete
      * control-balanced batch in AP-INVOICE-FILE layout for the
      * next INVOICE run - the same hand-off as AP-RESUBMIT.
           SELECT AP-RECURRING-FILE
               ASSIGN TO "AP-RECURRING"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-FILE-STATUS.

           SELECT RECUR-REGISTER-FILE
               ASSIGN TO "RECUR-REGISTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RECUR-CHANGE-FILE
               ASSIGN TO "RECUR-CHANGE-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-FILE-STATUS.

      * Shared with RECMAINT - the same atomic temp-file pattern as
      * the other jobs that rewrite a master.
           SELECT RECUR-TEMP-FILE
               ASSIGN TO "RECURRING-MASTER.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-TEMP-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-MASTER-FILE.
           COPY RECMAS.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAS.

       FD  BATCH-REGISTER-FILE.
           COPY BATCHREG.

       FD  AP-RECURRING-FILE.
           COPY INVREC.

       FD  RECUR-REGISTER-FILE.
       01  RECUR-REGISTER-LINE             PIC X(132).

       FD  RECUR-CHANGE-FILE.
           COPY RCHGREC.

       FD  RECUR-TEMP-FILE.
       01  RECUR-TEMP-RECORD               PIC X(82).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RECUR-FILE-STATUS            PIC XX.
       01  WS-VENDOR-FILE-STATUS           PIC XX.
       01  WS-REGISTER-FILE-STATUS         PIC XX.
       01  WS-BATCH-FILE-STATUS            PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-CHANGE-FILE-STATUS           PIC XX.
       01  WS-RECUR-TEMP-FILE-STATUS       PIC XX.
       01  WS-RECUR-TEMP-NAME              PIC X(30)
               VALUE "RECURRING-MASTER.TMP".
       01  WS-RECUR-REAL-NAME              PIC X(30)
               VALUE "RECURRING-MASTER".
       01  WS-RENAME-STATUS                PIC S9(9) COMP-5 VALUE 0.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.

       01  WS-RECUR-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-RECUR-EOF                VALUE "Y".
       01  WS-REGISTER-EOF-SW              PIC X(1) VALUE "N".
           88  WS-REGISTER-EOF             VALUE "Y".
       01  WS-VENDOR-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-VENDOR-FOUND             VALUE "Y".
       01  WS-CONTRACT-DONE-SW             PIC X(1) VALUE "N".
           88  WS-CONTRACT-DONE            VALUE "Y".

       01  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-RUN-DAY-NUMBER               PIC S9(9) COMP VALUE 0.

      * A live contract whose end date falls within this many days
      * of the run date is listed as ending soon.
       01  WS-ENDING-SOON-DAYS             PIC 9(3)  VALUE 60.
       01  WS-ENDING-SOON-CUTOFF           PIC 9(8)  VALUE 0.
       01  WS-ENDING-SOON-CUTOFF-X REDEFINES WS-ENDING-SOON-CUTOFF
                                           PIC X(8).
       01  WS-DAYS-REMAINING               PIC S9(5) VALUE 0.

      * Due-date arithmetic. The months are counted as a single
      * running number (year * 12 + month - 1) so adding a quarter
      * or a year rolls the year over without special cases, and
      * the day of the month is the contract's billing day clipped
      * to the length of the target month.
       01  WS-DUE-DATE                     PIC 9(8)  VALUE 0.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY                 PIC 9(4).
           05  WS-DUE-MM                   PIC 9(2).
           05  WS-DUE-DD                   PIC 9(2).
       01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE
                                           PIC X(8).
       01  WS-MONTHS-TO-ADD                PIC 9(2)  VALUE 0.
       01  WS-MONTH-NUMBER                 PIC 9(6)  VALUE 0.
       01  WS-MONTH-REMAINDER              PIC 9(2)  VALUE 0.
       01  WS-MONTH-START                  PIC 9(8)  VALUE 0.
       01  WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
           05  WS-MSTART-YYYY              PIC 9(4).
           05  WS-MSTART-MM                PIC 9(2).
           05  WS-MSTART-DD                PIC 9(2).
       01  WS-NEXT-MONTH-START             PIC 9(8)  VALUE 0.
       01  WS-NEXT-MONTH-START-PARTS REDEFINES WS-NEXT-MONTH-START.
           05  WS-NMSTART-YYYY             PIC 9(4).
           05  WS-NMSTART-MM               PIC 9(2).
           05  WS-NMSTART-DD               PIC 9(2).
       01  WS-DAYS-IN-MONTH                PIC 9(2)  VALUE 0.
       01  WS-BILLING-DAY                  PIC 9(2)  VALUE 0.

       01  WS-GENERATED-INVOICE-NUMBER.
           05  WS-GEN-CONTRACT-ID          PIC X(6).
           05  WS-GEN-YYMM                 PIC X(4).

       01  WS-RECUR-TABLE-AREA.
           05  WS-RECUR-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-RCM-IDX.
               10  WS-RCM-CONTRACT-ID      PIC X(6).
               10  WS-RCM-VENDOR-CODE      PIC X(6).
               10  WS-RCM-DESCRIPTION      PIC X(20).
               10  WS-RCM-AMOUNT           PIC 9(9)V99.
               10  WS-RCM-CURRENCY-CODE    PIC X(3).
               10  WS-RCM-PO-NUMBER        PIC X(8).
               10  WS-RCM-FREQUENCY        PIC X(1).
                   88  WS-RCM-FREQ-MONTHLY VALUE "M".
                   88  WS-RCM-FREQ-QUARTERLY VALUE "Q".
                   88  WS-RCM-FREQ-ANNUAL  VALUE "A".
               10  WS-RCM-NEXT-DUE-DATE    PIC X(8).
               10  WS-RCM-END-DATE         PIC X(8).
               10  WS-RCM-STATUS           PIC X(1).
                   88  WS-RCM-STATUS-ACTIVE VALUE "A".
                   88  WS-RCM-STATUS-SUSPENDED VALUE "S".
                   88  WS-RCM-STATUS-ENDED VALUE "E".
               10  WS-RCM-BILLING-DAY      PIC 9(2).
               10  WS-RCM-LAST-GENERATED-DATE
                                           PIC X(8).
       01  WS-RECUR-COUNT                  PIC 9(4) VALUE 0.

       01  WS-REGISTER-VENDOR-NAME         PIC X(30) VALUE SPACES.

      * Before/after images for the auto-end audit row, in the exact
      * RECURRING-MASTER record layout.
       01  WS-RECUR-IMAGE.
           05  WS-IMG-CONTRACT-ID          PIC X(6).
           05  WS-IMG-VENDOR-CODE          PIC X(6).
           05  WS-IMG-DESCRIPTION          PIC X(20).
           05  WS-IMG-AMOUNT               PIC 9(9)V99.
           05  WS-IMG-CURRENCY-CODE        PIC X(3).
           05  WS-IMG-PO-NUMBER            PIC X(8).
           05  WS-IMG-FREQUENCY            PIC X(1).
           05  WS-IMG-NEXT-DUE-DATE        PIC X(8).
           05  WS-IMG-END-DATE             PIC X(8).
           05  WS-IMG-STATUS               PIC X(1).
           05  WS-IMG-BILLING-DAY          PIC 9(2).
           05  WS-IMG-LAST-GENERATED-DATE  PIC X(8).

       01  WS-GENERATED-COUNT              PIC 9(7) VALUE 0.
       01  WS-BATCH-HASH                   PIC 9(11)V99 VALUE 0.
       01  WS-HELD-COUNT                   PIC 9(7) VALUE 0.
       01  WS-ENDED-COUNT                  PIC 9(7) VALUE 0.
       01  WS-ENDING-SOON-COUNT            PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(7) VALUE 0.

       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.
       01  WS-AMOUNT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-DISPLAY                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DAYS-DISPLAY                 PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BILL-CONTRACT
               VARYING WS-RCM-IDX FROM 1 BY 1
               UNTIL WS-RCM-IDX > WS-RECUR-COUNT
           PERFORM 3000-WRITE-REGISTER-TOTALS
           PERFORM 3500-WRITE-ENDING-SOON
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 9000-OPEN-RUN-LOG
           COMPUTE WS-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
           COMPUTE WS-ENDING-SOON-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUMBER +
                   WS-ENDING-SOON-DAYS)
      * A leftover temp file means a prior run (this job or
      * RECMAINT, which shares the temp name) crashed before its
      * rename - same tripwire as the other rewrite jobs.
           OPEN INPUT RECUR-TEMP-FILE
           IF WS-RECUR-TEMP-FILE-STATUS = "00"
               CLOSE RECUR-TEMP-FILE
               DISPLAY "FATAL: RECURRING-MASTER.TMP ALREADY EXISTS - "
                   "A PRIOR RUN DID NOT COMPLETE"
               DISPLAY "CONFIRM RECURRING-MASTER IS INTACT, REMOVE "
                   "THE TEMP FILE, AND RERUN"
               STOP RUN
           END-IF
      * AP-RECURRING is rebuilt as a fresh batch every run. A
      * leftover file that still has records means the prior run's
      * charges were never fed through INVOICE - overwriting them
      * would silently lose invoices, the same rule as AP-RESUBMIT.
           OPEN INPUT AP-RECURRING-FILE
           IF WS-BATCH-FILE-STATUS = "00"
               READ AP-RECURRING-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "FATAL: AP-RECURRING STILL HOLDS AN "
                           "UNCONSUMED BATCH FROM A PRIOR RUN"
                       DISPLAY "FEED IT THROUGH INVOICE (OR ARCHIVE "
                           "IT) AND REMOVE THE FILE BEFORE "
                           "RERUNNING - REFUSING TO OVERWRITE "
                           "GENERATED CHARGES"
                       STOP RUN
               END-READ
               CLOSE AP-RECURRING-FILE
           END-IF
           PERFORM 1100-CHECK-BATCH-REGISTER
           OPEN INPUT RECURRING-MASTER-FILE
           IF WS-RECUR-FILE-STATUS NOT = "00"
               DISPLAY "RECURRING-MASTER NOT AVAILABLE - STATUS "
                   WS-RECUR-FILE-STATUS " - NO CONTRACTS TO BILL"
               MOVE "NORMAL" TO WS-LOG-SEVERITY
               MOVE "NO RECURRING-MASTER - NOTHING GENERATED"
                   TO WS-LOG-MESSAGE
               PERFORM 9200-LOG-END
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-RECUR-TABLE
           CLOSE RECURRING-MASTER-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN VENDOR-MASTER - STATUS "
                   WS-VENDOR-FILE-STATUS
               DISPLAY "NO CHARGE CAN BE BILLED WITHOUT KNOWING THE "
                   "VENDOR IS STILL ACTIVE - REFUSING TO RUN"
               STOP RUN
           END-IF
           OPEN OUTPUT AP-RECURRING-FILE
           IF WS-BATCH-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN AP-RECURRING - STATUS "
                   WS-BATCH-FILE-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO INVOICE-RECORD
           MOVE "H" TO INV-RECORD-TYPE
           MOVE WS-RUN-DATE TO INV-BATCH-DATE
           MOVE "RECURGEN" TO INV-ORIGIN-SYSTEM
           WRITE INVOICE-RECORD
           OPEN OUTPUT RECUR-REGISTER-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN RECUR-REGISTER - STATUS "
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "RECURRING CHARGE REGISTER" TO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "RUN DATE " WS-RUN-DATE
               "   BATCH AP-RECURRING ORIGIN RECURGEN"
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE SPACES TO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "CONTRACT VENDOR NAME                           "
               "INVOICE    DUE DATE CUR          AMOUNT PO"
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           OPEN EXTEND RECUR-CHANGE-FILE
           IF WS-CHANGE-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT RECUR-CHANGE-FILE
               CLOSE RECUR-CHANGE-FILE
               OPEN EXTEND RECUR-CHANGE-FILE
           END-IF.

       1100-CHECK-BATCH-REGISTER.
           OPEN INPUT BATCH-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               PERFORM UNTIL WS-REGISTER-EOF
                   READ BATCH-REGISTER-FILE
                       AT END
                           SET WS-REGISTER-EOF TO TRUE
                       NOT AT END
                           IF BRG-BATCH-DATE = WS-RUN-DATE
                                   AND BRG-ORIGIN-SYSTEM = "RECURGEN"
                               PERFORM 1110-END-ALREADY-PROCESSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       1110-END-ALREADY-PROCESSED.
           CLOSE BATCH-REGISTER-FILE
           DISPLAY "TODAY'S RECURGEN BATCH IS ALREADY ON "
               "AP-BATCH-REGISTER - INVOICE WOULD REFUSE A SECOND"
           DISPLAY "RECURRING-MASTER LEFT UNTOUCHED - ANYTHING DUE "
               "IS BILLED BY THE NEXT RUN"
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE "BATCH ALREADY PROCESSED TODAY - NOTHING GENERATED"
               TO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           STOP RUN.

       1200-LOAD-RECUR-TABLE.
           PERFORM UNTIL WS-RECUR-EOF
               READ RECURRING-MASTER-FILE
                   AT END
                       SET WS-RECUR-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-ADD-RECUR-TO-TABLE
               END-READ
           END-PERFORM.

       1210-ADD-RECUR-TO-TABLE.
           IF WS-RECUR-COUNT < 2000
               ADD 1 TO WS-RECUR-COUNT
               SET WS-RCM-IDX TO WS-RECUR-COUNT
               MOVE RCM-CONTRACT-ID TO WS-RCM-CONTRACT-ID(WS-RCM-IDX)
               MOVE RCM-VENDOR-CODE TO WS-RCM-VENDOR-CODE(WS-RCM-IDX)
               MOVE RCM-DESCRIPTION TO WS-RCM-DESCRIPTION(WS-RCM-IDX)
               MOVE RCM-AMOUNT TO WS-RCM-AMOUNT(WS-RCM-IDX)
               MOVE RCM-CURRENCY-CODE
                   TO WS-RCM-CURRENCY-CODE(WS-RCM-IDX)
               MOVE RCM-PO-NUMBER TO WS-RCM-PO-NUMBER(WS-RCM-IDX)
               MOVE RCM-FREQUENCY TO WS-RCM-FREQUENCY(WS-RCM-IDX)
               MOVE RCM-NEXT-DUE-DATE
                   TO WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)
               MOVE RCM-END-DATE TO WS-RCM-END-DATE(WS-RCM-IDX)
               MOVE RCM-STATUS TO WS-RCM-STATUS(WS-RCM-IDX)
               MOVE RCM-BILLING-DAY TO WS-RCM-BILLING-DAY(WS-RCM-IDX)
               MOVE RCM-LAST-GENERATED-DATE
                   TO WS-RCM-LAST-GENERATED-DATE(WS-RCM-IDX)
           ELSE
               DISPLAY "FATAL: CONTRACT TABLE FULL AT 2000 ROWS - "
                   RCM-CONTRACT-ID " AND LATER CONTRACTS WOULD BE "
                   "LOST WHEN THE MASTER IS REWRITTEN - REFUSING "
                   "TO RUN"
               STOP RUN
           END-IF.

      * Only an active contract bills. One whose end date has already
      * passed its next charge (an end date moved in by a CHANGE) is
      * ended before anything is generated; otherwise every charge
      * due on or before the run date is billed in turn.
       2000-BILL-CONTRACT.
           IF WS-RCM-STATUS-ACTIVE(WS-RCM-IDX)
               MOVE "N" TO WS-CONTRACT-DONE-SW
               PERFORM 2050-CHECK-CONTRACT
               PERFORM 2100-BILL-NEXT-CHARGE
                   UNTIL WS-CONTRACT-DONE
           END-IF.

      * A contract that cannot be billed safely is skipped with a
      * warning rather than guessed at - a hand-edited master row
      * with an unusable due date or frequency, or a vendor no
      * longer on the master or no longer active.
       2050-CHECK-CONTRACT.
           PERFORM 2060-FIND-VENDOR
           EVALUATE TRUE
               WHEN WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX) NOT NUMERIC
                   OR NOT (WS-RCM-FREQ-MONTHLY(WS-RCM-IDX)
                       OR WS-RCM-FREQ-QUARTERLY(WS-RCM-IDX)
                       OR WS-RCM-FREQ-ANNUAL(WS-RCM-IDX))
                   MOVE "Y" TO WS-CONTRACT-DONE-SW
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "ACTION" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CONTRACT " WS-RCM-CONTRACT-ID(WS-RCM-IDX)
                       " BAD DUE DATE OR FREQUENCY - NOT BILLED"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
                   MOVE "SKIPPED - BAD DUE DATE OR FREQ"
                       TO WS-REGISTER-VENDOR-NAME
                   PERFORM 2500-WRITE-STATUS-LINE
               WHEN WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX) > WS-RUN-DATE
                   MOVE "Y" TO WS-CONTRACT-DONE-SW
               WHEN WS-RCM-END-DATE(WS-RCM-IDX) NOT = SPACES
                       AND WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX) >
                           WS-RCM-END-DATE(WS-RCM-IDX)
                   MOVE "Y" TO WS-CONTRACT-DONE-SW
                   PERFORM 2300-END-CONTRACT
               WHEN NOT WS-VENDOR-FOUND
                       OR NOT VM-STATUS-ACTIVE
                   MOVE "Y" TO WS-CONTRACT-DONE-SW
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "ACTION" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "CONTRACT " WS-RCM-CONTRACT-ID(WS-RCM-IDX)
                       " HELD - VENDOR "
                       WS-RCM-VENDOR-CODE(WS-RCM-IDX)
                       " NOT ACTIVE"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
                   MOVE "HELD - VENDOR NOT ACTIVE"
                       TO WS-REGISTER-VENDOR-NAME
                   PERFORM 2500-WRITE-STATUS-LINE
               WHEN OTHER
                   MOVE VM-VENDOR-NAME TO WS-REGISTER-VENDOR-NAME
           END-EVALUATE.

       2060-FIND-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           MOVE WS-RCM-VENDOR-CODE(WS-RCM-IDX) TO VM-VENDOR-CODE
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VENDOR-FOUND-SW
           END-READ.

      * One charge: the detail row in AP-INVOICE-FILE layout, dated
      * on its due date and keyed by the job itself, then the due
      * date moves on a period. The loop stops once the next charge
      * is in the future or past the end date.
       2100-BILL-NEXT-CHARGE.
           PERFORM 2200-WRITE-CHARGE
           PERFORM 2400-ADVANCE-DUE-DATE
           EVALUATE TRUE
               WHEN WS-RCM-END-DATE(WS-RCM-IDX) NOT = SPACES
                       AND WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX) >
                           WS-RCM-END-DATE(WS-RCM-IDX)
                   MOVE "Y" TO WS-CONTRACT-DONE-SW
                   PERFORM 2300-END-CONTRACT
               WHEN WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX) > WS-RUN-DATE
                   MOVE "Y" TO WS-CONTRACT-DONE-SW
           END-EVALUATE.

       2200-WRITE-CHARGE.
           MOVE WS-RCM-CONTRACT-ID(WS-RCM-IDX) TO WS-GEN-CONTRACT-ID
           MOVE WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)(3:4) TO WS-GEN-YYMM
           MOVE SPACES TO INVOICE-RECORD
           MOVE "D" TO INV-RECORD-TYPE
           MOVE WS-GENERATED-INVOICE-NUMBER TO INV-INVOICE-NUMBER
           MOVE WS-RCM-VENDOR-CODE(WS-RCM-IDX) TO INV-VENDOR-CODE
           MOVE WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX) TO INV-INVOICE-DATE
           MOVE WS-RCM-AMOUNT(WS-RCM-IDX) TO INV-AMOUNT
           MOVE "RECURGEN" TO INV-ENTERED-BY
           MOVE WS-RCM-PO-NUMBER(WS-RCM-IDX) TO INV-PO-NUMBER
           MOVE WS-RCM-CURRENCY-CODE(WS-RCM-IDX) TO INV-CURRENCY-CODE
           WRITE INVOICE-RECORD
           ADD 1 TO WS-GENERATED-COUNT
           ADD WS-RCM-AMOUNT(WS-RCM-IDX) TO WS-BATCH-HASH
           MOVE WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)
               TO WS-RCM-LAST-GENERATED-DATE(WS-RCM-IDX)
           MOVE WS-RCM-AMOUNT(WS-RCM-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING WS-RCM-CONTRACT-ID(WS-RCM-IDX)
               "   " WS-RCM-VENDOR-CODE(WS-RCM-IDX)
               " " WS-REGISTER-VENDOR-NAME
               " " WS-GENERATED-INVOICE-NUMBER
               " " WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)
               " " WS-RCM-CURRENCY-CODE(WS-RCM-IDX)
               " " WS-AMOUNT-DISPLAY
               " " WS-RCM-PO-NUMBER(WS-RCM-IDX)
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE.

      * The contract has billed its last charge - ended here with
      * the same before/after audit row a keyed END gets, signed by
      * the job the way POMAINT signs an auto-close.
       2300-END-CONTRACT.
           ADD 1 TO WS-ENDED-COUNT
           PERFORM 2810-BUILD-OLD-IMAGE
           MOVE "E" TO WS-RCM-STATUS(WS-RCM-IDX)
           MOVE WS-RCM-CONTRACT-ID(WS-RCM-IDX) TO RCH-CONTRACT-ID
           MOVE "AUTOEND" TO RCH-ACTION
           PERFORM 2820-BUILD-NEW-IMAGE
           MOVE "RECURGEN" TO RCH-USER-ID
           MOVE WS-CURRENT-TIMESTAMP TO RCH-TIMESTAMP
           WRITE RECUR-CHANGE-RECORD
           MOVE "ENDED - PAST CONTRACT END DATE"
               TO WS-REGISTER-VENDOR-NAME
           PERFORM 2500-WRITE-STATUS-LINE
           DISPLAY "CONTRACT " WS-RCM-CONTRACT-ID(WS-RCM-IDX)
               " PAST ITS END DATE - ENDED".

      * Monthly, quarterly, or annual - the billing day is clipped to
      * the length of the target month, so a contract billed on the
      * 31st falls on the 30th or the 28th/29th and comes back to the
      * 31st the month after.
       2400-ADVANCE-DUE-DATE.
           EVALUATE TRUE
               WHEN WS-RCM-FREQ-QUARTERLY(WS-RCM-IDX)
                   MOVE 3 TO WS-MONTHS-TO-ADD
               WHEN WS-RCM-FREQ-ANNUAL(WS-RCM-IDX)
                   MOVE 12 TO WS-MONTHS-TO-ADD
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
           END-EVALUATE
           MOVE WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX) TO WS-DUE-DATE-X
           IF WS-RCM-BILLING-DAY(WS-RCM-IDX) NUMERIC
                   AND WS-RCM-BILLING-DAY(WS-RCM-IDX) > 0
               MOVE WS-RCM-BILLING-DAY(WS-RCM-IDX) TO WS-BILLING-DAY
           ELSE
               MOVE WS-DUE-DD TO WS-BILLING-DAY
           END-IF
           COMPUTE WS-MONTH-NUMBER =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-MONTHS-TO-ADD
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MSTART-YYYY
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-MSTART-MM = WS-MONTH-REMAINDER + 1
           MOVE 1 TO WS-MSTART-DD
           ADD 1 TO WS-MONTH-NUMBER
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-NMSTART-YYYY
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-NMSTART-MM = WS-MONTH-REMAINDER + 1
           MOVE 1 TO WS-NMSTART-DD
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) -
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           MOVE WS-MSTART-YYYY TO WS-DUE-YYYY
           MOVE WS-MSTART-MM TO WS-DUE-MM
           IF WS-BILLING-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DUE-DD
           ELSE
               MOVE WS-BILLING-DAY TO WS-DUE-DD
           END-IF
           MOVE WS-DUE-DATE-X TO WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX).

      * A register line for a contract that was held, skipped, or
      * ended rather than billed - the status text rides in the
      * vendor-name column.
       2500-WRITE-STATUS-LINE.
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING WS-RCM-CONTRACT-ID(WS-RCM-IDX)
               "   " WS-RCM-VENDOR-CODE(WS-RCM-IDX)
               " " WS-REGISTER-VENDOR-NAME
               "            " WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE.

       2810-BUILD-OLD-IMAGE.
           PERFORM 2830-BUILD-IMAGE-FROM-ROW
           MOVE WS-RECUR-IMAGE TO RCH-OLD-IMAGE.

       2820-BUILD-NEW-IMAGE.
           PERFORM 2830-BUILD-IMAGE-FROM-ROW
           MOVE WS-RECUR-IMAGE TO RCH-NEW-IMAGE.

       2830-BUILD-IMAGE-FROM-ROW.
           MOVE WS-RCM-CONTRACT-ID(WS-RCM-IDX) TO WS-IMG-CONTRACT-ID
           MOVE WS-RCM-VENDOR-CODE(WS-RCM-IDX) TO WS-IMG-VENDOR-CODE
           MOVE WS-RCM-DESCRIPTION(WS-RCM-IDX) TO WS-IMG-DESCRIPTION
           MOVE WS-RCM-AMOUNT(WS-RCM-IDX) TO WS-IMG-AMOUNT
           MOVE WS-RCM-CURRENCY-CODE(WS-RCM-IDX)
               TO WS-IMG-CURRENCY-CODE
           MOVE WS-RCM-PO-NUMBER(WS-RCM-IDX) TO WS-IMG-PO-NUMBER
           MOVE WS-RCM-FREQUENCY(WS-RCM-IDX) TO WS-IMG-FREQUENCY
           MOVE WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)
               TO WS-IMG-NEXT-DUE-DATE
           MOVE WS-RCM-END-DATE(WS-RCM-IDX) TO WS-IMG-END-DATE
           MOVE WS-RCM-STATUS(WS-RCM-IDX) TO WS-IMG-STATUS
           MOVE WS-RCM-BILLING-DAY(WS-RCM-IDX) TO WS-IMG-BILLING-DAY
           MOVE WS-RCM-LAST-GENERATED-DATE(WS-RCM-IDX)
               TO WS-IMG-LAST-GENERATED-DATE.

      * The register's totals are the batch trailer's own figures,
      * so the register proves what INVOICE will prove.
       3000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE WS-GENERATED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "CHARGES GENERATED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE WS-BATCH-HASH TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "BATCH HASH TOTAL (AS KEYED): " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "CONTRACTS HELD:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "CONTRACTS SKIPPED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE WS-ENDED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "CONTRACTS ENDED:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE.

      * Every contract still live (active or suspended) whose end
      * date falls within the window - purchasing's notice to renew
      * or let it lapse before the charges simply stop.
       3500-WRITE-ENDING-SOON.
           MOVE SPACES TO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "CONTRACTS ENDING BY " WS-ENDING-SOON-CUTOFF-X
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE SPACES TO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           PERFORM 3510-CHECK-ENDING-SOON
               VARYING WS-RCM-IDX FROM 1 BY 1
               UNTIL WS-RCM-IDX > WS-RECUR-COUNT
           MOVE SPACES TO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE
           MOVE WS-ENDING-SOON-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "CONTRACTS ENDING SOON:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE.

       3510-CHECK-ENDING-SOON.
           IF NOT WS-RCM-STATUS-ENDED(WS-RCM-IDX)
                   AND WS-RCM-END-DATE(WS-RCM-IDX) NUMERIC
                   AND WS-RCM-END-DATE(WS-RCM-IDX) NOT >
                       WS-ENDING-SOON-CUTOFF-X
               PERFORM 3520-WRITE-ENDING-SOON-LINE
           END-IF.

       3520-WRITE-ENDING-SOON-LINE.
           ADD 1 TO WS-ENDING-SOON-COUNT
           MOVE WS-RCM-END-DATE(WS-RCM-IDX) TO WS-DUE-DATE-X
           COMPUTE WS-DAYS-REMAINING =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) -
               WS-RUN-DAY-NUMBER
           IF WS-DAYS-REMAINING < 0
               MOVE 0 TO WS-DAYS-REMAINING
           END-IF
           MOVE WS-DAYS-REMAINING TO WS-DAYS-DISPLAY
           MOVE WS-RCM-AMOUNT(WS-RCM-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RECUR-REGISTER-LINE
           STRING "  " WS-RCM-CONTRACT-ID(WS-RCM-IDX)
               "  " WS-RCM-VENDOR-CODE(WS-RCM-IDX)
               "  " WS-RCM-DESCRIPTION(WS-RCM-IDX)
               "  ENDS " WS-RCM-END-DATE(WS-RCM-IDX)
               "  IN " WS-DAYS-DISPLAY " DAYS"
               "  STATUS " WS-RCM-STATUS(WS-RCM-IDX)
               "  " WS-RCM-CURRENCY-CODE(WS-RCM-IDX)
               " " WS-AMOUNT-DISPLAY
               " FREQ " WS-RCM-FREQUENCY(WS-RCM-IDX)
               DELIMITED BY SIZE INTO RECUR-REGISTER-LINE
           WRITE RECUR-REGISTER-LINE.

      * The batch is closed before the master is renamed: a crash in
      * between leaves the temp-file tripwire for operations, and a
      * charge that reached AP-RECURRING but whose contract did not
      * advance is caught by INVOICE's duplicate check on rerun.
       4000-TERMINATE.
           MOVE SPACES TO INVOICE-RECORD
           MOVE "T" TO INV-RECORD-TYPE
           MOVE WS-GENERATED-COUNT TO INV-TRAILER-COUNT
           MOVE WS-BATCH-HASH TO INV-TRAILER-HASH
           WRITE INVOICE-RECORD
           CLOSE AP-RECURRING-FILE
           CLOSE RECUR-REGISTER-FILE
           CLOSE RECUR-CHANGE-FILE
           CLOSE VENDOR-MASTER-FILE
           OPEN OUTPUT RECUR-TEMP-FILE
           IF WS-RECUR-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN RECURRING-MASTER.TMP - "
                   "STATUS " WS-RECUR-TEMP-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-RCM-IDX FROM 1 BY 1
                   UNTIL WS-RCM-IDX > WS-RECUR-COUNT
               PERFORM 2830-BUILD-IMAGE-FROM-ROW
               MOVE WS-RECUR-IMAGE TO RECUR-TEMP-RECORD
               WRITE RECUR-TEMP-RECORD
           END-PERFORM
           CLOSE RECUR-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-RECUR-TEMP-NAME
                   WS-RECUR-REAL-NAME
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "FATAL: COULD NOT REWRITE RECURRING-MASTER - "
                   "RENAME STATUS " WS-RENAME-STATUS
               STOP RUN
           END-IF
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "GENERATED " WS-GENERATED-COUNT
               " HELD " WS-HELD-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
               " ENDED " WS-ENDED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           DISPLAY "RECURGEN COMPLETE - GENERATED " WS-GENERATED-COUNT
               " HELD " WS-HELD-COUNT
               " SKIPPED " WS-SKIPPED-COUNT
               " ENDED " WS-ENDED-COUNT
               " ENDING SOON " WS-ENDING-SOON-COUNT.

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
           MOVE "RECURGEN" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

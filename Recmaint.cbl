      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New recurring contract maintenance job. Rent, equipment
      *     leases, and utility and service contracts bill the same
      *     amount on the same day every month or quarter, and every
      *     one of those invoices was being re-keyed by hand into
      *     the daily feed. RECURRING-MASTER now holds the contract
      *     (vendor, amount, currency, PO, frequency, next due date,
      *     end date) and RECURGEN bills it; this program is the
      *     only way a contract gets onto or changes on the master,
      *     and it is the twin of VENDMNT and POMAINT. It applies a
      *     RECUR-MAINT-TRANS file of ADD / CHANGE / SUSPEND / END
      *     actions: each transaction is validated (duplicate add,
      *     change to a nonexistent or ended contract, vendor not on
      *     VENDOR-MASTER or not active, PO not on PO-MASTER, not
      *     open, or raised for a different vendor, bad frequency,
      *     non-numeric amount, unusable due or end date, end date
      *     ahead of the next charge), rejects go to the
      *     RECUR-MAINT-ERRORS report with a reason, every accepted
      *     change is logged to RECUR-CHANGE-AUDIT with before and
      *     after images, and the master is rewritten through the
      *     same atomic temp-and-rename pattern the other
      *     maintenance jobs use. Start/end rows, counts, and every
      *     reject also go to the common RUN-LOG.
      *   - VENDOR-MASTER and PO-MASTER are now indexed files; the
      *     contract's vendor and PO are proven by keyed reads
      *     instead of searches of 1000-vendor and 2000-PO tables,
      *     so a vendor or PO past the old table limits is no longer
      *     rejected as not on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-MASTER-FILE
               ASSIGN TO "RECURRING-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECUR-FILE-STATUS.

           SELECT RECUR-TRANS-FILE
               ASSIGN TO "RECUR-MAINT-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

      * A contract bills through INVOICE like any keyed invoice, so
      * its vendor must be one INVOICE will accept and its PO one
      * INVOICE can match - both are proven here, not discovered as
      * an exception on the first charge.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT PO-MASTER-FILE
               ASSIGN TO "PO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT ERROR-REPORT-FILE
               ASSIGN TO "RECUR-MAINT-ERRORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

           SELECT RECUR-CHANGE-FILE
               ASSIGN TO "RECUR-CHANGE-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-FILE-STATUS.

      * The maintained master is written here and renamed over
      * RECURRING-MASTER at end of job - same atomic temp-file
      * pattern as the other jobs that rewrite a master. RECURGEN
      * shares the temp name.
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

       FD  RECUR-TRANS-FILE.
           COPY RTRREC.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAS.

       FD  PO-MASTER-FILE.
           COPY POREC.

       FD  ERROR-REPORT-FILE.
       01  ERROR-REPORT-LINE               PIC X(100).

       FD  RECUR-CHANGE-FILE.
           COPY RCHGREC.

       FD  RECUR-TEMP-FILE.
       01  RECUR-TEMP-RECORD               PIC X(82).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-RECUR-FILE-STATUS            PIC XX.
       01  WS-TRANS-FILE-STATUS            PIC XX.
       01  WS-VENDOR-FILE-STATUS           PIC XX.
       01  WS-PO-FILE-STATUS               PIC XX.
       01  WS-ERROR-FILE-STATUS            PIC XX.
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
       01  WS-TRANS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-TRANS-EOF                VALUE "Y".

       01  WS-CONTRACT-FOUND-SW            PIC X(1) VALUE "N".
           88  WS-CONTRACT-FOUND           VALUE "Y".
       01  WS-VENDOR-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-VENDOR-FOUND             VALUE "Y".
       01  WS-PO-FOUND-SW                  PIC X(1) VALUE "N".
           88  WS-PO-FOUND                 VALUE "Y".
       01  WS-VENDOR-CHECK-SW              PIC X(1) VALUE "N".
           88  WS-VENDOR-CHECK             VALUE "Y".
       01  WS-PO-CHECK-SW                  PIC X(1) VALUE "N".
           88  WS-PO-CHECK                 VALUE "Y".
       01  WS-DUE-DATE-VALID-SW            PIC X(1) VALUE "N".
           88  WS-DUE-DATE-VALID           VALUE "Y".
       01  WS-END-DATE-VALID-SW            PIC X(1) VALUE "N".
           88  WS-END-DATE-VALID           VALUE "Y".
       01  WS-TRAN-VALID-SW                PIC X(1) VALUE "Y".
           88  WS-TRAN-VALID               VALUE "Y".
       01  WS-REJECT-REASON                PIC X(35) VALUE SPACES.

       01  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.

      * The contract as it will stand if the transaction is applied
      * - the supplied field on an ADD or a non-blank CHANGE field,
      * otherwise what is already on the master. The cross-field
      * rules (PO belongs to the vendor, end date not ahead of the
      * next charge) are proven against these.
       01  WS-EFF-VENDOR-CODE              PIC X(6)  VALUE SPACES.
       01  WS-EFF-PO-NUMBER                PIC X(8)  VALUE SPACES.
       01  WS-EFF-NEXT-DUE-DATE            PIC X(8)  VALUE SPACES.
       01  WS-EFF-END-DATE                 PIC X(8)  VALUE SPACES.

       01  WS-CHECK-DATE                   PIC 9(8)  VALUE 0.
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE
                                           PIC X(8).
       01  WS-CHECK-DAY-NUMBER             PIC S9(9) COMP VALUE 0.
       01  WS-CHECK-DATE-VALID-SW          PIC X(1) VALUE "N".
           88  WS-CHECK-DATE-VALID         VALUE "Y".

      * The whole master held and maintained in memory and written
      * back at end of job - same hard rule as the vendor and PO
      * tables: a row that does not fit would be destroyed by the
      * rewrite, so overflow at load is fatal.
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
               10  WS-RCM-NEXT-DUE-DATE    PIC X(8).
               10  WS-RCM-END-DATE         PIC X(8).
               10  WS-RCM-STATUS           PIC X(1).
                   88  WS-RCM-STATUS-SUSPENDED VALUE "S".
                   88  WS-RCM-STATUS-ENDED VALUE "E".
               10  WS-RCM-BILLING-DAY      PIC 9(2).
               10  WS-RCM-LAST-GENERATED-DATE
                                           PIC X(8).
       01  WS-RECUR-COUNT                  PIC 9(4) VALUE 0.

      * Before/after images for the change audit row, in the exact
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

       01  WS-TRANS-READ-COUNT             PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-COUNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(7) VALUE 0.

       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-TRANS-EOF
           PERFORM 3000-WRITE-ERROR-TOTALS
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 9000-OPEN-RUN-LOG
      * A leftover temp file means a prior run (this job or
      * RECURGEN, which shares the temp name) crashed before its
      * rename - same tripwire as the other rewrite jobs.
           OPEN INPUT RECUR-TEMP-FILE
           IF WS-RECUR-TEMP-FILE-STATUS = "00"
               CLOSE RECUR-TEMP-FILE
               DISPLAY "FATAL: RECURRING-MASTER.TMP ALREADY EXISTS - "
                   "A PRIOR RUN DID NOT COMPLETE"
               DISPLAY "RECONCILE RECUR-CHANGE-AUDIT AGAINST "
                   "RECURRING-MASTER, REMOVE THE TEMP FILE, AND "
                   "RERUN - REFUSING TO REAPPLY TRANSACTIONS BLINDLY"
               STOP RUN
           END-IF
      * Unlike the vendor and PO masters, an absent recurring master
      * is simply the first day of use - the first ADDs build it.
           OPEN INPUT RECURRING-MASTER-FILE
           IF WS-RECUR-FILE-STATUS = "00"
               PERFORM 1200-LOAD-RECUR-TABLE
               CLOSE RECURRING-MASTER-FILE
           ELSE
               DISPLAY "RECURRING-MASTER NOT AVAILABLE - STATUS "
                   WS-RECUR-FILE-STATUS
                   " - STARTING AN EMPTY CONTRACT MASTER"
               MOVE "NOTE" TO WS-LOG-SEVERITY
               MOVE "RECURRING-MASTER NOT FOUND - STARTING EMPTY"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN VENDOR-MASTER - STATUS "
                   WS-VENDOR-FILE-STATUS
               DISPLAY "NO CONTRACT CAN BE VALIDATED WITHOUT THE "
                   "VENDOR MASTER - REFUSING TO RUN"
               STOP RUN
           END-IF
           OPEN INPUT PO-MASTER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN PO-MASTER - STATUS "
                   WS-PO-FILE-STATUS
               DISPLAY "NO CONTRACT PO CAN BE VALIDATED WITHOUT THE "
                   "PO MASTER - REFUSING TO RUN"
               STOP RUN
           END-IF
           OPEN INPUT RECUR-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "RECUR-MAINT-TRANS NOT AVAILABLE - STATUS "
                   WS-TRANS-FILE-STATUS " - NOTHING TO APPLY"
               DISPLAY "RECURRING-MASTER LEFT UNTOUCHED"
      * A no-transactions day is a normal end, not an abend - log
      * the end row so OPSRPT does not flag the job as failed.
               MOVE "NORMAL" TO WS-LOG-SEVERITY
               MOVE "NO TRANSACTIONS - MASTER LEFT UNTOUCHED"
                   TO WS-LOG-MESSAGE
               PERFORM 9200-LOG-END
               STOP RUN
           END-IF
           OPEN OUTPUT ERROR-REPORT-FILE
           IF WS-ERROR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN RECUR-MAINT-ERRORS - "
                   "STATUS " WS-ERROR-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "RECURRING CONTRACT MAINTENANCE REJECT REPORT"
               TO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           MOVE SPACES TO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           OPEN EXTEND RECUR-CHANGE-FILE
           IF WS-CHANGE-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT RECUR-CHANGE-FILE
               CLOSE RECUR-CHANGE-FILE
               OPEN EXTEND RECUR-CHANGE-FILE
           END-IF
           PERFORM 2900-READ-NEXT-TRANS.

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

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ-COUNT
           PERFORM 2100-PROCESS-ONE-TRANS
           PERFORM 2900-READ-NEXT-TRANS.

       2100-PROCESS-ONE-TRANS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 2110-FIND-CONTRACT
           PERFORM 2112-SET-EFFECTIVE-VALUES
           PERFORM 2114-FIND-VENDOR
           PERFORM 2116-FIND-PO
           PERFORM 2118-CHECK-DATES
           PERFORM 2120-VALIDATE-TRANS
           IF WS-TRAN-VALID
               PERFORM 2200-APPLY-TRANS
           ELSE
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF.

       2110-FIND-CONTRACT.
           MOVE "N" TO WS-CONTRACT-FOUND-SW
           IF WS-RECUR-COUNT > 0
               SET WS-RCM-IDX TO 1
               SEARCH WS-RECUR-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-RCM-IDX > WS-RECUR-COUNT
                       CONTINUE
                   WHEN WS-RCM-CONTRACT-ID(WS-RCM-IDX) =
                            RTR-CONTRACT-ID
                       MOVE "Y" TO WS-CONTRACT-FOUND-SW
               END-SEARCH
           END-IF.

       2112-SET-EFFECTIVE-VALUES.
           MOVE RTR-VENDOR-CODE TO WS-EFF-VENDOR-CODE
           MOVE RTR-PO-NUMBER TO WS-EFF-PO-NUMBER
           MOVE RTR-NEXT-DUE-DATE TO WS-EFF-NEXT-DUE-DATE
           MOVE RTR-END-DATE TO WS-EFF-END-DATE
           IF WS-CONTRACT-FOUND AND NOT RTR-ACTION-ADD
               IF RTR-VENDOR-CODE = SPACES
                   MOVE WS-RCM-VENDOR-CODE(WS-RCM-IDX)
                       TO WS-EFF-VENDOR-CODE
               END-IF
               IF RTR-PO-NUMBER = SPACES
                   MOVE WS-RCM-PO-NUMBER(WS-RCM-IDX)
                       TO WS-EFF-PO-NUMBER
               END-IF
               IF RTR-NEXT-DUE-DATE = SPACES
                   MOVE WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)
                       TO WS-EFF-NEXT-DUE-DATE
               END-IF
               IF RTR-END-DATE = SPACES
                   MOVE WS-RCM-END-DATE(WS-RCM-IDX)
                       TO WS-EFF-END-DATE
               END-IF
           END-IF.

      * The vendor is proven on an ADD and whenever a CHANGE names
      * one; the PO is proven whenever the transaction touches
      * either side of the vendor/PO pairing, so a vendor change
      * cannot leave the contract pointing at another vendor's PO.
       2114-FIND-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           MOVE "N" TO WS-VENDOR-CHECK-SW
           IF RTR-ACTION-ADD
                   OR (RTR-ACTION-CHANGE
                       AND RTR-VENDOR-CODE NOT = SPACES)
               MOVE "Y" TO WS-VENDOR-CHECK-SW
           END-IF
           IF WS-VENDOR-CHECK
                   AND WS-EFF-VENDOR-CODE NOT = SPACES
               MOVE WS-EFF-VENDOR-CODE TO VM-VENDOR-CODE
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VENDOR-FOUND-SW
               END-READ
           END-IF.

       2116-FIND-PO.
           MOVE "N" TO WS-PO-FOUND-SW
           MOVE "N" TO WS-PO-CHECK-SW
           IF (RTR-ACTION-ADD OR RTR-ACTION-CHANGE)
                   AND (RTR-PO-NUMBER NOT = SPACES
                       OR RTR-VENDOR-CODE NOT = SPACES)
                   AND WS-EFF-PO-NUMBER NOT = SPACES
               MOVE "Y" TO WS-PO-CHECK-SW
           END-IF
           IF WS-PO-CHECK
               MOVE WS-EFF-PO-NUMBER TO PO-NUMBER
               READ PO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PO-FOUND-SW
               END-READ
           END-IF.

      * A supplied date must be a real calendar date - RECURGEN does
      * month arithmetic on it, and a keying slip like month 13
      * would otherwise surface as a garbage charge date.
       2118-CHECK-DATES.
           MOVE "Y" TO WS-DUE-DATE-VALID-SW
           MOVE "Y" TO WS-END-DATE-VALID-SW
           IF RTR-NEXT-DUE-DATE NOT = SPACES
               MOVE RTR-NEXT-DUE-DATE TO WS-CHECK-DATE-X
               PERFORM 2119-VALIDATE-ONE-DATE
               MOVE WS-CHECK-DATE-VALID-SW TO WS-DUE-DATE-VALID-SW
           END-IF
           IF RTR-END-DATE NOT = SPACES
               MOVE RTR-END-DATE TO WS-CHECK-DATE-X
               PERFORM 2119-VALIDATE-ONE-DATE
               MOVE WS-CHECK-DATE-VALID-SW TO WS-END-DATE-VALID-SW
           END-IF.

       2119-VALIDATE-ONE-DATE.
           MOVE "N" TO WS-CHECK-DATE-VALID-SW
           IF WS-CHECK-DATE-X NUMERIC
                   AND WS-CHECK-DATE > 16010101
               COMPUTE WS-CHECK-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
               IF WS-CHECK-DAY-NUMBER > 0
                   MOVE "Y" TO WS-CHECK-DATE-VALID-SW
               END-IF
           END-IF.

      * Every rule a hand edit could silently break is proven here
      * before anything is applied - the same discipline VENDMNT
      * and POMAINT bring to their masters. On a CHANGE the fields
      * are only checked when supplied - blank means leave as is.
       2120-VALIDATE-TRANS.
           MOVE "Y" TO WS-TRAN-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RTR-CONTRACT-ID = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "CONTRACT ID IS BLANK" TO WS-REJECT-REASON
               WHEN NOT (RTR-ACTION-ADD OR RTR-ACTION-CHANGE
                       OR RTR-ACTION-SUSPEND OR RTR-ACTION-END)
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               WHEN RTR-ACTION-ADD AND WS-CONTRACT-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "DUPLICATE ADD - CONTRACT EXISTS"
                       TO WS-REJECT-REASON
               WHEN RTR-ACTION-ADD AND WS-RECUR-COUNT >= 2000
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "CONTRACT TABLE FULL AT 2000"
                       TO WS-REJECT-REASON
               WHEN NOT RTR-ACTION-ADD AND NOT WS-CONTRACT-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "CONTRACT DOES NOT EXIST"
                       TO WS-REJECT-REASON
      * An ended contract is final - reopening one would let it bill
      * straight through the end date it was ended on. A new
      * agreement is a new contract.
               WHEN NOT RTR-ACTION-ADD
                       AND WS-RCM-STATUS-ENDED(WS-RCM-IDX)
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "CONTRACT ALREADY ENDED"
                       TO WS-REJECT-REASON
               WHEN RTR-ACTION-SUSPEND
                       AND WS-RCM-STATUS-SUSPENDED(WS-RCM-IDX)
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "CONTRACT ALREADY SUSPENDED"
                       TO WS-REJECT-REASON
               WHEN RTR-ACTION-ADD AND RTR-VENDOR-CODE = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ADD WITHOUT A VENDOR CODE"
                       TO WS-REJECT-REASON
               WHEN WS-VENDOR-CHECK AND NOT WS-VENDOR-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "VENDOR NOT ON VENDOR-MASTER"
                       TO WS-REJECT-REASON
               WHEN WS-VENDOR-CHECK
                       AND NOT VM-STATUS-ACTIVE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "VENDOR IS NOT ACTIVE" TO WS-REJECT-REASON
               WHEN RTR-ACTION-ADD
                       AND (RTR-AMOUNT-X NOT NUMERIC
                           OR RTR-AMOUNT = 0)
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ADD AMOUNT MISSING OR NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN RTR-ACTION-CHANGE
                       AND RTR-AMOUNT-X NOT = SPACES
                       AND (RTR-AMOUNT-X NOT NUMERIC
                           OR RTR-AMOUNT = 0)
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "AMOUNT NOT NUMERIC OR ZERO"
                       TO WS-REJECT-REASON
               WHEN (RTR-ACTION-ADD
                       OR (RTR-ACTION-CHANGE
                           AND RTR-FREQUENCY NOT = SPACES))
                       AND RTR-FREQUENCY NOT = "M"
                       AND RTR-FREQUENCY NOT = "Q"
                       AND RTR-FREQUENCY NOT = "A"
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "FREQUENCY NOT M, Q, OR A"
                       TO WS-REJECT-REASON
               WHEN RTR-ACTION-ADD AND RTR-NEXT-DUE-DATE = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ADD WITHOUT A FIRST DUE DATE"
                       TO WS-REJECT-REASON
               WHEN (RTR-ACTION-ADD OR RTR-ACTION-CHANGE)
                       AND NOT WS-DUE-DATE-VALID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "DUE DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
               WHEN (RTR-ACTION-ADD OR RTR-ACTION-CHANGE)
                       AND NOT WS-END-DATE-VALID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "END DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
               WHEN (RTR-ACTION-ADD OR RTR-ACTION-CHANGE)
                       AND WS-EFF-END-DATE NOT = SPACES
                       AND WS-EFF-END-DATE < WS-EFF-NEXT-DUE-DATE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "END DATE BEFORE NEXT DUE DATE"
                       TO WS-REJECT-REASON
               WHEN (RTR-ACTION-ADD OR RTR-ACTION-CHANGE)
                       AND RTR-STATUS NOT = SPACES
                       AND RTR-STATUS NOT = "A"
                       AND RTR-STATUS NOT = "S"
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "STATUS NOT A OR S" TO WS-REJECT-REASON
               WHEN WS-PO-CHECK AND NOT WS-PO-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "PO NOT ON PO-MASTER" TO WS-REJECT-REASON
               WHEN WS-PO-CHECK
                       AND NOT PO-STATUS-OPEN
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "PO NOT OPEN" TO WS-REJECT-REASON
               WHEN WS-PO-CHECK
                       AND PO-VENDOR-CODE NOT =
                           WS-EFF-VENDOR-CODE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "PO RAISED FOR ANOTHER VENDOR"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       2200-APPLY-TRANS.
           EVALUATE TRUE
               WHEN RTR-ACTION-ADD
                   PERFORM 2210-APPLY-ADD
               WHEN RTR-ACTION-CHANGE
                   PERFORM 2220-APPLY-CHANGE
               WHEN RTR-ACTION-SUSPEND
                   PERFORM 2230-APPLY-SUSPEND
               WHEN RTR-ACTION-END
                   PERFORM 2240-APPLY-END
           END-EVALUATE
           ADD 1 TO WS-ACCEPTED-COUNT.

       2210-APPLY-ADD.
           ADD 1 TO WS-RECUR-COUNT
           SET WS-RCM-IDX TO WS-RECUR-COUNT
           MOVE RTR-CONTRACT-ID TO WS-RCM-CONTRACT-ID(WS-RCM-IDX)
           MOVE RTR-VENDOR-CODE TO WS-RCM-VENDOR-CODE(WS-RCM-IDX)
           MOVE RTR-DESCRIPTION TO WS-RCM-DESCRIPTION(WS-RCM-IDX)
           MOVE RTR-AMOUNT TO WS-RCM-AMOUNT(WS-RCM-IDX)
           MOVE RTR-CURRENCY-CODE
               TO WS-RCM-CURRENCY-CODE(WS-RCM-IDX)
           MOVE RTR-PO-NUMBER TO WS-RCM-PO-NUMBER(WS-RCM-IDX)
           MOVE RTR-FREQUENCY TO WS-RCM-FREQUENCY(WS-RCM-IDX)
           MOVE RTR-NEXT-DUE-DATE
               TO WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)
           MOVE RTR-NEXT-DUE-DATE(7:2)
               TO WS-RCM-BILLING-DAY(WS-RCM-IDX)
           MOVE RTR-END-DATE TO WS-RCM-END-DATE(WS-RCM-IDX)
           IF RTR-STATUS = SPACES
               MOVE "A" TO WS-RCM-STATUS(WS-RCM-IDX)
           ELSE
               MOVE RTR-STATUS TO WS-RCM-STATUS(WS-RCM-IDX)
           END-IF
           MOVE SPACES TO WS-RCM-LAST-GENERATED-DATE(WS-RCM-IDX)
           MOVE SPACES TO RCH-OLD-IMAGE
           PERFORM 2800-WRITE-CHANGE-AUDIT
           DISPLAY "CONTRACT " RTR-CONTRACT-ID " ADDED BY "
               RTR-USER-ID.

      * Blank fields on a CHANGE leave the master value alone, same
      * as vendor maintenance. A new next due date also resets the
      * billing day, so re-basing a contract onto the 15th keeps it
      * on the 15th.
       2220-APPLY-CHANGE.
           PERFORM 2810-BUILD-OLD-IMAGE
           IF RTR-VENDOR-CODE NOT = SPACES
               MOVE RTR-VENDOR-CODE TO WS-RCM-VENDOR-CODE(WS-RCM-IDX)
           END-IF
           IF RTR-DESCRIPTION NOT = SPACES
               MOVE RTR-DESCRIPTION TO WS-RCM-DESCRIPTION(WS-RCM-IDX)
           END-IF
           IF RTR-AMOUNT-X NOT = SPACES
               MOVE RTR-AMOUNT TO WS-RCM-AMOUNT(WS-RCM-IDX)
           END-IF
           IF RTR-CURRENCY-CODE NOT = SPACES
               MOVE RTR-CURRENCY-CODE
                   TO WS-RCM-CURRENCY-CODE(WS-RCM-IDX)
           END-IF
           IF RTR-PO-NUMBER NOT = SPACES
               MOVE RTR-PO-NUMBER TO WS-RCM-PO-NUMBER(WS-RCM-IDX)
           END-IF
           IF RTR-FREQUENCY NOT = SPACES
               MOVE RTR-FREQUENCY TO WS-RCM-FREQUENCY(WS-RCM-IDX)
           END-IF
           IF RTR-NEXT-DUE-DATE NOT = SPACES
               MOVE RTR-NEXT-DUE-DATE
                   TO WS-RCM-NEXT-DUE-DATE(WS-RCM-IDX)
               MOVE RTR-NEXT-DUE-DATE(7:2)
                   TO WS-RCM-BILLING-DAY(WS-RCM-IDX)
           END-IF
           IF RTR-END-DATE NOT = SPACES
               MOVE RTR-END-DATE TO WS-RCM-END-DATE(WS-RCM-IDX)
           END-IF
           IF RTR-STATUS NOT = SPACES
               MOVE RTR-STATUS TO WS-RCM-STATUS(WS-RCM-IDX)
           END-IF
           PERFORM 2800-WRITE-CHANGE-AUDIT
           DISPLAY "CONTRACT " RTR-CONTRACT-ID " CHANGED BY "
               RTR-USER-ID.

       2230-APPLY-SUSPEND.
           PERFORM 2810-BUILD-OLD-IMAGE
           MOVE "S" TO WS-RCM-STATUS(WS-RCM-IDX)
           PERFORM 2800-WRITE-CHANGE-AUDIT
           DISPLAY "CONTRACT " RTR-CONTRACT-ID " SUSPENDED BY "
               RTR-USER-ID.

      * An END with a date records when the agreement actually
      * stopped; without one the contract simply ends today. Either
      * way it bills nothing further.
       2240-APPLY-END.
           PERFORM 2810-BUILD-OLD-IMAGE
           MOVE "E" TO WS-RCM-STATUS(WS-RCM-IDX)
           IF RTR-END-DATE NOT = SPACES
               MOVE RTR-END-DATE TO WS-RCM-END-DATE(WS-RCM-IDX)
           ELSE
               MOVE WS-CURRENT-TIMESTAMP(1:8)
                   TO WS-RCM-END-DATE(WS-RCM-IDX)
           END-IF
           PERFORM 2800-WRITE-CHANGE-AUDIT
           DISPLAY "CONTRACT " RTR-CONTRACT-ID " ENDED BY "
               RTR-USER-ID.

      * WS-RCM-IDX addresses the row the action just touched (set by
      * the search for CHANGE/SUSPEND/END, or to the new row by the
      * ADD) - both images come from it, same convention as VENDMNT.
       2800-WRITE-CHANGE-AUDIT.
           MOVE RTR-CONTRACT-ID TO RCH-CONTRACT-ID
           MOVE RTR-ACTION TO RCH-ACTION
           PERFORM 2820-BUILD-NEW-IMAGE
           MOVE RTR-USER-ID TO RCH-USER-ID
           MOVE WS-CURRENT-TIMESTAMP TO RCH-TIMESTAMP
           WRITE RECUR-CHANGE-RECORD.

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

       2300-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO ERROR-REPORT-LINE
           STRING RTR-ACTION
               " " RTR-CONTRACT-ID
               " BY " RTR-USER-ID
               " ON " RTR-TRAN-DATE
               " REJECTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           MOVE "NOTE" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "REJECTED " RTR-ACTION " " RTR-CONTRACT-ID
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9100-LOG-WARNING
           DISPLAY "TRANSACTION " WS-TRANS-READ-COUNT " ("
               RTR-ACTION " " RTR-CONTRACT-ID ") REJECTED - "
               WS-REJECT-REASON.

       2900-READ-NEXT-TRANS.
           READ RECUR-TRANS-FILE
               AT END
                   SET WS-TRANS-EOF TO TRUE
           END-READ.

       3000-WRITE-ERROR-TOTALS.
           MOVE SPACES TO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           MOVE WS-TRANS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ERROR-REPORT-LINE
           STRING "TRANSACTIONS READ:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ERROR-REPORT-LINE
           STRING "TRANSACTIONS ACCEPTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ERROR-REPORT-LINE
           STRING "TRANSACTIONS REJECTED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE.

       4000-TERMINATE.
           CLOSE RECUR-TRANS-FILE
           CLOSE ERROR-REPORT-FILE
           CLOSE RECUR-CHANGE-FILE
           CLOSE VENDOR-MASTER-FILE
           CLOSE PO-MASTER-FILE
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
           STRING "READ " WS-TRANS-READ-COUNT
               " ACCEPTED " WS-ACCEPTED-COUNT
               " REJECTED " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           DISPLAY "RECMAINT COMPLETE - READ " WS-TRANS-READ-COUNT
               " ACCEPTED " WS-ACCEPTED-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " CONTRACTS ON FILE " WS-RECUR-COUNT.

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
           MOVE "RECMAINT" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

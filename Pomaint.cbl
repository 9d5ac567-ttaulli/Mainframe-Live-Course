      *   - Run-log support: start/end rows, counts, and every
      *     reject (with its reason) now also go to the common
      *     RUN-LOG for the OPSRPT end-of-night summary.
      *   - PO-MASTER and VENDOR-MASTER are now indexed files read
      *     by key. Each accepted transaction and each auto-close is
      *     written to PO-MASTER in place, right after its audit row,
      *     instead of the whole master being held in a table and
      *     rewritten through PO-MASTER.TMP at end of job, so the
      *     2000-order table limit and the temp-file tripwire are
      *     gone. A rerun of the same transaction file after a crash
      *     rejects the adds and closes already applied and repeats
      *     the amendments to the same amounts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Read and updated by PO number; browsed in PO number order
      * for the auto-close pass and the commitment report.
           SELECT PO-MASTER-FILE
               ASSIGN TO "PO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT PO-TRANS-FILE

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

      * Unapplied PO-ACTIVITY means PO-MASTER's invoiced amounts are
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMIT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  COMMITMENT-REPORT-FILE.
       01  COMMITMENT-REPORT-LINE          PIC X(110).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       01  WS-ERROR-FILE-STATUS            PIC XX.
       01  WS-CHANGE-FILE-STATUS           PIC XX.
       01  WS-COMMIT-FILE-STATUS           PIC XX.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.
           88  WS-PO-EOF                   VALUE "Y".
       01  WS-TRANS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-TRANS-EOF                VALUE "Y".

       01  WS-PO-FOUND-SW                  PIC X(1) VALUE "N".
           88  WS-PO-FOUND                 VALUE "Y".
       01  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

       01  WS-PO-ON-FILE-COUNT             PIC 9(7) VALUE 0.

      * Before/after images for the change audit row, in the exact
      * PO-MASTER record layout - taken from PO-RECORD as it stands
      * before and after the change.
       01  WS-PO-IMAGE.
           05  WS-IMG-PO-NUMBER            PIC X(8).
           05  WS-IMG-VENDOR-CODE          PIC X(6).
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 9000-OPEN-RUN-LOG
      * Amending or auto-closing against balances the journal has
      * not been folded into yet would be wrong in both directions
      * - an amendment could pass validation it should fail, and an
               END-READ
               CLOSE PO-ACTIVITY-FILE
           END-IF
           OPEN I-O PO-MASTER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN PO-MASTER - STATUS "
                   WS-PO-FILE-STATUS
                   "REFUSING TO BUILD A NEW ONE FROM NOTHING"
               STOP RUN
           END-IF
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN VENDOR-MASTER - STATUS "
                   "MASTER - REFUSING TO RUN"
               STOP RUN
           END-IF
           OPEN INPUT PO-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "PO-MAINT-TRANS NOT AVAILABLE - STATUS "
               PERFORM 2900-READ-NEXT-TRANS
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ-COUNT
           PERFORM 2100-PROCESS-ONE-TRANS
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF.

      * A found PO is left in PO-RECORD for the validation and the
      * apply paragraphs - no other PO read runs in between.
       2110-FIND-PO.
           MOVE "N" TO WS-PO-FOUND-SW
           MOVE PTR-PO-NUMBER TO PO-NUMBER
           READ PO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PO-FOUND-SW
           END-READ.

      * Vendor code and status are all the validation needs - no PO
      * for an unknown or blocked vendor.
       2115-FIND-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           IF PTR-VENDOR-CODE NOT = SPACES
               MOVE PTR-VENDOR-CODE TO VM-VENDOR-CODE
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VENDOR-FOUND-SW
               END-READ
           END-IF.

      * Every rule a hand edit could silently break is proven here
                   MOVE "VENDOR NOT ON VENDOR-MASTER"
                       TO WS-REJECT-REASON
               WHEN PTR-ACTION-ADD
                       AND VM-STATUS-BLOCKED
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "VENDOR IS BLOCKED" TO WS-REJECT-REASON
               WHEN PTR-ACTION-ADD
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ADD AMOUNT MISSING OR NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN (PTR-ACTION-AMEND OR PTR-ACTION-CLOSE)
                       AND NOT WS-PO-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "PO DOES NOT EXIST" TO WS-REJECT-REASON
               WHEN PTR-ACTION-AMEND
                       AND NOT PO-STATUS-OPEN
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "PO NOT OPEN" TO WS-REJECT-REASON
               WHEN PTR-ACTION-AMEND
      * invoiced against it - that would instantly throw every
      * future match into EXCEEDS PO BALANCE exceptions.
               WHEN PTR-ACTION-AMEND
                       AND PTR-AMOUNT < PO-INVOICED-AMOUNT
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "AMEND BELOW INVOICED AMOUNT"
                       TO WS-REJECT-REASON
               WHEN PTR-ACTION-CLOSE
                       AND PO-STATUS-CLOSED
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "PO ALREADY CLOSED" TO WS-REJECT-REASON
           END-EVALUATE.
           END-EVALUATE
           ADD 1 TO WS-ACCEPTED-COUNT.

      * The audit row is written ahead of the master update in each
      * action, so no change can reach PO-MASTER without one.
       2210-APPLY-ADD.
           MOVE PTR-PO-NUMBER TO PO-NUMBER
           MOVE PTR-VENDOR-CODE TO PO-VENDOR-CODE
           MOVE PTR-AMOUNT TO PO-AMOUNT
           MOVE 0 TO PO-INVOICED-AMOUNT
           MOVE "O" TO PO-STATUS
           MOVE SPACES TO PCH-OLD-IMAGE
           PERFORM 2800-WRITE-CHANGE-AUDIT
           WRITE PO-RECORD
               INVALID KEY
                   DISPLAY "FATAL: CANNOT ADD PO " PO-NUMBER
                       " TO PO-MASTER - STATUS " WS-PO-FILE-STATUS
                   STOP RUN
           END-WRITE
           DISPLAY "PO " PTR-PO-NUMBER " ADDED BY " PTR-USER-ID.

       2220-APPLY-AMEND.
           PERFORM 2810-BUILD-OLD-IMAGE
           MOVE PTR-AMOUNT TO PO-AMOUNT
           PERFORM 2800-WRITE-CHANGE-AUDIT
           PERFORM 2840-REWRITE-PO
           DISPLAY "PO " PTR-PO-NUMBER " AMENDED BY " PTR-USER-ID.

       2230-APPLY-CLOSE.
           PERFORM 2810-BUILD-OLD-IMAGE
           MOVE "C" TO PO-STATUS
           PERFORM 2800-WRITE-CHANGE-AUDIT
           PERFORM 2840-REWRITE-PO
           DISPLAY "PO " PTR-PO-NUMBER " CLOSED BY " PTR-USER-ID.

      * Purchasing stops matching against a spent order without
      * the same before/after audit row a keyed CLOSE gets.
       2700-AUTO-CLOSE-EXHAUSTED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 2750-START-PO-BROWSE
           PERFORM UNTIL WS-PO-EOF
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-PO-EOF TO TRUE
                   NOT AT END
                       IF PO-STATUS-OPEN
                               AND PO-INVOICED-AMOUNT >= PO-AMOUNT
                           PERFORM 2710-AUTO-CLOSE-ONE
                       END-IF
               END-READ
           END-PERFORM.

       2710-AUTO-CLOSE-ONE.
           ADD 1 TO WS-AUTO-CLOSED-COUNT
           PERFORM 2810-BUILD-OLD-IMAGE
           MOVE "C" TO PO-STATUS
           MOVE PO-NUMBER TO PCH-PO-NUMBER
           MOVE "AUTOCLOSE" TO PCH-ACTION
           PERFORM 2820-BUILD-NEW-IMAGE
           MOVE "POMAINT" TO PCH-USER-ID
           MOVE WS-CURRENT-TIMESTAMP TO PCH-TIMESTAMP
           WRITE PO-CHANGE-RECORD
           PERFORM 2840-REWRITE-PO
           DISPLAY "PO " PO-NUMBER
               " FULLY INVOICED - AUTO-CLOSED".

      * Positions PO-MASTER at its first order for a pass in PO
      * number order.
       2750-START-PO-BROWSE.
           MOVE "N" TO WS-PO-EOF-SW
           MOVE LOW-VALUES TO PO-NUMBER
           START PO-MASTER-FILE KEY IS NOT LESS THAN PO-NUMBER
               INVALID KEY
                   SET WS-PO-EOF TO TRUE
           END-START.

      * PO-RECORD holds the order the action just touched - both
      * images come from it, same convention as VENDMNT.
       2800-WRITE-CHANGE-AUDIT.
           MOVE PTR-PO-NUMBER TO PCH-PO-NUMBER
           WRITE PO-CHANGE-RECORD.

       2810-BUILD-OLD-IMAGE.
           MOVE PO-RECORD TO WS-PO-IMAGE
           MOVE WS-PO-IMAGE TO PCH-OLD-IMAGE.

       2820-BUILD-NEW-IMAGE.
           MOVE PO-RECORD TO WS-PO-IMAGE
           MOVE WS-PO-IMAGE TO PCH-NEW-IMAGE.

       2840-REWRITE-PO.
           REWRITE PO-RECORD
               INVALID KEY
                   DISPLAY "FATAL: CANNOT REWRITE PO " PO-NUMBER
                       " ON PO-MASTER - STATUS " WS-PO-FILE-STATUS
                   STOP RUN
           END-REWRITE.

       2300-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           WRITE COMMITMENT-REPORT-LINE
           MOVE SPACES TO COMMITMENT-REPORT-LINE
           WRITE COMMITMENT-REPORT-LINE
           PERFORM 2750-START-PO-BROWSE
           PERFORM UNTIL WS-PO-EOF
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-PO-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PO-ON-FILE-COUNT
                       IF PO-STATUS-OPEN
                           PERFORM 3510-WRITE-COMMITMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO COMMITMENT-REPORT-LINE
           WRITE COMMITMENT-REPORT-LINE

       3510-WRITE-COMMITMENT-LINE.
           ADD 1 TO WS-OPEN-PO-COUNT
           ADD PO-AMOUNT TO WS-OPEN-COMMITTED-AMOUNT
           ADD PO-INVOICED-AMOUNT TO WS-OPEN-INVOICED-AMOUNT
           COMPUTE WS-REMAINING-AMOUNT =
               PO-AMOUNT - PO-INVOICED-AMOUNT
           IF WS-REMAINING-AMOUNT > 0
               ADD WS-REMAINING-AMOUNT TO WS-OPEN-REMAINING-AMOUNT
           END-IF
           COMPUTE WS-NEAR-LIMIT-AMOUNT ROUNDED =
               PO-AMOUNT * WS-NEAR-LIMIT-PCT
           IF PO-INVOICED-AMOUNT >= WS-NEAR-LIMIT-AMOUNT
               MOVE "NEAR-LIMIT" TO WS-NEAR-TAG
               ADD 1 TO WS-NEAR-LIMIT-COUNT
           ELSE
               MOVE SPACES TO WS-NEAR-TAG
           END-IF
           MOVE PO-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE PO-INVOICED-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE WS-REMAINING-AMOUNT TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO COMMITMENT-REPORT-LINE
           STRING "  " PO-NUMBER
               "  " PO-VENDOR-CODE
               "  ORD " WS-AMOUNT-DISPLAY
               "  INV " WS-AMOUNT-DISPLAY-2
               "  REM " WS-AMOUNT-DISPLAY-3
           CLOSE ERROR-REPORT-FILE
           CLOSE PO-CHANGE-FILE
           CLOSE COMMITMENT-REPORT-FILE
           CLOSE PO-MASTER-FILE
           CLOSE VENDOR-MASTER-FILE
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "READ " WS-TRANS-READ-COUNT
               " ACCEPTED " WS-ACCEPTED-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " AUTO-CLOSED " WS-AUTO-CLOSED-COUNT
               " ORDERS ON FILE " WS-PO-ON-FILE-COUNT.

      * Common run-log plumbing - same four paragraphs as the rest
      * of the suite; an abend leaves the start row unmatched and

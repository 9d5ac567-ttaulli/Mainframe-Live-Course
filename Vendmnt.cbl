      *   - Run-log support: start/end rows, counts, and every
      *     reject (with its reason) now also go to the common
      *     RUN-LOG for the OPSRPT end-of-night summary.
      *   - VENDOR-MASTER is now an indexed file read by vendor code.
      *     Each accepted transaction is written to the master in
      *     place, right after its audit row, instead of the whole
      *     master being held in a table and rewritten through
      *     VENDOR-MASTER.TMP at end of job, so the 1000-vendor table
      *     limit and the temp-file tripwire are gone. A rerun of the
      *     same transaction file after a crash rejects the adds
      *     already applied and repeats the other actions to the
      *     same values.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT VENDOR-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  VENDOR-CHANGE-FILE.
           COPY VCHGREC.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       01  WS-THRESHOLD-FILE-STATUS        PIC XX.
       01  WS-ERROR-FILE-STATUS            PIC XX.
       01  WS-CHANGE-FILE-STATUS           PIC XX.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.

       01  WS-TRANS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-TRANS-EOF                VALUE "Y".


       01  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.

      * Threshold keys loaded from THRESHOLD-FILE - only the keys
      * matter here; a supplied category must match one or the
      * vendor would silently route on the wrong (or default)
       01  WS-THRESHOLD-COUNT              PIC 9(4) VALUE 0.

      * Before/after images for the change audit row, in the exact
      * VENDOR-MASTER record layout - taken from VENDOR-RECORD as it
      * stands before and after the change. The terms come across
      * byte for byte, so a legacy row's blank terms are written
      * back blank, not zero-filled into meaning something.
       01  WS-VENDOR-IMAGE.
           05  WS-IMG-CODE                 PIC X(6).
           05  WS-IMG-NAME                 PIC X(30).

       1000-INITIALIZE.
           PERFORM 9000-OPEN-RUN-LOG
           OPEN I-O VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN VENDOR-MASTER - STATUS "
                   WS-VENDOR-FILE-STATUS
                   "REFUSING TO BUILD A NEW ONE FROM NOTHING"
               STOP RUN
           END-IF
           OPEN INPUT THRESHOLD-FILE
           IF WS-THRESHOLD-FILE-STATUS = "00"
               PERFORM 1300-LOAD-THRESHOLD-TABLE
           END-IF
           PERFORM 2900-READ-NEXT-TRANS.

       1300-LOAD-THRESHOLD-TABLE.
           PERFORM UNTIL WS-THRESHOLD-EOF
               READ THRESHOLD-FILE
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF.

      * A found vendor is left in VENDOR-RECORD for the apply
      * paragraphs - no other vendor read runs in between.
       2110-FIND-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           MOVE VTR-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VENDOR-FOUND-SW
           END-READ.

       2115-FIND-CATEGORY.
           MOVE "N" TO WS-CATEGORY-FOUND-SW
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ADD WITHOUT A VENDOR NAME"
                       TO WS-REJECT-REASON
               WHEN (VTR-ACTION-CHANGE OR VTR-ACTION-DEACTIVATE
                       OR VTR-ACTION-BLOCK)
                       AND NOT WS-VENDOR-FOUND
           END-EVALUATE
           ADD 1 TO WS-ACCEPTED-COUNT.

      * The audit row is written ahead of the master update in each
      * action, so no change can reach VENDOR-MASTER without one.
       2210-APPLY-ADD.
           MOVE SPACES TO VENDOR-RECORD
           MOVE VTR-VENDOR-CODE TO VM-VENDOR-CODE
           MOVE VTR-VENDOR-NAME TO VM-VENDOR-NAME
           IF VTR-VENDOR-STATUS = SPACES
               MOVE "A" TO VM-VENDOR-STATUS
           ELSE
               MOVE VTR-VENDOR-STATUS TO VM-VENDOR-STATUS
           END-IF
           MOVE VTR-VENDOR-CATEGORY TO VM-VENDOR-CATEGORY
           MOVE VTR-DISCOUNT-PCT TO VM-DISCOUNT-PCT-X
           MOVE VTR-DISCOUNT-DAYS TO VM-DISCOUNT-DAYS-X
           MOVE VTR-NET-DAYS TO VM-NET-DAYS-X
           MOVE VTR-TAX-ID TO VM-TAX-ID
      * An ADD with no flag keyed is simply not reportable yet - a
      * blank is stored as keyed, the same as the legacy rows.
           MOVE VTR-1099-FLAG TO VM-1099-FLAG
           MOVE SPACES TO VCH-OLD-IMAGE
           PERFORM 2800-WRITE-CHANGE-AUDIT
           WRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "FATAL: CANNOT ADD VENDOR " VM-VENDOR-CODE
                       " TO VENDOR-MASTER - STATUS "
                       WS-VENDOR-FILE-STATUS
                   STOP RUN
           END-WRITE
           DISPLAY "VENDOR " VTR-VENDOR-CODE " ADDED BY "
               VTR-USER-ID.

       2220-APPLY-CHANGE.
           PERFORM 2810-BUILD-OLD-IMAGE
           IF VTR-VENDOR-NAME NOT = SPACES
               MOVE VTR-VENDOR-NAME TO VM-VENDOR-NAME
           END-IF
           IF VTR-VENDOR-STATUS NOT = SPACES
               MOVE VTR-VENDOR-STATUS TO VM-VENDOR-STATUS
           END-IF
           IF VTR-VENDOR-CATEGORY NOT = SPACES
               MOVE VTR-VENDOR-CATEGORY TO VM-VENDOR-CATEGORY
           END-IF
           IF VTR-DISCOUNT-PCT NOT = SPACES
               MOVE VTR-DISCOUNT-PCT TO VM-DISCOUNT-PCT-X
           END-IF
           IF VTR-DISCOUNT-DAYS NOT = SPACES
               MOVE VTR-DISCOUNT-DAYS TO VM-DISCOUNT-DAYS-X
           END-IF
           IF VTR-NET-DAYS NOT = SPACES
               MOVE VTR-NET-DAYS TO VM-NET-DAYS-X
           END-IF
           IF VTR-TAX-ID NOT = SPACES
               MOVE VTR-TAX-ID TO VM-TAX-ID
           END-IF
           IF VTR-1099-FLAG NOT = SPACES
               MOVE VTR-1099-FLAG TO VM-1099-FLAG
           END-IF
           PERFORM 2800-WRITE-CHANGE-AUDIT
           PERFORM 2840-REWRITE-VENDOR
           DISPLAY "VENDOR " VTR-VENDOR-CODE " CHANGED BY "
               VTR-USER-ID.

       2230-APPLY-DEACTIVATE.
           PERFORM 2810-BUILD-OLD-IMAGE
           MOVE "I" TO VM-VENDOR-STATUS
           PERFORM 2800-WRITE-CHANGE-AUDIT
           PERFORM 2840-REWRITE-VENDOR
           DISPLAY "VENDOR " VTR-VENDOR-CODE " DEACTIVATED BY "
               VTR-USER-ID.

       2240-APPLY-BLOCK.
           PERFORM 2810-BUILD-OLD-IMAGE
           MOVE "B" TO VM-VENDOR-STATUS
           PERFORM 2800-WRITE-CHANGE-AUDIT
           PERFORM 2840-REWRITE-VENDOR
           DISPLAY "VENDOR " VTR-VENDOR-CODE " BLOCKED BY "
               VTR-USER-ID.

      * VENDOR-RECORD holds the row the action is touching (read by
      * 2110-FIND-VENDOR for CHANGE/DEACTIVATE/BLOCK, or built by
      * the ADD) - both images come from it.
       2800-WRITE-CHANGE-AUDIT.
           MOVE VTR-VENDOR-CODE TO VCH-VENDOR-CODE
           WRITE VENDOR-CHANGE-RECORD.

       2810-BUILD-OLD-IMAGE.
           MOVE VENDOR-RECORD TO WS-VENDOR-IMAGE
           MOVE WS-VENDOR-IMAGE TO VCH-OLD-IMAGE.

       2820-BUILD-NEW-IMAGE.
           MOVE VENDOR-RECORD TO WS-VENDOR-IMAGE
           MOVE WS-VENDOR-IMAGE TO VCH-NEW-IMAGE.

       2840-REWRITE-VENDOR.
           REWRITE VENDOR-RECORD
               INVALID KEY
                   DISPLAY "FATAL: CANNOT REWRITE VENDOR "
                       VM-VENDOR-CODE " ON VENDOR-MASTER - STATUS "
                       WS-VENDOR-FILE-STATUS
                   STOP RUN
           END-REWRITE.

       2300-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           CLOSE VENDOR-TRANS-FILE
           CLOSE ERROR-REPORT-FILE
           CLOSE VENDOR-CHANGE-FILE
           CLOSE VENDOR-MASTER-FILE
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "READ " WS-TRANS-READ-COUNT
           PERFORM 9200-LOG-END
           DISPLAY "VENDMNT COMPLETE - READ " WS-TRANS-READ-COUNT
               " ACCEPTED " WS-ACCEPTED-COUNT
               " REJECTED " WS-REJECTED-COUNT.

      * Common run-log plumbing - same four paragraphs as the rest
      * of the suite; an abend leaves the start row unmatched and

      *   - Run-log support: start/end rows, counts, and the
      *     held-TIN and unknown-vendor warnings now also go to the
      *     common RUN-LOG for the OPSRPT end-of-night summary.
      *   - VENDOR-MASTER is now an indexed file. Instead of the
      *     whole master being loaded into a 1000-vendor table, each
      *     vendor paid in the year is read by key the first time
      *     it turns up on AP-PAID-HISTORY and totalled in a table
      *     of the year's payees, sorted into vendor order for the
      *     filing pass.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEND1099.
       FILE-CONTROL.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT PAID-HISTORY-FILE
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.

       01  WS-PAID-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-PAID-EOF                 VALUE "Y".
       01  WS-VENDOR-FOUND-SW              PIC X(1) VALUE "N".
       01  WS-TAX-YEAR                     PIC 9(4)  VALUE 0.
       01  WS-REPORTING-MINIMUM            PIC 9(7)V99 VALUE 600.00.

      * Every vendor paid in the tax year, taken off VENDOR-MASTER
      * the first time it is seen, with a signed calendar-year
      * payment accumulator per row - credits netted at the ERP come
      * back through AP-PAID-HISTORY with the credit marker and are
      * subtracted, so the total is what the vendor was actually
      * paid, which is what the 1099 reports. Sorted by vendor code
      * before the filing pass; unused rows sort last.
       01  WS-VENDOR-TABLE-AREA.
           05  WS-VENDOR-TABLE OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-VEN-CODE
                   INDEXED BY WS-VEN-IDX.
               10  WS-VEN-CODE             PIC X(6).
               10  WS-VEN-NAME             PIC X(30).
                   "- REFUSING TO RUN"
               STOP RUN
           END-IF
           OPEN INPUT PAID-HISTORY-FILE
           IF WS-PAID-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN AP-PAID-HISTORY - "
           WRITE REVIEW-REPORT-LINE
           PERFORM 2900-READ-NEXT-PAID.

      * Only payments the ERP confirmed inside the tax year count -
      * the paid date is the money's date, not the release date.
      * A netted credit subtracts; the year's total is what the
                       MOVE "Y" TO WS-VENDOR-FOUND-SW
               END-SEARCH
           END-IF
           IF NOT WS-VENDOR-FOUND
               PERFORM 2110-ADD-PAID-VENDOR
           END-IF
           IF WS-VENDOR-FOUND
               IF PAID-ITEM-CREDIT
                   SUBTRACT PAID-PAID-AMOUNT
               PERFORM 9100-LOG-WARNING
           END-IF.

      * A vendor not yet in the table is read off the master by
      * key; one the master does not know stays out of the table,
      * so each of its rows is reported as unknown.
       2110-ADD-PAID-VENDOR.
           MOVE PAID-VENDOR-CODE TO VM-VENDOR-CODE
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-VENDOR-FOUND-SW
           END-READ
           IF WS-VENDOR-FOUND
               IF WS-VENDOR-COUNT < 5000
                   ADD 1 TO WS-VENDOR-COUNT
                   SET WS-VEN-IDX TO WS-VENDOR-COUNT
                   MOVE VM-VENDOR-CODE TO WS-VEN-CODE(WS-VEN-IDX)
                   MOVE VM-VENDOR-NAME TO WS-VEN-NAME(WS-VEN-IDX)
                   MOVE VM-TAX-ID TO WS-VEN-TAX-ID(WS-VEN-IDX)
                   MOVE VM-1099-FLAG TO WS-VEN-1099-FLAG(WS-VEN-IDX)
                   MOVE 0 TO WS-VEN-PAID-TOTAL(WS-VEN-IDX)
               ELSE
                   DISPLAY "FATAL: PAYEE TABLE FULL AT 5000 VENDORS "
                       "- " VM-VENDOR-CODE " AND LATER PAYEES WOULD "
                       "BE LEFT OFF THE FILING - REFUSING TO RUN"
                   STOP RUN
               END-IF
           END-IF.

       2900-READ-NEXT-PAID.
           READ PAID-HISTORY-FILE
               AT END
      * is held with a W-9 chase flag when it is not; under the
      * minimum is counted for the record.
       3000-BUILD-1099-OUTPUTS.
           PERFORM 3050-SORT-VENDOR-TABLE
           PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
                   UNTIL WS-VEN-SUB > WS-VENDOR-COUNT
               IF WS-VEN-1099-FLAG(WS-VEN-SUB) = "Y"
           END-PERFORM
           PERFORM 3500-WRITE-REPORT-TOTALS.

       3050-SORT-VENDOR-TABLE.
           PERFORM VARYING WS-VEN-SUB FROM 1 BY 1
                   UNTIL WS-VEN-SUB > 5000
               IF WS-VEN-SUB > WS-VENDOR-COUNT
                   MOVE HIGH-VALUES TO WS-VEN-CODE(WS-VEN-SUB)
               END-IF
           END-PERFORM
           SORT WS-VENDOR-TABLE ASCENDING KEY WS-VEN-CODE.

       3100-JUDGE-ONE-VENDOR.
           IF WS-VEN-PAID-TOTAL(WS-VEN-SUB) <
                   WS-REPORTING-MINIMUM

       4000-TERMINATE.
           CLOSE PAID-HISTORY-FILE
           CLOSE VENDOR-MASTER-FILE
           CLOSE TAX-1099-FILE
           CLOSE REVIEW-REPORT-FILE
           MOVE "NORMAL" TO WS-LOG-SEVERITY

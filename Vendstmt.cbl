      *   - Run-log support: start/end rows, counts, and the
      *     table-full warnings now also go to the common RUN-LOG
      *     for the OPSRPT end-of-night summary.
      *   - INVOICE-HISTORY is now an indexed file; each statement
      *     line is looked up by a keyed read on vendor and invoice
      *     number instead of the live history being loaded into
      *     the 60000-entry table. The table now holds only a
      *     recalled archive cut, and is searched when the live
      *     history has no entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDSTMT.

           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Optional - a dated HISTMNT archive copied here by operations

       01  WS-STATEMENT-EOF-SW             PIC X(1) VALUE "N".
           88  WS-STATEMENT-EOF            VALUE "Y".
       01  WS-HISTORY-OPEN-SW              PIC X(1) VALUE "N".
           88  WS-HISTORY-OPEN             VALUE "Y".
       01  WS-RECALL-EOF-SW                PIC X(1) VALUE "N".
           88  WS-RECALL-EOF               VALUE "Y".
       01  WS-EXTRACT-EOF-SW               PIC X(1) VALUE "N".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.

      * What we processed before the live history's cutoff - any
      * recalled archive, sorted once and binary-searched by vendor
      * + invoice, with the amount carried for the mismatch compare.
      * The live history itself is read by key.
       01  WS-HISTORY-TABLE-AREA.
           05  WS-HIST-TABLE OCCURS 60000 TIMES
                   ASCENDING KEY IS WS-HIST-TBL-KEY
       1200-LOAD-HISTORY-TABLE.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: INVOICE-HISTORY NOT AVAILABLE - "
                   "STATUS " WS-HISTORY-FILE-STATUS
      * Unlike the duplicate check this lookup is advisory - a
      * short table turns real matches into NO RECORD lines, which
      * the clerk would chase pointlessly, so say so loudly.
               DISPLAY "FATAL: RECALL TABLE FULL AT 60000 ENTRIES "
                   "- MATCHES WOULD FALSELY REPORT AS NO RECORD"
               DISPLAY "TRIM THE RECALL ARCHIVE AND RERUN"
               STOP RUN
           END-IF.

       2300-SEARCH-HISTORY.
           MOVE "N" TO WS-HIST-FOUND-SW
           MOVE 0 TO WS-HIST-FOUND-AMOUNT
           IF WS-HISTORY-OPEN
               MOVE STM-VENDOR-CODE TO HIST-VENDOR-CODE
               MOVE STM-INVOICE-NUMBER TO HIST-INVOICE-NUMBER
               READ INVOICE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HIST-FOUND-SW
                       MOVE HIST-AMOUNT TO WS-HIST-FOUND-AMOUNT
               END-READ
           END-IF
           IF NOT WS-HIST-FOUND
               MOVE STM-VENDOR-CODE TO WS-HIST-SEARCH-VENDOR
               MOVE STM-INVOICE-NUMBER TO WS-HIST-SEARCH-INVOICE
               SEARCH ALL WS-HIST-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-HIST-TBL-KEY(WS-HIST-IDX) =
                            WS-HIST-SEARCH-KEY
                       MOVE "Y" TO WS-HIST-FOUND-SW
                       MOVE WS-HIST-TBL-AMOUNT(WS-HIST-IDX)
                           TO WS-HIST-FOUND-AMOUNT
               END-SEARCH
           END-IF.

       2800-WRITE-VENDOR-TOTALS.
           MOVE WS-VEN-LINE-COUNT TO WS-COUNT-DISPLAY

       4000-TERMINATE.
           CLOSE STATEMENT-FILE
           IF WS-HISTORY-OPEN
               CLOSE INVOICE-HISTORY-FILE
           END-IF
           CLOSE STMT-REPORT-FILE
           IF WS-OPEN-DROPPED-COUNT > 0
               DISPLAY "WARNING: OPEN ITEM TABLE FULL AT 15000 - "

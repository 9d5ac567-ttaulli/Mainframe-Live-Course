      *   - Run-log support: start/end rows and the archive/retain
      *     counts now also go to the common RUN-LOG for the OPSRPT
      *     end-of-night summary.
      *   - INVOICE-HISTORY is now an indexed file keyed by vendor
      *     and invoice number. Aged records are archived and then
      *     deleted from it in place, one at a time, instead of the
      *     retained records being copied through INVOICE-HISTORY.TMP
      *     and renamed over it, so the temp-file tripwire is gone. A
      *     rerun after a crash picks up where the last one stopped;
      *     at worst one record is archived twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTMNT.
       FILE-CONTROL.
           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HISTMNT-PARM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  HISTORY-ARCHIVE-FILE.
       01  ARCHIVE-RECORD                  PIC X(48).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-PARM-FILE-STATUS             PIC XX.
       01  WS-ARCHIVE-FILE-STATUS          PIC XX.
       01  WS-ARCHIVE-NAME                 PIC X(30) VALUE SPACES.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.
                   "NEEDS"
               STOP RUN
           END-IF
           OPEN I-O INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN INVOICE-HISTORY - STATUS "
                   WS-HISTORY-FILE-STATUS
                   " - STATUS " WS-ARCHIVE-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM 2900-READ-NEXT-HISTORY.

       2000-PROCESS-HISTORY.

      * A record with an unusable processed date is retained, not
      * archived - when in doubt the record stays where duplicate
      * detection can still see it. An aged record is archived
      * before it is deleted, so a crash between the two can only
      * leave it in both places, never in neither.
       2100-AGE-OR-RETAIN.
           IF HIST-PROCESSED-DATE(1:8) NUMERIC
                   AND HIST-PROCESSED-DATE(1:8) < WS-CUTOFF-DATE
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE HISTORY-RECORD TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
               DELETE INVOICE-HISTORY-FILE RECORD
                   INVALID KEY
                       DISPLAY "FATAL: CANNOT DELETE " HIST-KEY
                           " FROM INVOICE-HISTORY - STATUS "
                           WS-HISTORY-FILE-STATUS
                       STOP RUN
               END-DELETE
           ELSE
               ADD 1 TO WS-RETAINED-COUNT
           END-IF.

       2900-READ-NEXT-HISTORY.
           READ INVOICE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HISTORY-EOF TO TRUE
           END-READ.
       4000-TERMINATE.
           CLOSE INVOICE-HISTORY-FILE
           CLOSE HISTORY-ARCHIVE-FILE
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "READ " WS-READ-COUNT

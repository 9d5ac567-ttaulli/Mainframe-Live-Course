      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New one-time master conversion job. VENDOR-MASTER,
      *     PO-MASTER, and INVOICE-HISTORY move from flat files the
      *     jobs loaded whole into tables to indexed files the jobs
      *     read and update by key (vendor code, PO number, and
      *     vendor + invoice number). Operations renames each live
      *     flat file to its .FLAT name (VENDOR-MASTER.FLAT,
      *     PO-MASTER.FLAT, INVOICE-HISTORY.FLAT) and this program
      *     loads it into the indexed file of the old name. Every
      *     record read is either loaded or listed on MSTRCONV-RPT
      *     with the reason (duplicate or blank key), each new file
      *     is read back and counted, and the job proves for each
      *     master that read = loaded + rejected, that nothing was
      *     rejected, and that the count on file matches the count
      *     loaded - any failure ends the run OUTOFBAL and the old
      *     flat files stay where they are for a rerun. The job
      *     refuses to run while PO-ACTIVITY still holds draw rows
      *     from an INVOICE run that never reached a clean end (those
      *     draws were never on the flat PO-MASTER), and refuses to
      *     overwrite a master that is already indexed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The old flat masters, renamed by operations before the run.
           SELECT VENDOR-FLAT-FILE
               ASSIGN TO "VENDOR-MASTER.FLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENFLAT-FILE-STATUS.

           SELECT PO-FLAT-FILE
               ASSIGN TO "PO-MASTER.FLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POFLAT-FILE-STATUS.

           SELECT HISTORY-FLAT-FILE
               ASSIGN TO "INVOICE-HISTORY.FLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTFLAT-FILE-STATUS.

      * The indexed masters, under the names every job opens.
      * Loaded by key in whatever order the flat file holds, then
      * read back through in key order to be counted.
           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT PO-MASTER-FILE
               ASSIGN TO "PO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT INVOICE-HISTORY-FILE
               ASSIGN TO "INVOICE-HISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

      * Read only, to make sure no INVOICE run is left half done.
           SELECT PO-ACTIVITY-FILE
               ASSIGN TO "PO-ACTIVITY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POACT-FILE-STATUS.

           SELECT CONVERSION-REPORT-FILE
               ASSIGN TO "MSTRCONV-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-FLAT-FILE.
       01  VENDOR-FLAT-RECORD              PIC X(62).

       FD  PO-FLAT-FILE.
       01  PO-FLAT-RECORD                  PIC X(37).

       FD  HISTORY-FLAT-FILE.
       01  HISTORY-FLAT-RECORD             PIC X(48).

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAS.

       FD  PO-MASTER-FILE.
           COPY POREC.

       FD  INVOICE-HISTORY-FILE.
           COPY HISTREC.

       FD  PO-ACTIVITY-FILE.
           COPY POACTREC.

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-LINE          PIC X(100).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-VENFLAT-FILE-STATUS          PIC XX.
       01  WS-POFLAT-FILE-STATUS           PIC XX.
       01  WS-HISTFLAT-FILE-STATUS         PIC XX.
       01  WS-VENDOR-FILE-STATUS           PIC XX.
       01  WS-PO-FILE-STATUS               PIC XX.
       01  WS-HISTORY-FILE-STATUS          PIC XX.
       01  WS-POACT-FILE-STATUS            PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.

       01  WS-FLAT-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-FLAT-EOF                 VALUE "Y".
       01  WS-MASTER-EOF-SW                PIC X(1) VALUE "N".
           88  WS-MASTER-EOF               VALUE "Y".
       01  WS-POACT-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-POACT-EOF                VALUE "Y".
       01  WS-BALANCED-SW                  PIC X(1) VALUE "Y".
           88  WS-IN-BALANCE               VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-POACT-DRAW-COUNT             PIC 9(7) VALUE 0.

      * Read, loaded, rejected, and read-back counts per master.
       01  WS-VENDOR-COUNTS.
           05  WS-VEN-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-VEN-LOADED-COUNT         PIC 9(7) VALUE 0.
           05  WS-VEN-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-VEN-ON-FILE-COUNT        PIC 9(7) VALUE 0.
       01  WS-PO-COUNTS.
           05  WS-PO-READ-COUNT            PIC 9(7) VALUE 0.
           05  WS-PO-LOADED-COUNT          PIC 9(7) VALUE 0.
           05  WS-PO-REJECTED-COUNT        PIC 9(7) VALUE 0.
           05  WS-PO-ON-FILE-COUNT         PIC 9(7) VALUE 0.
       01  WS-HISTORY-COUNTS.
           05  WS-HIS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-HIS-LOADED-COUNT         PIC 9(7) VALUE 0.
           05  WS-HIS-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-HIS-ON-FILE-COUNT        PIC 9(7) VALUE 0.
       01  WS-TOTAL-REJECTED-COUNT         PIC 9(7) VALUE 0.

      * One master's counts, moved here for the common proof line.
       01  WS-PROOF-COUNTS.
           05  WS-PRF-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-PRF-LOADED-COUNT         PIC 9(7) VALUE 0.
           05  WS-PRF-REJECTED-COUNT       PIC 9(7) VALUE 0.
           05  WS-PRF-ON-FILE-COUNT        PIC 9(7) VALUE 0.
       01  WS-PRF-SUM-COUNT                PIC 9(8) VALUE 0.
       01  WS-PRF-FILE-NAME                PIC X(16) VALUE SPACES.
       01  WS-PRF-RESULT                   PIC X(14) VALUE SPACES.

       01  WS-REJECT-FILE-NAME             PIC X(16) VALUE SPACES.
       01  WS-REJECT-KEY                   PIC X(16) VALUE SPACES.
       01  WS-REJECT-REASON                PIC X(20) VALUE SPACES.
       01  WS-REJECT-IMAGE                 PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-VENDORS
           PERFORM 2200-CONVERT-POS
           PERFORM 2400-CONVERT-HISTORY
           PERFORM 3000-PROVE-COUNTS
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 9000-OPEN-RUN-LOG
           PERFORM 1100-CHECK-PO-ACTIVITY
           PERFORM 1200-CHECK-NOT-CONVERTED
           OPEN OUTPUT CONVERSION-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN MSTRCONV-RPT - STATUS "
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "MASTER FILE CONVERSION - FLAT TO INDEXED"
               TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE.

      * Under the flat masters INVOICE only wrote its PO draws back
      * to PO-MASTER at a clean end of job, so a draw row still on
      * PO-ACTIVITY belongs to a run that never finished and is not
      * on PO-MASTER.FLAT. Converting now would lose it; the run
      * has to be restarted to a clean end first. Credit rows are
      * fine - INVOICE folds them at its next start either way.
       1100-CHECK-PO-ACTIVITY.
           OPEN INPUT PO-ACTIVITY-FILE
           IF WS-POACT-FILE-STATUS = "00"
               PERFORM UNTIL WS-POACT-EOF
                   READ PO-ACTIVITY-FILE
                       AT END
                           SET WS-POACT-EOF TO TRUE
                       NOT AT END
                           IF POA-TYPE-DRAW
                               ADD 1 TO WS-POACT-DRAW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-ACTIVITY-FILE
           END-IF
           IF WS-POACT-DRAW-COUNT > 0
               DISPLAY "FATAL: PO-ACTIVITY HOLDS "
                   WS-POACT-DRAW-COUNT " DRAW ROWS FROM AN INVOICE "
                   "RUN THAT DID NOT FINISH"
               DISPLAY "RESTART INVOICE TO A CLEAN END BEFORE "
                   "CONVERTING - THOSE DRAWS ARE NOT ON "
                   "PO-MASTER.FLAT"
               STOP RUN
           END-IF.

      * An indexed master that already opens means the conversion
      * has run (or half run) before - loading over it would throw
      * away whatever the jobs have done to it since. The operator
      * removes a half-built file by hand and reruns.
       1200-CHECK-NOT-CONVERTED.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS = "00"
               CLOSE VENDOR-MASTER-FILE
               DISPLAY "FATAL: VENDOR-MASTER IS ALREADY AN INDEXED "
                   "FILE - REFUSING TO OVERWRITE IT"
               DISPLAY "REMOVE IT ONLY IF A PRIOR CONVERSION DID NOT "
                   "COMPLETE, AND RERUN"
               STOP RUN
           END-IF
           OPEN INPUT PO-MASTER-FILE
           IF WS-PO-FILE-STATUS = "00"
               CLOSE PO-MASTER-FILE
               DISPLAY "FATAL: PO-MASTER IS ALREADY AN INDEXED "
                   "FILE - REFUSING TO OVERWRITE IT"
               DISPLAY "REMOVE IT ONLY IF A PRIOR CONVERSION DID NOT "
                   "COMPLETE, AND RERUN"
               STOP RUN
           END-IF
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               CLOSE INVOICE-HISTORY-FILE
               DISPLAY "FATAL: INVOICE-HISTORY IS ALREADY AN INDEXED "
                   "FILE - REFUSING TO OVERWRITE IT"
               DISPLAY "REMOVE IT ONLY IF A PRIOR CONVERSION DID NOT "
                   "COMPLETE, AND RERUN"
               STOP RUN
           END-IF.

      * The vendor and PO masters must be there - every job needs
      * them, and an empty one would prove nothing.
       2000-CONVERT-VENDORS.
           OPEN INPUT VENDOR-FLAT-FILE
           IF WS-VENFLAT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN VENDOR-MASTER.FLAT - "
                   "STATUS " WS-VENFLAT-FILE-STATUS
               DISPLAY "RENAME THE FLAT VENDOR-MASTER TO "
                   "VENDOR-MASTER.FLAT AND RERUN"
               STOP RUN
           END-IF
           OPEN OUTPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT CREATE VENDOR-MASTER - STATUS "
                   WS-VENDOR-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-FLAT-EOF-SW
           PERFORM UNTIL WS-FLAT-EOF
               READ VENDOR-FLAT-FILE
                   AT END
                       SET WS-FLAT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VEN-READ-COUNT
                       PERFORM 2010-LOAD-ONE-VENDOR
               END-READ
           END-PERFORM
           CLOSE VENDOR-FLAT-FILE
           CLOSE VENDOR-MASTER-FILE
           PERFORM 2050-COUNT-VENDORS-ON-FILE.

       2010-LOAD-ONE-VENDOR.
           MOVE VENDOR-FLAT-RECORD TO VENDOR-RECORD
           MOVE "VENDOR-MASTER" TO WS-REJECT-FILE-NAME
           MOVE VM-VENDOR-CODE TO WS-REJECT-KEY
           MOVE VENDOR-FLAT-RECORD TO WS-REJECT-IMAGE
           IF VM-VENDOR-CODE = SPACES
               ADD 1 TO WS-VEN-REJECTED-COUNT
               MOVE "BLANK VENDOR CODE" TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE
           ELSE
               WRITE VENDOR-RECORD
                   INVALID KEY
                       ADD 1 TO WS-VEN-REJECTED-COUNT
                       MOVE "DUPLICATE KEY" TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-VEN-LOADED-COUNT
               END-WRITE
           END-IF.

       2050-COUNT-VENDORS-ON-FILE.
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT REOPEN VENDOR-MASTER - STATUS "
                   WS-VENDOR-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
               READ VENDOR-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VEN-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE VENDOR-MASTER-FILE.

       2200-CONVERT-POS.
           OPEN INPUT PO-FLAT-FILE
           IF WS-POFLAT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN PO-MASTER.FLAT - "
                   "STATUS " WS-POFLAT-FILE-STATUS
               DISPLAY "RENAME THE FLAT PO-MASTER TO "
                   "PO-MASTER.FLAT AND RERUN"
               STOP RUN
           END-IF
           OPEN OUTPUT PO-MASTER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT CREATE PO-MASTER - STATUS "
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-FLAT-EOF-SW
           PERFORM UNTIL WS-FLAT-EOF
               READ PO-FLAT-FILE
                   AT END
                       SET WS-FLAT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PO-READ-COUNT
                       PERFORM 2210-LOAD-ONE-PO
               END-READ
           END-PERFORM
           CLOSE PO-FLAT-FILE
           CLOSE PO-MASTER-FILE
           PERFORM 2250-COUNT-POS-ON-FILE.

       2210-LOAD-ONE-PO.
           MOVE PO-FLAT-RECORD TO PO-RECORD
           MOVE "PO-MASTER" TO WS-REJECT-FILE-NAME
           MOVE PO-NUMBER TO WS-REJECT-KEY
           MOVE PO-FLAT-RECORD TO WS-REJECT-IMAGE
           IF PO-NUMBER = SPACES
               ADD 1 TO WS-PO-REJECTED-COUNT
               MOVE "BLANK PO NUMBER" TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE
           ELSE
               WRITE PO-RECORD
                   INVALID KEY
                       ADD 1 TO WS-PO-REJECTED-COUNT
                       MOVE "DUPLICATE KEY" TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-PO-LOADED-COUNT
               END-WRITE
           END-IF.

       2250-COUNT-POS-ON-FILE.
           OPEN INPUT PO-MASTER-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT REOPEN PO-MASTER - STATUS "
                   WS-PO-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
               READ PO-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PO-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE PO-MASTER-FILE.

      * A shop that never ran INVOICE has no history yet - INVOICE
      * creates it on first use, and so does this job: the indexed
      * file is built empty and the proof is zero for zero.
       2400-CONVERT-HISTORY.
           OPEN OUTPUT INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT CREATE INVOICE-HISTORY - "
                   "STATUS " WS-HISTORY-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT HISTORY-FLAT-FILE
           IF WS-HISTFLAT-FILE-STATUS = "00"
               MOVE "N" TO WS-FLAT-EOF-SW
               PERFORM UNTIL WS-FLAT-EOF
                   READ HISTORY-FLAT-FILE
                       AT END
                           SET WS-FLAT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HIS-READ-COUNT
                           PERFORM 2410-LOAD-ONE-HISTORY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FLAT-FILE
           ELSE
               DISPLAY "INVOICE-HISTORY.FLAT NOT AVAILABLE - STATUS "
                   WS-HISTFLAT-FILE-STATUS
                   " - INVOICE-HISTORY BUILT EMPTY"
               MOVE "NOTE" TO WS-LOG-SEVERITY
               MOVE "INVOICE-HISTORY.FLAT NOT FOUND - HISTORY EMPTY"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           CLOSE INVOICE-HISTORY-FILE
           PERFORM 2450-COUNT-HISTORY-ON-FILE.

       2410-LOAD-ONE-HISTORY.
           MOVE HISTORY-FLAT-RECORD TO HISTORY-RECORD
           MOVE "INVOICE-HISTORY" TO WS-REJECT-FILE-NAME
           MOVE HIST-KEY TO WS-REJECT-KEY
           MOVE HISTORY-FLAT-RECORD TO WS-REJECT-IMAGE
           IF HIST-VENDOR-CODE = SPACES
                   OR HIST-INVOICE-NUMBER = SPACES
               ADD 1 TO WS-HIS-REJECTED-COUNT
               MOVE "BLANK VENDOR/INVOICE" TO WS-REJECT-REASON
               PERFORM 2900-WRITE-REJECT-LINE
           ELSE
               WRITE HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-HIS-REJECTED-COUNT
                       MOVE "DUPLICATE KEY" TO WS-REJECT-REASON
                       PERFORM 2900-WRITE-REJECT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-HIS-LOADED-COUNT
               END-WRITE
           END-IF.

       2450-COUNT-HISTORY-ON-FILE.
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT REOPEN INVOICE-HISTORY - "
                   "STATUS " WS-HISTORY-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "N" TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
               READ INVOICE-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIS-ON-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE INVOICE-HISTORY-FILE.

      * A rejected record is listed with its whole flat image so it
      * can be put right and keyed back through the maintenance job.
       2900-WRITE-REJECT-LINE.
           ADD 1 TO WS-TOTAL-REJECTED-COUNT
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "REJECTED " WS-REJECT-FILE-NAME
               " KEY " WS-REJECT-KEY
               " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING "    " WS-REJECT-IMAGE
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE "ACTION" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING WS-REJECT-FILE-NAME " " WS-REJECT-KEY " "
               WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9100-LOG-WARNING.

      * One proof line per master. Every record read must be either
      * loaded or rejected, none may be rejected, and what reads
      * back off the new file must be exactly what was loaded.
       3000-PROVE-COUNTS.
           MOVE SPACES TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE "VENDOR-MASTER" TO WS-PRF-FILE-NAME
           MOVE WS-VENDOR-COUNTS TO WS-PROOF-COUNTS
           PERFORM 3100-PROVE-ONE-MASTER
           MOVE "PO-MASTER" TO WS-PRF-FILE-NAME
           MOVE WS-PO-COUNTS TO WS-PROOF-COUNTS
           PERFORM 3100-PROVE-ONE-MASTER
           MOVE "INVOICE-HISTORY" TO WS-PRF-FILE-NAME
           MOVE WS-HISTORY-COUNTS TO WS-PROOF-COUNTS
           PERFORM 3100-PROVE-ONE-MASTER
           MOVE SPACES TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           IF WS-IN-BALANCE
               MOVE "ALL MASTERS CONVERTED AND IN BALANCE"
                   TO CONVERSION-REPORT-LINE
           ELSE
               MOVE SPACES TO CONVERSION-REPORT-LINE
               STRING "*** CONVERSION OUT OF BALANCE - KEEP THE .FLAT "
                   "FILES AND RERUN ***"
                   DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
           END-IF
           WRITE CONVERSION-REPORT-LINE.

       3100-PROVE-ONE-MASTER.
           COMPUTE WS-PRF-SUM-COUNT =
               WS-PRF-LOADED-COUNT + WS-PRF-REJECTED-COUNT
           IF WS-PRF-SUM-COUNT = WS-PRF-READ-COUNT
                   AND WS-PRF-REJECTED-COUNT = 0
                   AND WS-PRF-ON-FILE-COUNT = WS-PRF-LOADED-COUNT
               MOVE "IN BALANCE" TO WS-PRF-RESULT
           ELSE
               MOVE "N" TO WS-BALANCED-SW
               MOVE "OUT OF BALANCE" TO WS-PRF-RESULT
               DISPLAY "WARNING: " WS-PRF-FILE-NAME
                   " CONVERSION OUT OF BALANCE - READ "
                   WS-PRF-READ-COUNT " LOADED " WS-PRF-LOADED-COUNT
                   " REJECTED " WS-PRF-REJECTED-COUNT
                   " ON FILE " WS-PRF-ON-FILE-COUNT
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-PRF-FILE-NAME " OUT OF BALANCE - READ "
                   WS-PRF-READ-COUNT " ON FILE "
                   WS-PRF-ON-FILE-COUNT
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           MOVE SPACES TO CONVERSION-REPORT-LINE
           STRING WS-PRF-FILE-NAME
               " READ " WS-PRF-READ-COUNT
               "  LOADED " WS-PRF-LOADED-COUNT
               "  REJECTED " WS-PRF-REJECTED-COUNT
               "  ON FILE " WS-PRF-ON-FILE-COUNT
               "  " WS-PRF-RESULT
               DELIMITED BY SIZE INTO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE.

       4000-TERMINATE.
           CLOSE CONVERSION-REPORT-FILE
           IF WS-IN-BALANCE
               MOVE "NORMAL" TO WS-LOG-SEVERITY
           ELSE
               MOVE "OUTOFBAL" TO WS-LOG-SEVERITY
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "VENDORS " WS-VEN-LOADED-COUNT
               " POS " WS-PO-LOADED-COUNT
               " HISTORY " WS-HIS-LOADED-COUNT
               " REJECTED " WS-TOTAL-REJECTED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           DISPLAY "MSTRCONV COMPLETE - VENDORS " WS-VEN-LOADED-COUNT
               " POS " WS-PO-LOADED-COUNT
               " HISTORY " WS-HIS-LOADED-COUNT
               " REJECTED " WS-TOTAL-REJECTED-COUNT
           IF NOT WS-IN-BALANCE
               DISPLAY "CONVERSION OUT OF BALANCE - SEE MSTRCONV-RPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

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
           MOVE "MSTRCONV" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

      *     the same dated-cut convention as the HISTMNT archives -
      *     so the next cycle starts clean. This job deliberately
      *     does not log to the file it is archiving.
      *   - Jobs held by the CYCLE-CONTROL sequencing check end with
      *     a REFUSED row; they are flagged in the run-order list,
      *     counted in the cycle totals, and set return code 8 like
      *     a failed job. Every CYCLE-OVERRIDE a job ran under (its
      *     "OVERRIDE" warning rows) is listed in its own section
      *     with who approved it and the ticket, and counted apart
      *     from the ACTION and NOTE warnings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSRPT.
       01  WS-ACT-SUB                      PIC 9(4) VALUE 0.
       01  WS-ACTION-DROPPED-COUNT         PIC 9(5) VALUE 0.

      * Every sequencing override a job ran under tonight - the
      * audit trail for reruns past a failed predecessor.
       01  WS-OVERRIDE-TABLE-AREA.
           05  WS-OVR-TABLE OCCURS 100 TIMES
                   INDEXED BY WS-OVR-IDX.
               10  WS-OVR-JOB-NAME         PIC X(8).
               10  WS-OVR-TIME             PIC X(6).
               10  WS-OVR-MESSAGE          PIC X(70).
       01  WS-OVERRIDE-COUNT               PIC 9(4) VALUE 0.
       01  WS-OVR-SUB                      PIC 9(4) VALUE 0.
       01  WS-OVERRIDE-DROPPED-COUNT       PIC 9(5) VALUE 0.
       01  WS-TOTAL-OVERRIDE-COUNT         PIC 9(5) VALUE 0.

       01  WS-LOG-READ-COUNT               PIC 9(7) VALUE 0.
       01  WS-ORPHAN-END-COUNT             PIC 9(5) VALUE 0.
       01  WS-ORPHAN-WARN-COUNT            PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(5) VALUE 0.
       01  WS-OUTOFBAL-COUNT               PIC 9(5) VALUE 0.
       01  WS-REFUSED-COUNT                PIC 9(5) VALUE 0.
       01  WS-TOTAL-ACTION-COUNT           PIC 9(5) VALUE 0.
       01  WS-TOTAL-NOTE-COUNT             PIC 9(5) VALUE 0.

       2300-ATTACH-WARNING.
           PERFORM 2150-FIND-OPEN-ENTRY
           IF WS-RUN-MATCHED
               EVALUATE TRUE
                   WHEN RLG-SEV-ACTION
                       ADD 1 TO WS-RUN-ACTION-COUNT(WS-RUN-FOUND-SUB)
                   WHEN RLG-SEV-OVERRIDE
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-RUN-NOTE-COUNT(WS-RUN-FOUND-SUB)
               END-EVALUATE
           ELSE
               ADD 1 TO WS-ORPHAN-WARN-COUNT
           END-IF
           IF RLG-SEV-OVERRIDE
               PERFORM 2310-ATTACH-OVERRIDE
           ELSE
               PERFORM 2320-TALLY-WARNING
           END-IF.

       2310-ATTACH-OVERRIDE.
           ADD 1 TO WS-TOTAL-OVERRIDE-COUNT
           IF WS-OVERRIDE-COUNT < 100
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE RLG-JOB-NAME TO WS-OVR-JOB-NAME(WS-OVERRIDE-COUNT)
               MOVE RLG-TIMESTAMP(9:6)
                   TO WS-OVR-TIME(WS-OVERRIDE-COUNT)
               MOVE RLG-MESSAGE TO WS-OVR-MESSAGE(WS-OVERRIDE-COUNT)
           ELSE
               ADD 1 TO WS-OVERRIDE-DROPPED-COUNT
           END-IF.

       2320-TALLY-WARNING.
           IF RLG-SEV-ACTION
               ADD 1 TO WS-TOTAL-ACTION-COUNT
               IF WS-ACTION-COUNT < 500
               PERFORM 3100-WRITE-JOB-LINE
           END-PERFORM
           PERFORM 3200-WRITE-ACTION-SECTION
           PERFORM 3250-WRITE-OVERRIDE-SECTION
           PERFORM 3300-WRITE-CYCLE-TOTALS.

       3100-WRITE-JOB-LINE.
               WHEN WS-RUN-DISPOSITION(WS-RUN-SUB) = "OUTOFBAL"
                   ADD 1 TO WS-OUTOFBAL-COUNT
                   MOVE "*** OUT OF BALANCE ***" TO WS-STATUS-TAG
               WHEN WS-RUN-DISPOSITION(WS-RUN-SUB) = "REFUSED"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "*** REFUSED TO RUN ***" TO WS-STATUS-TAG
               WHEN OTHER
                   MOVE WS-RUN-DISPOSITION(WS-RUN-SUB)
                       TO WS-STATUS-TAG
               WRITE OPS-REPORT-LINE
           END-IF.

       3250-WRITE-OVERRIDE-SECTION.
           MOVE SPACES TO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE
           MOVE "SEQUENCE OVERRIDES USED THIS CYCLE" TO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE
           IF WS-OVERRIDE-COUNT = 0
               MOVE "  NONE" TO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE
           ELSE
               PERFORM VARYING WS-OVR-SUB FROM 1 BY 1
                       UNTIL WS-OVR-SUB > WS-OVERRIDE-COUNT
                   MOVE SPACES TO OPS-REPORT-LINE
                   STRING "  " WS-OVR-TIME(WS-OVR-SUB)
                       " " WS-OVR-JOB-NAME(WS-OVR-SUB)
                       " RAN PAST " WS-OVR-MESSAGE(WS-OVR-SUB)
                       DELIMITED BY SIZE INTO OPS-REPORT-LINE
                   WRITE OPS-REPORT-LINE
               END-PERFORM
           END-IF
           IF WS-OVERRIDE-DROPPED-COUNT > 0
               MOVE SPACES TO OPS-REPORT-LINE
               STRING "  (PLUS " WS-OVERRIDE-DROPPED-COUNT
                   " MORE PAST THE 100-LINE LIMIT - SEE THE "
                   "ARCHIVED LOG)"
                   DELIMITED BY SIZE INTO OPS-REPORT-LINE
               WRITE OPS-REPORT-LINE
           END-IF.

       3300-WRITE-CYCLE-TOTALS.
           MOVE SPACES TO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE
           STRING "OUT OF BALANCE:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OPS-REPORT-LINE
           STRING "REFUSED TO RUN:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE
           MOVE WS-TOTAL-OVERRIDE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OPS-REPORT-LINE
           STRING "SEQUENCE OVERRIDES:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE
           MOVE WS-TOTAL-ACTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO OPS-REPORT-LINE
           STRING "ACTION WARNINGS:     " WS-COUNT-DISPLAY
               STOP RUN
           END-IF
           IF WS-FAILED-COUNT > 0 OR WS-OUTOFBAL-COUNT > 0
                   OR WS-REFUSED-COUNT > 0
               DISPLAY "OPSRPT COMPLETE - *** " WS-FAILED-COUNT
                   " UNFINISHED, " WS-OUTOFBAL-COUNT
                   " OUT OF BALANCE, " WS-REFUSED-COUNT
                   " REFUSED *** SEE OPS-SUMMARY-RPT"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "OPSRPT COMPLETE - " WS-RUN-COUNT

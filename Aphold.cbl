      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New payment hold maintenance job. Once INVOICE or
      *     APDECIDE released an invoice to AP-EXTRACT, the only way
      *     to stop it paying was to hand-edit the extract - which
      *     is what happened when a vendor disputed a price,
      *     receiving reported damage after the fact, or legal put a
      *     vendor on hold. This program applies a HOLD-MAINT-TRANS
      *     file of HOLD / RELEASE actions against AP-HOLDS: a hold
      *     names a single extract item or a whole vendor, with a
      *     reason code, the clerk placing it, and a review date.
      *     Each transaction is validated (item not on the extract,
      *     vendor not on the master, hold already in force, release
      *     of a hold that is not there, unknown reason, review date
      *     in the past), rejects go to the HOLD-MAINT-ERRORS report
      *     with a reason, every accepted action is audited to
      *     AUDIT-TRAIL as a HOLD or HOLD-RELEASE decision, and
      *     AP-HOLDS is rewritten through the same atomic
      *     temp-and-rename pattern the other maintenance jobs use.
      *     APSCHED leaves held items off the payment schedule and
      *     APCONF flags any confirmation that pays one.
      *   - Hold audit rows leave the new audit PO number blank; the
      *     extract item carries no PO.
      *   - VENDOR-MASTER is now an indexed file; a vendor code is
      *     proven by a keyed read instead of a search of a
      *     1000-vendor table, so a large master no longer leaves
      *     vendor codes unproven.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APHOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-HOLDS-FILE
               ASSIGN TO "AP-HOLDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

           SELECT HOLD-TRANS-FILE
               ASSIGN TO "HOLD-MAINT-TRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

      * An item hold must name something that is actually waiting
      * to be paid, so the extract is read for its keys (and the
      * amounts the audit rows carry).
           SELECT AP-EXTRACT-FILE
               ASSIGN TO "AP-EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT VENDOR-MASTER-FILE
               ASSIGN TO "VENDOR-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VM-VENDOR-CODE
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT ERROR-REPORT-FILE
               ASSIGN TO "HOLD-MAINT-ERRORS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERROR-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * The maintained hold list is written here and renamed over
      * AP-HOLDS at end of job - same atomic temp-file pattern as
      * the other jobs that rewrite a master.
           SELECT HOLDS-TEMP-FILE
               ASSIGN TO "AP-HOLDS.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-TEMP-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-HOLDS-FILE.
           COPY HOLDREC.

       FD  HOLD-TRANS-FILE.
           COPY HTRREC.

       FD  AP-EXTRACT-FILE.
           COPY EXTRACT.

       FD  VENDOR-MASTER-FILE.
           COPY VENDMAS.

       FD  ERROR-REPORT-FILE.
       01  ERROR-REPORT-LINE               PIC X(100).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  HOLDS-TEMP-FILE.
       01  HOLDS-TEMP-RECORD               PIC X(47).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-HOLDS-FILE-STATUS            PIC XX.
       01  WS-TRANS-FILE-STATUS            PIC XX.
       01  WS-EXTRACT-FILE-STATUS          PIC XX.
       01  WS-VENDOR-FILE-STATUS           PIC XX.
       01  WS-ERROR-FILE-STATUS            PIC XX.
       01  WS-AUDIT-FILE-STATUS            PIC XX.
       01  WS-HOLDS-TEMP-FILE-STATUS       PIC XX.
       01  WS-HOLDS-TEMP-NAME              PIC X(30)
               VALUE "AP-HOLDS.TMP".
       01  WS-HOLDS-REAL-NAME              PIC X(30)
               VALUE "AP-HOLDS".
       01  WS-RENAME-STATUS                PIC S9(9) COMP-5 VALUE 0.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.

       01  WS-HOLDS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-HOLDS-EOF                VALUE "Y".
       01  WS-TRANS-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-TRANS-EOF                VALUE "Y".
       01  WS-EXTRACT-EOF-SW               PIC X(1) VALUE "N".
           88  WS-EXTRACT-EOF              VALUE "Y".

      * The extract check is only provable when the whole file made
      * it into memory, and the vendor check when VENDOR-MASTER
      * could be opened - a missing file or a full table leaves the
      * check off (and says so) rather than rejecting good
      * transactions.
       01  WS-EXTRACT-LOADED-SW            PIC X(1) VALUE "N".
           88  WS-EXTRACT-LOADED           VALUE "Y".
       01  WS-VENDOR-LOADED-SW             PIC X(1) VALUE "N".
           88  WS-VENDOR-LOADED            VALUE "Y".

       01  WS-HOLD-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-HOLD-FOUND               VALUE "Y".
       01  WS-ITEM-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-ITEM-FOUND               VALUE "Y".
       01  WS-VENDOR-FOUND-SW              PIC X(1) VALUE "N".
           88  WS-VENDOR-FOUND             VALUE "Y".
       01  WS-TRAN-VALID-SW                PIC X(1) VALUE "Y".
           88  WS-TRAN-VALID               VALUE "Y".
       01  WS-REJECT-REASON                PIC X(35) VALUE SPACES.

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-CURRENT-TIMESTAMP            PIC X(21) VALUE SPACES.

      * The whole hold list is held and maintained in memory and
      * written back at end of job. A RELEASE marks its row removed
      * rather than closing the gap, so the indexes the searches
      * hand back stay valid for the rest of the run. Overflow at
      * load is fatal - a row that does not fit would be destroyed
      * by the rewrite and its item would quietly start paying.
       01  WS-HOLD-TABLE-AREA.
           05  WS-HOLD-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-TYPE             PIC X(1).
               10  WS-HLD-VENDOR-CODE      PIC X(6).
               10  WS-HLD-INVOICE-NUMBER   PIC X(10).
               10  WS-HLD-REASON-CODE      PIC X(6).
               10  WS-HLD-CLERK-ID         PIC X(8).
               10  WS-HLD-HOLD-DATE        PIC X(8).
               10  WS-HLD-REVIEW-DATE      PIC X(8).
               10  WS-HLD-REMOVED-SW       PIC X(1).
                   88  WS-HLD-REMOVED      VALUE "Y".
       01  WS-HOLD-COUNT                   PIC 9(4) VALUE 0.
       01  WS-HOLDS-ON-FILE                PIC 9(7) VALUE 0.

      * The extract items awaiting payment - the key an item hold
      * must match, and the amounts its audit row carries.
       01  WS-EXTRACT-TABLE-AREA.
           05  WS-EXTRACT-TABLE OCCURS 10000 TIMES
                   INDEXED BY WS-EXT-IDX.
               10  WS-EXT-INVOICE-NUMBER   PIC X(10).
               10  WS-EXT-VENDOR-CODE      PIC X(6).
               10  WS-EXT-AMOUNT           PIC 9(9)V99.
               10  WS-EXT-CURRENCY-CODE    PIC X(3).
               10  WS-EXT-ORIG-AMOUNT      PIC 9(9)V99.
               10  WS-EXT-ITEM-TYPE        PIC X(1).
       01  WS-EXTRACT-COUNT                PIC 9(5) VALUE 0.

      * A vendor hold freezes every payable the vendor has on the
      * extract today - that total is what its audit row carries.
       01  WS-VENDOR-OPEN-AMOUNT           PIC 9(9)V99 VALUE 0.

       01  WS-TRANS-READ-COUNT             PIC 9(7) VALUE 0.
       01  WS-ACCEPTED-COUNT               PIC 9(7) VALUE 0.
       01  WS-REJECTED-COUNT               PIC 9(7) VALUE 0.
       01  WS-HOLDS-PLACED-COUNT           PIC 9(7) VALUE 0.
       01  WS-HOLDS-RELEASED-COUNT         PIC 9(7) VALUE 0.

       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS UNTIL WS-TRANS-EOF
           PERFORM 3000-WRITE-ERROR-TOTALS
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 9000-OPEN-RUN-LOG
      * A leftover temp file means a prior run crashed after it had
      * already audited actions but before the hold list was
      * renamed - same tripwire as the other rewrite jobs.
           OPEN INPUT HOLDS-TEMP-FILE
           IF WS-HOLDS-TEMP-FILE-STATUS = "00"
               CLOSE HOLDS-TEMP-FILE
               DISPLAY "FATAL: AP-HOLDS.TMP ALREADY EXISTS - "
                   "A PRIOR RUN DID NOT COMPLETE"
               DISPLAY "RECONCILE AUDIT-TRAIL HOLD ROWS AGAINST "
                   "AP-HOLDS, REMOVE THE TEMP FILE, AND RERUN "
                   "- REFUSING TO REAPPLY TRANSACTIONS BLINDLY"
               STOP RUN
           END-IF
      * No hold list yet is the first run, not an error - every
      * other bad status is, since starting from an empty list
      * would silently release every hold in force.
           OPEN INPUT AP-HOLDS-FILE
           EVALUATE WS-HOLDS-FILE-STATUS
               WHEN "00"
                   PERFORM 1100-LOAD-HOLD-TABLE
                   CLOSE AP-HOLDS-FILE
               WHEN "35"
                   DISPLAY "AP-HOLDS NOT FOUND - STARTING AN EMPTY "
                       "HOLD LIST"
               WHEN OTHER
                   DISPLAY "FATAL: CANNOT OPEN AP-HOLDS - STATUS "
                       WS-HOLDS-FILE-STATUS
                   STOP RUN
           END-EVALUATE
           OPEN INPUT AP-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS = "00"
               MOVE "Y" TO WS-EXTRACT-LOADED-SW
               PERFORM 1200-LOAD-EXTRACT-TABLE
               CLOSE AP-EXTRACT-FILE
           ELSE
               DISPLAY "AP-EXTRACT NOT AVAILABLE - STATUS "
                   WS-EXTRACT-FILE-STATUS
                   " - ITEM HOLDS CANNOT BE PROVEN AGAINST THE "
                   "EXTRACT THIS RUN"
           END-IF
           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VENDOR-FILE-STATUS = "00"
               MOVE "Y" TO WS-VENDOR-LOADED-SW
           ELSE
               DISPLAY "VENDOR-MASTER NOT AVAILABLE - STATUS "
                   WS-VENDOR-FILE-STATUS
                   " - VENDOR CODES CANNOT BE PROVEN THIS RUN"
           END-IF
           OPEN INPUT HOLD-TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "HOLD-MAINT-TRANS NOT AVAILABLE - STATUS "
                   WS-TRANS-FILE-STATUS " - NOTHING TO APPLY"
               DISPLAY "AP-HOLDS LEFT UNTOUCHED"
      * A no-transactions day is a normal end, not an abend - log
      * the end row so OPSRPT does not flag the job as failed.
               MOVE "NORMAL" TO WS-LOG-SEVERITY
               MOVE "NO TRANSACTIONS - HOLD LIST LEFT UNTOUCHED"
                   TO WS-LOG-MESSAGE
               PERFORM 9200-LOG-END
               STOP RUN
           END-IF
           OPEN OUTPUT ERROR-REPORT-FILE
           IF WS-ERROR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN HOLD-MAINT-ERRORS - "
                   "STATUS " WS-ERROR-FILE-STATUS
               STOP RUN
           END-IF
           MOVE "PAYMENT HOLD MAINTENANCE REJECT REPORT"
               TO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           MOVE SPACES TO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           OPEN EXTEND AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = "05" OR "35"
               OPEN OUTPUT AUDIT-TRAIL-FILE
               CLOSE AUDIT-TRAIL-FILE
               OPEN EXTEND AUDIT-TRAIL-FILE
           END-IF
           PERFORM 2900-READ-NEXT-TRANS.

       1100-LOAD-HOLD-TABLE.
           PERFORM UNTIL WS-HOLDS-EOF
               READ AP-HOLDS-FILE
                   AT END
                       SET WS-HOLDS-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-ADD-HOLD-TO-TABLE
               END-READ
           END-PERFORM.

       1110-ADD-HOLD-TO-TABLE.
           IF WS-HOLD-COUNT < 2000
               ADD 1 TO WS-HOLD-COUNT
               MOVE HLD-HOLD-TYPE TO WS-HLD-TYPE(WS-HOLD-COUNT)
               MOVE HLD-VENDOR-CODE
                   TO WS-HLD-VENDOR-CODE(WS-HOLD-COUNT)
               MOVE HLD-INVOICE-NUMBER
                   TO WS-HLD-INVOICE-NUMBER(WS-HOLD-COUNT)
               MOVE HLD-REASON-CODE
                   TO WS-HLD-REASON-CODE(WS-HOLD-COUNT)
               MOVE HLD-CLERK-ID TO WS-HLD-CLERK-ID(WS-HOLD-COUNT)
               MOVE HLD-HOLD-DATE TO WS-HLD-HOLD-DATE(WS-HOLD-COUNT)
               MOVE HLD-REVIEW-DATE
                   TO WS-HLD-REVIEW-DATE(WS-HOLD-COUNT)
               MOVE "N" TO WS-HLD-REMOVED-SW(WS-HOLD-COUNT)
           ELSE
               DISPLAY "FATAL: HOLD TABLE FULL AT 2000 ROWS - "
                   HLD-VENDOR-CODE "/" HLD-INVOICE-NUMBER
                   " AND LATER HOLDS WOULD BE LOST WHEN THE LIST IS "
                   "REWRITTEN - REFUSING TO RUN"
               STOP RUN
           END-IF.

       1200-LOAD-EXTRACT-TABLE.
           PERFORM UNTIL WS-EXTRACT-EOF
               READ AP-EXTRACT-FILE
                   AT END
                       SET WS-EXTRACT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-ADD-EXTRACT-TO-TABLE
               END-READ
           END-PERFORM.

       1210-ADD-EXTRACT-TO-TABLE.
           IF WS-EXTRACT-COUNT < 10000
               ADD 1 TO WS-EXTRACT-COUNT
               MOVE EXT-INVOICE-NUMBER
                   TO WS-EXT-INVOICE-NUMBER(WS-EXTRACT-COUNT)
               MOVE EXT-VENDOR-CODE
                   TO WS-EXT-VENDOR-CODE(WS-EXTRACT-COUNT)
               MOVE EXT-AMOUNT TO WS-EXT-AMOUNT(WS-EXTRACT-COUNT)
               MOVE EXT-CURRENCY-CODE
                   TO WS-EXT-CURRENCY-CODE(WS-EXTRACT-COUNT)
               MOVE EXT-ORIG-AMOUNT
                   TO WS-EXT-ORIG-AMOUNT(WS-EXTRACT-COUNT)
               MOVE EXT-ITEM-TYPE
                   TO WS-EXT-ITEM-TYPE(WS-EXTRACT-COUNT)
           ELSE
               IF WS-EXTRACT-LOADED
                   MOVE "N" TO WS-EXTRACT-LOADED-SW
                   DISPLAY "WARNING: EXTRACT TABLE FULL AT 10000 "
                       "ROWS - ITEM HOLDS NOT PROVEN THIS RUN"
                   MOVE "ACTION" TO WS-LOG-SEVERITY
                   MOVE "EXTRACT TABLE FULL - ITEM HOLDS NOT PROVEN"
                       TO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TRANS-READ-COUNT
           PERFORM 2100-PROCESS-ONE-TRANS
           PERFORM 2900-READ-NEXT-TRANS.

       2100-PROCESS-ONE-TRANS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 2110-FIND-HOLD
           PERFORM 2112-FIND-EXTRACT-ITEM
           PERFORM 2114-FIND-VENDOR
           PERFORM 2120-VALIDATE-TRANS
           IF WS-TRAN-VALID
               PERFORM 2200-APPLY-TRANS
           ELSE
               PERFORM 2300-WRITE-REJECT-LINE
           END-IF.

      * A vendor hold is keyed by vendor alone (its invoice number
      * is blank), so one search on type + vendor + invoice finds
      * either kind. Removed rows are skipped - a hold released
      * earlier in the run may be placed again.
       2110-FIND-HOLD.
           MOVE "N" TO WS-HOLD-FOUND-SW
           IF WS-HOLD-COUNT > 0
               SET WS-HLD-IDX TO 1
               SEARCH WS-HOLD-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-HLD-IDX > WS-HOLD-COUNT
                       CONTINUE
                   WHEN WS-HLD-TYPE(WS-HLD-IDX) = HTR-HOLD-TYPE
                           AND WS-HLD-VENDOR-CODE(WS-HLD-IDX) =
                               HTR-VENDOR-CODE
                           AND WS-HLD-INVOICE-NUMBER(WS-HLD-IDX) =
                               HTR-INVOICE-NUMBER
                           AND NOT WS-HLD-REMOVED(WS-HLD-IDX)
                       MOVE "Y" TO WS-HOLD-FOUND-SW
               END-SEARCH
           END-IF.

       2112-FIND-EXTRACT-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           IF HTR-TYPE-ITEM AND WS-EXTRACT-COUNT > 0
               SET WS-EXT-IDX TO 1
               SEARCH WS-EXTRACT-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-EXT-IDX > WS-EXTRACT-COUNT
                       CONTINUE
                   WHEN WS-EXT-VENDOR-CODE(WS-EXT-IDX) =
                           HTR-VENDOR-CODE
                           AND WS-EXT-INVOICE-NUMBER(WS-EXT-IDX) =
                               HTR-INVOICE-NUMBER
                       MOVE "Y" TO WS-ITEM-FOUND-SW
               END-SEARCH
           END-IF.

       2114-FIND-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           IF WS-VENDOR-LOADED
               MOVE HTR-VENDOR-CODE TO VM-VENDOR-CODE
               READ VENDOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VENDOR-FOUND-SW
               END-READ
           END-IF.

      * Every rule a hand edit of the extract used to skip is
      * proven here before anything is applied. A RELEASE is only
      * checked against the hold list - the item may already have
      * been retired off the extract while it sat on hold.
       2120-VALIDATE-TRANS.
           MOVE "Y" TO WS-TRAN-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN HTR-VENDOR-CODE = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "VENDOR CODE IS BLANK"
                       TO WS-REJECT-REASON
               WHEN NOT (HTR-ACTION-HOLD OR HTR-ACTION-RELEASE)
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               WHEN NOT (HTR-TYPE-ITEM OR HTR-TYPE-VENDOR)
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "HOLD TYPE NOT I OR V"
                       TO WS-REJECT-REASON
               WHEN HTR-TYPE-ITEM AND HTR-INVOICE-NUMBER = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ITEM HOLD WITHOUT AN INVOICE NUMBER"
                       TO WS-REJECT-REASON
               WHEN HTR-TYPE-VENDOR
                       AND HTR-INVOICE-NUMBER NOT = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "VENDOR HOLD WITH AN INVOICE NUMBER"
                       TO WS-REJECT-REASON
               WHEN HTR-CLERK-ID = SPACES
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "CLERK ID IS BLANK" TO WS-REJECT-REASON
               WHEN HTR-ACTION-RELEASE AND NOT WS-HOLD-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "NO HOLD IN FORCE TO RELEASE"
                       TO WS-REJECT-REASON
               WHEN HTR-ACTION-HOLD AND WS-HOLD-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ALREADY ON HOLD" TO WS-REJECT-REASON
               WHEN HTR-ACTION-HOLD AND WS-VENDOR-LOADED
                       AND NOT WS-VENDOR-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "VENDOR CODE DOES NOT EXIST"
                       TO WS-REJECT-REASON
               WHEN HTR-ACTION-HOLD AND HTR-TYPE-ITEM
                       AND WS-EXTRACT-LOADED
                       AND NOT WS-ITEM-FOUND
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "ITEM NOT ON AP-EXTRACT"
                       TO WS-REJECT-REASON
               WHEN HTR-ACTION-HOLD AND NOT HTR-REASON-VALID
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "UNKNOWN HOLD REASON CODE"
                       TO WS-REJECT-REASON
      * A hold with no review date, or one already past, would sit
      * on the list with nobody ever prompted to look at it again.
               WHEN HTR-ACTION-HOLD
                       AND HTR-REVIEW-DATE NOT NUMERIC
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "REVIEW DATE NOT NUMERIC"
                       TO WS-REJECT-REASON
               WHEN HTR-ACTION-HOLD
                       AND HTR-REVIEW-DATE < WS-RUN-DATE
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "REVIEW DATE ALREADY PAST"
                       TO WS-REJECT-REASON
               WHEN HTR-ACTION-HOLD AND WS-HOLD-COUNT >= 2000
                   MOVE "N" TO WS-TRAN-VALID-SW
                   MOVE "HOLD TABLE FULL AT 2000"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       2200-APPLY-TRANS.
           EVALUATE TRUE
               WHEN HTR-ACTION-HOLD
                   PERFORM 2210-APPLY-HOLD
               WHEN HTR-ACTION-RELEASE
                   PERFORM 2220-APPLY-RELEASE
           END-EVALUATE
           PERFORM 2800-WRITE-AUDIT-RECORD
           ADD 1 TO WS-ACCEPTED-COUNT.

       2210-APPLY-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           SET WS-HLD-IDX TO WS-HOLD-COUNT
           MOVE HTR-HOLD-TYPE TO WS-HLD-TYPE(WS-HLD-IDX)
           MOVE HTR-VENDOR-CODE TO WS-HLD-VENDOR-CODE(WS-HLD-IDX)
           MOVE HTR-INVOICE-NUMBER
               TO WS-HLD-INVOICE-NUMBER(WS-HLD-IDX)
           MOVE HTR-REASON-CODE TO WS-HLD-REASON-CODE(WS-HLD-IDX)
           MOVE HTR-CLERK-ID TO WS-HLD-CLERK-ID(WS-HLD-IDX)
           MOVE WS-RUN-DATE TO WS-HLD-HOLD-DATE(WS-HLD-IDX)
           MOVE HTR-REVIEW-DATE TO WS-HLD-REVIEW-DATE(WS-HLD-IDX)
           MOVE "N" TO WS-HLD-REMOVED-SW(WS-HLD-IDX)
           ADD 1 TO WS-HOLDS-PLACED-COUNT
           DISPLAY "HOLD PLACED ON " HTR-VENDOR-CODE " "
               HTR-INVOICE-NUMBER " (" HTR-REASON-CODE ") BY "
               HTR-CLERK-ID.

       2220-APPLY-RELEASE.
           MOVE "Y" TO WS-HLD-REMOVED-SW(WS-HLD-IDX)
           ADD 1 TO WS-HOLDS-RELEASED-COUNT
           DISPLAY "HOLD RELEASED ON " HTR-VENDOR-CODE " "
               HTR-INVOICE-NUMBER " BY " HTR-CLERK-ID.

      * One audit row per accepted action, in the same layout the
      * approval decisions use - tier zero and no approver role,
      * with the clerk's ID in AUD-ENTERED-BY, the way EXCPDISP
      * audits its dispositions. An item hold carries the item's
      * amounts; a vendor hold carries the vendor's open payables
      * on the extract today in US dollars, with a blank invoice.
       2800-WRITE-AUDIT-RECORD.
           MOVE HTR-INVOICE-NUMBER TO AUD-INVOICE-NUMBER
           MOVE HTR-VENDOR-CODE TO AUD-VENDOR-CODE
           IF HTR-TYPE-ITEM AND WS-ITEM-FOUND
               MOVE WS-EXT-AMOUNT(WS-EXT-IDX) TO AUD-AMOUNT
               IF WS-EXT-CURRENCY-CODE(WS-EXT-IDX) = SPACES
                   MOVE "USD" TO AUD-CURRENCY-CODE
                   MOVE WS-EXT-AMOUNT(WS-EXT-IDX) TO AUD-ORIG-AMOUNT
               ELSE
                   MOVE WS-EXT-CURRENCY-CODE(WS-EXT-IDX)
                       TO AUD-CURRENCY-CODE
                   MOVE WS-EXT-ORIG-AMOUNT(WS-EXT-IDX)
                       TO AUD-ORIG-AMOUNT
               END-IF
           ELSE
               PERFORM 2810-TOTAL-VENDOR-OPEN
               MOVE WS-VENDOR-OPEN-AMOUNT TO AUD-AMOUNT
               MOVE "USD" TO AUD-CURRENCY-CODE
               MOVE WS-VENDOR-OPEN-AMOUNT TO AUD-ORIG-AMOUNT
           END-IF
           IF HTR-ACTION-HOLD
               MOVE "HOLD" TO AUD-DECISION
           ELSE
               MOVE "HOLD-RELEASE" TO AUD-DECISION
           END-IF
           MOVE 0 TO AUD-APPROVAL-TIER
           MOVE "N/A" TO AUD-APPROVER-ROLE
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE HTR-CLERK-ID TO AUD-ENTERED-BY
           MOVE SPACES TO AUD-PO-NUMBER
           WRITE AUDIT-RECORD.

      * Credit memos are not payments - only the payables a vendor
      * hold actually stops are totaled. An item release whose item
      * has already left the extract lands here too and totals zero.
       2810-TOTAL-VENDOR-OPEN.
           MOVE 0 TO WS-VENDOR-OPEN-AMOUNT
           IF HTR-TYPE-VENDOR
               PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                       UNTIL WS-EXT-IDX > WS-EXTRACT-COUNT
                   IF WS-EXT-VENDOR-CODE(WS-EXT-IDX) = HTR-VENDOR-CODE
                           AND WS-EXT-ITEM-TYPE(WS-EXT-IDX) NOT = "C"
                       ADD WS-EXT-AMOUNT(WS-EXT-IDX)
                           TO WS-VENDOR-OPEN-AMOUNT
                   END-IF
               END-PERFORM
           END-IF.

       2300-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO ERROR-REPORT-LINE
           STRING HTR-ACTION
               " " HTR-HOLD-TYPE
               " " HTR-VENDOR-CODE
               " " HTR-INVOICE-NUMBER
               " BY " HTR-CLERK-ID
               " ON " HTR-TRAN-DATE
               " REJECTED - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           MOVE "NOTE" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "REJECTED " HTR-ACTION " " HTR-VENDOR-CODE
               " " HTR-INVOICE-NUMBER " - " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9100-LOG-WARNING
           DISPLAY "TRANSACTION " WS-TRANS-READ-COUNT " ("
               HTR-ACTION " " HTR-VENDOR-CODE " "
               HTR-INVOICE-NUMBER ") REJECTED - "
               WS-REJECT-REASON.

       2900-READ-NEXT-TRANS.
           READ HOLD-TRANS-FILE
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
           WRITE ERROR-REPORT-LINE
           MOVE WS-HOLDS-PLACED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ERROR-REPORT-LINE
           STRING "HOLDS PLACED:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE
           MOVE WS-HOLDS-RELEASED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ERROR-REPORT-LINE
           STRING "HOLDS RELEASED:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ERROR-REPORT-LINE
           WRITE ERROR-REPORT-LINE.

       4000-TERMINATE.
           CLOSE HOLD-TRANS-FILE
           CLOSE ERROR-REPORT-FILE
           CLOSE AUDIT-TRAIL-FILE
           IF WS-VENDOR-LOADED
               CLOSE VENDOR-MASTER-FILE
           END-IF
           OPEN OUTPUT HOLDS-TEMP-FILE
           IF WS-HOLDS-TEMP-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN AP-HOLDS.TMP - "
                   "STATUS " WS-HOLDS-TEMP-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HOLD-COUNT
               IF NOT WS-HLD-REMOVED(WS-HLD-IDX)
                   PERFORM 4100-WRITE-HOLD-ROW
               END-IF
           END-PERFORM
           CLOSE HOLDS-TEMP-FILE
           CALL "CBL_RENAME_FILE" USING WS-HOLDS-TEMP-NAME
                   WS-HOLDS-REAL-NAME
               RETURNING WS-RENAME-STATUS
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY "FATAL: COULD NOT REWRITE AP-HOLDS - "
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
           DISPLAY "APHOLD COMPLETE - READ " WS-TRANS-READ-COUNT
               " ACCEPTED " WS-ACCEPTED-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " HOLDS IN FORCE " WS-HOLDS-ON-FILE.

       4100-WRITE-HOLD-ROW.
           MOVE WS-HLD-TYPE(WS-HLD-IDX) TO HLD-HOLD-TYPE
           MOVE WS-HLD-VENDOR-CODE(WS-HLD-IDX) TO HLD-VENDOR-CODE
           MOVE WS-HLD-INVOICE-NUMBER(WS-HLD-IDX)
               TO HLD-INVOICE-NUMBER
           MOVE WS-HLD-REASON-CODE(WS-HLD-IDX) TO HLD-REASON-CODE
           MOVE WS-HLD-CLERK-ID(WS-HLD-IDX) TO HLD-CLERK-ID
           MOVE WS-HLD-HOLD-DATE(WS-HLD-IDX) TO HLD-HOLD-DATE
           MOVE WS-HLD-REVIEW-DATE(WS-HLD-IDX) TO HLD-REVIEW-DATE
           MOVE HOLD-RECORD TO HOLDS-TEMP-RECORD
           WRITE HOLDS-TEMP-RECORD
           ADD 1 TO WS-HOLDS-ON-FILE.

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
           MOVE "APHOLD" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

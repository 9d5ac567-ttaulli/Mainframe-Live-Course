      ******************************************************************
      * Author:  Tom Taulli
      * Date:  October 15, 2026
      * Purpose:  Education
      * Maintenance Log:
      *   - New periodic segregation-of-duties conflict job. APDECIDE
      *     stops a person approving an invoice they keyed, but
      *     nothing looked at the wider conflicts internal audit
      *     keeps raising: a user who adds or changes a vendor and
      *     then keys that vendor's invoices, a user who amends a PO
      *     and then keys invoices against it, a clerk whose
      *     DUP-OVERRIDE or RESUBMIT puts back an invoice they keyed
      *     themselves. This program takes a review period from
      *     SOD-PARMS and the conflict rules from SOD-RULES - kept
      *     as data so audit can add, retire, or re-grade a rule -
      *     reads AUDIT-TRAIL, VENDOR-CHANGE-AUDIT, and
      *     PO-CHANGE-AUDIT, names each user from APPROVER-MASTER,
      *     and prints every conflicting pair of actions on
      *     SOD-CONFLICT-RPT: both actions with their timestamps,
      *     the user, the vendor or PO, the invoice and dollars
      *     involved, then totals by rule and by severity. High
      *     severity conflicts are also logged for action. The job
      *     changes nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-PARM-FILE
               ASSIGN TO "SOD-PARMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SOD-RULE-FILE
               ASSIGN TO "SOD-RULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT-TRAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

      * The maintenance trails VENDMNT and POMAINT append - the
      * first half of most conflicts.
           SELECT VENDOR-CHANGE-FILE
               ASSIGN TO "VENDOR-CHANGE-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCHG-FILE-STATUS.

           SELECT PO-CHANGE-FILE
               ASSIGN TO "PO-CHANGE-AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCHG-FILE-STATUS.

      * Who each user ID is - audit wants a name and a role against
      * every conflict, not just an ID.
           SELECT APPROVER-MASTER-FILE
               ASSIGN TO "APPROVER-MASTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVER-FILE-STATUS.

           SELECT SOD-REPORT-FILE
               ASSIGN TO "SOD-CONFLICT-RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-LOG-FILE
               ASSIGN TO "RUN-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-PARM-FILE.
           COPY SODPARM.

       FD  SOD-RULE-FILE.
           COPY SODRULE.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  VENDOR-CHANGE-FILE.
           COPY VCHGREC.

       FD  PO-CHANGE-FILE.
           COPY PCHGREC.

       FD  APPROVER-MASTER-FILE.
           COPY APPMAST.

       FD  SOD-REPORT-FILE.
       01  SOD-REPORT-LINE                 PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS             PIC XX.
       01  WS-RULE-FILE-STATUS             PIC XX.
       01  WS-AUDIT-FILE-STATUS            PIC XX.
       01  WS-VCHG-FILE-STATUS             PIC XX.
       01  WS-PCHG-FILE-STATUS             PIC XX.
       01  WS-APPROVER-FILE-STATUS         PIC XX.
       01  WS-REPORT-FILE-STATUS           PIC XX.
       01  WS-RUNLOG-FILE-STATUS           PIC XX.
       01  WS-LOG-SEVERITY                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-MESSAGE                  PIC X(70) VALUE SPACES.

       01  WS-RULE-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-RULE-EOF                 VALUE "Y".
       01  WS-AUDIT-EOF-SW                 PIC X(1) VALUE "N".
           88  WS-AUDIT-EOF                VALUE "Y".
       01  WS-VCHG-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-VCHG-EOF                 VALUE "Y".
       01  WS-PCHG-EOF-SW                  PIC X(1) VALUE "N".
           88  WS-PCHG-EOF                 VALUE "Y".
       01  WS-APPROVER-EOF-SW              PIC X(1) VALUE "N".
           88  WS-APPROVER-EOF             VALUE "Y".
       01  WS-SIDE-MATCH-SW                PIC X(1) VALUE "N".
           88  WS-SIDE-MATCH               VALUE "Y".
       01  WS-PAIR-FOUND-SW                PIC X(1) VALUE "N".
           88  WS-PAIR-FOUND               VALUE "Y".
       01  WS-SCAN-DONE-SW                 PIC X(1) VALUE "N".
           88  WS-SCAN-DONE                VALUE "Y".

       01  WS-RUN-DATE                     PIC X(8)  VALUE SPACES.
       01  WS-DATE-FROM                    PIC X(8)  VALUE SPACES.
       01  WS-DATE-TO                      PIC X(8)  VALUE SPACES.
       01  WS-LOOKBACK-FROM                PIC X(8)  VALUE SPACES.

      * The decision codes INVOICE writes as it takes an invoice in,
      * and the ones the other trail writers use - which event kind
      * an AUDIT-TRAIL row is.
       01  WS-AUD-DECISION                 PIC X(12) VALUE SPACES.
           88  WS-AUD-KEYED                VALUE "TIER1-SUPV"
                                                 "TIER2-DIR"
                                                 "TIER3-VP"
                                                 "CREDIT-MEMO"
                                                 "EXCEPTION"
                                                 "DUPLICATE"
                                                 "PO-EXCEPTION"
                                                 "NOT-RECEIVED"
                                                 "NO-FX-RATE"
                                                 "BAD-AMOUNT"
                                                 "DIST-ERROR"
                                                 "CREDIT-ERROR"
                                                 "NO-PERIOD".
           88  WS-AUD-DECIDED              VALUE "APPROVED"
                                                 "REJECTED"
                                                 "BAD-DECISION".
           88  WS-AUD-DISPOSED             VALUE "RESUBMIT"
                                                 "WRITE-OFF"
                                                 "DUP-OVERRIDE".
           88  WS-AUD-HOLD                 VALUE "HOLD"
                                                 "HOLD-RELEASE".

       01  WS-RULE-TABLE-AREA.
           05  WS-RULE-TABLE OCCURS 50 TIMES.
               10  WS-RUL-RULE-ID          PIC X(6).
               10  WS-RUL-FIRST-KIND       PIC X(8).
               10  WS-RUL-FIRST-ACTION     PIC X(12).
               10  WS-RUL-SECOND-KIND      PIC X(8).
               10  WS-RUL-SECOND-ACTION    PIC X(12).
               10  WS-RUL-LINK             PIC X(1).
                   88  WS-RUL-LINK-VENDOR  VALUE "V".
                   88  WS-RUL-LINK-PO      VALUE "P".
                   88  WS-RUL-LINK-INVOICE VALUE "I".
               10  WS-RUL-SEVERITY         PIC X(6).
               10  WS-RUL-DESCRIPTION      PIC X(40).
               10  WS-RUL-CONFLICT-COUNT   PIC 9(7).
               10  WS-RUL-CONFLICT-AMOUNT  PIC 9(11)V99.
       01  WS-RULE-COUNT                   PIC 9(4) VALUE 0.
       01  WS-RUL-SUB                      PIC 9(4) VALUE 0.

       01  WS-CHECK-KIND                   PIC X(8)  VALUE SPACES.
           88  WS-CHECK-KIND-VALID         VALUE "VENDMNT"
                                                 "POMAINT"
                                                 "KEYED"
                                                 "DECIDED"
                                                 "DISPOSED"
                                                 "HOLD".

       01  WS-APPROVER-TABLE-AREA.
           05  WS-APP-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-APP-IDX.
               10  WS-APP-APPROVER-ID      PIC X(8).
               10  WS-APP-NAME             PIC X(30).
               10  WS-APP-ROLE             PIC X(20).
       01  WS-APPROVER-COUNT               PIC 9(4) VALUE 0.

      * Every action from every trail inside the look-back, sorted
      * by user and time so each user's actions sit together in the
      * order they were taken; the sequence number keeps the order
      * rows were read for actions stamped the same moment.
       01  WS-EVENT-TABLE-AREA.
           05  WS-EVENT-TABLE OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-EVT-KEY
                   INDEXED BY WS-EVT-IDX.
               10  WS-EVT-KEY.
                   15  WS-EVT-USER         PIC X(8).
                   15  WS-EVT-TIMESTAMP    PIC X(16).
                   15  WS-EVT-SEQUENCE     PIC 9(6).
               10  WS-EVT-KIND             PIC X(8).
               10  WS-EVT-ACTION           PIC X(12).
               10  WS-EVT-VENDOR-CODE      PIC X(6).
               10  WS-EVT-PO-NUMBER        PIC X(8).
               10  WS-EVT-INVOICE-NUMBER   PIC X(10).
               10  WS-EVT-AMOUNT           PIC 9(9)V99.
       01  WS-EVENT-COUNT                  PIC 9(6) VALUE 0.
       01  WS-EVT-SUB                      PIC 9(6) VALUE 0.
       01  WS-FIRST-SUB                    PIC 9(6) VALUE 0.
       01  WS-SIDE-SUB                     PIC 9(6) VALUE 0.
       01  WS-EVENT-SEQUENCE               PIC 9(6) VALUE 0.

       01  WS-NEW-EVENT.
           05  WS-NEW-USER                 PIC X(8).
           05  WS-NEW-TIMESTAMP            PIC X(21).
           05  WS-NEW-KIND                 PIC X(8).
           05  WS-NEW-ACTION               PIC X(12).
           05  WS-NEW-VENDOR-CODE          PIC X(6).
           05  WS-NEW-PO-NUMBER            PIC X(8).
           05  WS-NEW-INVOICE-NUMBER       PIC X(10).
           05  WS-NEW-AMOUNT               PIC 9(9)V99.

      * A side of a rule being tested: the kind and action it asks
      * for against the event at WS-SIDE-SUB.
       01  WS-SIDE-KIND                    PIC X(8)  VALUE SPACES.
       01  WS-SIDE-ACTION                  PIC X(12) VALUE SPACES.

       01  WS-CONFLICT-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-SEVERITY-TOTALS.
           05  WS-HIGH-COUNT               PIC 9(7) VALUE 0.
           05  WS-HIGH-AMOUNT              PIC 9(11)V99 VALUE 0.
           05  WS-MEDIUM-COUNT             PIC 9(7) VALUE 0.
           05  WS-MEDIUM-AMOUNT            PIC 9(11)V99 VALUE 0.
           05  WS-LOW-COUNT                PIC 9(7) VALUE 0.
           05  WS-LOW-AMOUNT               PIC 9(11)V99 VALUE 0.
       01  WS-CONFLICT-COUNT               PIC 9(7) VALUE 0.
       01  WS-CONFLICT-TOTAL-AMOUNT        PIC 9(11)V99 VALUE 0.
       01  WS-RULE-REJECT-COUNT            PIC 9(7) VALUE 0.
       01  WS-RULE-INACTIVE-COUNT          PIC 9(7) VALUE 0.
       01  WS-VCHG-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-PCHG-READ-COUNT              PIC 9(7) VALUE 0.
       01  WS-AUDIT-READ-COUNT             PIC 9(7) VALUE 0.

       01  WS-USER-NAME                    PIC X(30) VALUE SPACES.
       01  WS-USER-ROLE                    PIC X(20) VALUE SPACES.
       01  WS-ACTION-LABEL                 PIC X(8)  VALUE SPACES.
       01  WS-DISPLAY-TIME                 PIC X(15) VALUE SPACES.
       01  WS-AMOUNT-DISPLAY               PIC $$$$,$$$,$$9.99.
       01  WS-TOTAL-DISPLAY                PIC $$$,$$$,$$$,$$9.99.
       01  WS-COUNT-DISPLAY                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-VENDOR-CHANGES
           PERFORM 2100-LOAD-PO-CHANGES
           PERFORM 2200-LOAD-AUDIT-TRAIL
           PERFORM 3000-FIND-CONFLICTS
           PERFORM 3500-WRITE-TOTALS
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 9000-OPEN-RUN-LOG
           PERFORM 1100-READ-PARMS
           PERFORM 1200-LOAD-RULES
           PERFORM 1300-LOAD-APPROVERS
           OPEN OUTPUT SOD-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN SOD-CONFLICT-RPT - STATUS "
                   WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "SEGREGATION OF DUTIES CONFLICTS   PERIOD "
               WS-DATE-FROM " - " WS-DATE-TO
               "   ACTIONS SINCE " WS-LOOKBACK-FROM
               "   PREPARED " WS-RUN-DATE
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

      * A review with no period would sweep every action ever taken
      * and read as this period's exceptions, so a missing or blank
      * range stops the job, the same as REMITADV.
       1100-READ-PARMS.
           OPEN INPUT SOD-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ SOD-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SDP-DATE-FROM TO WS-DATE-FROM
                       MOVE SDP-DATE-TO TO WS-DATE-TO
                       MOVE SDP-LOOKBACK-FROM TO WS-LOOKBACK-FROM
               END-READ
               CLOSE SOD-PARM-FILE
           END-IF
           IF WS-DATE-FROM = SPACES
               DISPLAY "FATAL: NO REVIEW PERIOD IN SOD-PARMS - "
                   "STATUS " WS-PARM-FILE-STATUS
               DISPLAY "REFUSING TO REVIEW THE WHOLE AUDIT HISTORY"
               STOP RUN
           END-IF
           IF WS-DATE-TO = SPACES
               MOVE WS-DATE-FROM TO WS-DATE-TO
           END-IF
           IF WS-LOOKBACK-FROM = SPACES
               MOVE WS-DATE-FROM TO WS-LOOKBACK-FROM
           END-IF
           IF WS-DATE-TO < WS-DATE-FROM
               DISPLAY "FATAL: SOD-PARMS REVIEW PERIOD "
                   WS-DATE-FROM " - " WS-DATE-TO
                   " ENDS BEFORE IT STARTS"
               STOP RUN
           END-IF
           IF WS-LOOKBACK-FROM > WS-DATE-FROM
               DISPLAY "FATAL: SOD-PARMS LOOK-BACK DATE "
                   WS-LOOKBACK-FROM " IS AFTER THE PERIOD START "
                   WS-DATE-FROM
               STOP RUN
           END-IF.

      * No rules means no conflicts can be found - a clean report
      * that proves nothing - so that stops the job. A rule that
      * cannot be applied is dropped and logged for action: audit
      * must know a control they wrote is not being checked.
       1200-LOAD-RULES.
           OPEN INPUT SOD-RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN SOD-RULES - STATUS "
                   WS-RULE-FILE-STATUS
               DISPLAY "NO CONFLICT RULES - REFUSING TO REPORT A "
                   "CLEAN REVIEW"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RULE-EOF
               READ SOD-RULE-FILE
                   AT END
                       SET WS-RULE-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-ADD-RULE
               END-READ
           END-PERFORM
           CLOSE SOD-RULE-FILE
           IF WS-RULE-COUNT = 0
               DISPLAY "FATAL: SOD-RULES HOLDS NO ACTIVE USABLE RULE"
               DISPLAY "NO CONFLICT RULES - REFUSING TO REPORT A "
                   "CLEAN REVIEW"
               STOP RUN
           END-IF.

       1210-ADD-RULE.
           IF SDR-STATUS-INACTIVE
               ADD 1 TO WS-RULE-INACTIVE-COUNT
           ELSE
               MOVE SDR-FIRST-KIND TO WS-CHECK-KIND
               IF WS-CHECK-KIND-VALID
                   MOVE SDR-SECOND-KIND TO WS-CHECK-KIND
               END-IF
               IF NOT WS-CHECK-KIND-VALID
                       OR SDR-RULE-ID = SPACES
                       OR NOT (SDR-LINK-VENDOR OR SDR-LINK-PO
                               OR SDR-LINK-INVOICE)
                       OR NOT SDR-SEVERITY-VALID
                       OR WS-RULE-COUNT >= 50
                   ADD 1 TO WS-RULE-REJECT-COUNT
                   DISPLAY "WARNING: SOD-RULES ROW NOT APPLIED - "
                       SOD-RULE-RECORD
                   MOVE "ACTION" TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "SOD RULE " SDR-RULE-ID
                       " NOT APPLIED - BAD KIND, LINK, OR SEVERITY"
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   PERFORM 9100-LOG-WARNING
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE SDR-RULE-ID TO WS-RUL-RULE-ID(WS-RULE-COUNT)
                   MOVE SDR-FIRST-KIND
                       TO WS-RUL-FIRST-KIND(WS-RULE-COUNT)
                   MOVE SDR-FIRST-ACTION
                       TO WS-RUL-FIRST-ACTION(WS-RULE-COUNT)
                   MOVE SDR-SECOND-KIND
                       TO WS-RUL-SECOND-KIND(WS-RULE-COUNT)
                   MOVE SDR-SECOND-ACTION
                       TO WS-RUL-SECOND-ACTION(WS-RULE-COUNT)
                   MOVE SDR-LINK TO WS-RUL-LINK(WS-RULE-COUNT)
                   MOVE SDR-SEVERITY TO WS-RUL-SEVERITY(WS-RULE-COUNT)
                   MOVE SDR-DESCRIPTION
                       TO WS-RUL-DESCRIPTION(WS-RULE-COUNT)
                   MOVE 0 TO WS-RUL-CONFLICT-COUNT(WS-RULE-COUNT)
                   MOVE 0 TO WS-RUL-CONFLICT-AMOUNT(WS-RULE-COUNT)
               END-IF
           END-IF.

      * Names only - a user missing from the master is still
      * reported, just without a name.
       1300-LOAD-APPROVERS.
           OPEN INPUT APPROVER-MASTER-FILE
           IF WS-APPROVER-FILE-STATUS = "00"
               PERFORM UNTIL WS-APPROVER-EOF
                   READ APPROVER-MASTER-FILE
                       AT END
                           SET WS-APPROVER-EOF TO TRUE
                       NOT AT END
                           IF WS-APPROVER-COUNT < 500
                               ADD 1 TO WS-APPROVER-COUNT
                               MOVE APM-APPROVER-ID TO
                                   WS-APP-APPROVER-ID(WS-APPROVER-COUNT)
                               MOVE APM-APPROVER-NAME
                                   TO WS-APP-NAME(WS-APPROVER-COUNT)
                               MOVE APM-ROLE
                                   TO WS-APP-ROLE(WS-APPROVER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVER-MASTER-FILE
           ELSE
               DISPLAY "WARNING: APPROVER-MASTER NOT AVAILABLE - "
                   "STATUS " WS-APPROVER-FILE-STATUS
                   " - USERS REPORTED BY ID ONLY"
               MOVE "NOTE" TO WS-LOG-SEVERITY
               MOVE "APPROVER-MASTER NOT AVAILABLE - USERS BY ID ONLY"
                   TO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

      * No maintenance trail yet simply means no maintenance has
      * been done - noted, not fatal.
       2000-LOAD-VENDOR-CHANGES.
           OPEN INPUT VENDOR-CHANGE-FILE
           IF WS-VCHG-FILE-STATUS = "00"
               PERFORM UNTIL WS-VCHG-EOF
                   READ VENDOR-CHANGE-FILE
                       AT END
                           SET WS-VCHG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-VCHG-READ-COUNT
                           PERFORM 2010-ADD-VENDOR-CHANGE
                   END-READ
               END-PERFORM
               CLOSE VENDOR-CHANGE-FILE
           ELSE
               MOVE "NOTE" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "VENDOR-CHANGE-AUDIT NOT AVAILABLE - STATUS "
                   WS-VCHG-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       2010-ADD-VENDOR-CHANGE.
           MOVE VCH-USER-ID TO WS-NEW-USER
           MOVE VCH-TIMESTAMP TO WS-NEW-TIMESTAMP
           MOVE "VENDMNT" TO WS-NEW-KIND
           MOVE VCH-ACTION TO WS-NEW-ACTION
           MOVE VCH-VENDOR-CODE TO WS-NEW-VENDOR-CODE
           MOVE SPACES TO WS-NEW-PO-NUMBER
           MOVE SPACES TO WS-NEW-INVOICE-NUMBER
           MOVE 0 TO WS-NEW-AMOUNT
           PERFORM 2800-ADD-EVENT.

      * The PO's vendor is taken from the after image (the before
      * image for a change that left none), positioned as on
      * PO-MASTER: PO number, then vendor code.
       2100-LOAD-PO-CHANGES.
           OPEN INPUT PO-CHANGE-FILE
           IF WS-PCHG-FILE-STATUS = "00"
               PERFORM UNTIL WS-PCHG-EOF
                   READ PO-CHANGE-FILE
                       AT END
                           SET WS-PCHG-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PCHG-READ-COUNT
                           PERFORM 2110-ADD-PO-CHANGE
                   END-READ
               END-PERFORM
               CLOSE PO-CHANGE-FILE
           ELSE
               MOVE "NOTE" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "PO-CHANGE-AUDIT NOT AVAILABLE - STATUS "
                   WS-PCHG-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF.

       2110-ADD-PO-CHANGE.
           MOVE PCH-USER-ID TO WS-NEW-USER
           MOVE PCH-TIMESTAMP TO WS-NEW-TIMESTAMP
           MOVE "POMAINT" TO WS-NEW-KIND
           MOVE PCH-ACTION TO WS-NEW-ACTION
           IF PCH-NEW-IMAGE(9:6) = SPACES
               MOVE PCH-OLD-IMAGE(9:6) TO WS-NEW-VENDOR-CODE
           ELSE
               MOVE PCH-NEW-IMAGE(9:6) TO WS-NEW-VENDOR-CODE
           END-IF
           MOVE PCH-PO-NUMBER TO WS-NEW-PO-NUMBER
           MOVE SPACES TO WS-NEW-INVOICE-NUMBER
           MOVE 0 TO WS-NEW-AMOUNT
           PERFORM 2800-ADD-EVENT.

      * Without the audit trail there is nothing to pair the
      * maintenance against - every rule's second action is here -
      * so a missing trail stops the job rather than report clean.
       2200-LOAD-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CANNOT OPEN AUDIT-TRAIL - STATUS "
                   WS-AUDIT-FILE-STATUS
               DISPLAY "NO KEYING OR DECISION HISTORY - REFUSING TO "
                   "REPORT A CLEAN REVIEW"
               STOP RUN
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-TRAIL-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       PERFORM 2210-ADD-AUDIT-ROW
               END-READ
           END-PERFORM
           CLOSE AUDIT-TRAIL-FILE.

      * APAGING's escalations are the system acting, not a person,
      * and are left out. Dollars are the US dollar amount the
      * action was taken on.
       2210-ADD-AUDIT-ROW.
           MOVE AUD-DECISION TO WS-AUD-DECISION
           MOVE SPACES TO WS-NEW-KIND
           EVALUATE TRUE
               WHEN WS-AUD-KEYED
                   MOVE "KEYED" TO WS-NEW-KIND
               WHEN WS-AUD-DECIDED
                   MOVE "DECIDED" TO WS-NEW-KIND
               WHEN WS-AUD-DISPOSED
                   MOVE "DISPOSED" TO WS-NEW-KIND
               WHEN WS-AUD-HOLD
                   MOVE "HOLD" TO WS-NEW-KIND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-NEW-KIND NOT = SPACES
               MOVE AUD-ENTERED-BY TO WS-NEW-USER
               MOVE AUD-TIMESTAMP TO WS-NEW-TIMESTAMP
               MOVE AUD-DECISION TO WS-NEW-ACTION
               MOVE AUD-VENDOR-CODE TO WS-NEW-VENDOR-CODE
               MOVE AUD-PO-NUMBER TO WS-NEW-PO-NUMBER
               MOVE AUD-INVOICE-NUMBER TO WS-NEW-INVOICE-NUMBER
               MOVE AUD-AMOUNT TO WS-NEW-AMOUNT
               PERFORM 2800-ADD-EVENT
           END-IF.

      * Only actions inside the look-back and not after the period
      * are kept. A full table would leave pairs unchecked, which a
      * control review cannot pass off as clean.
       2800-ADD-EVENT.
           IF WS-NEW-TIMESTAMP(1:8) NOT < WS-LOOKBACK-FROM
                   AND WS-NEW-TIMESTAMP(1:8) NOT > WS-DATE-TO
                   AND WS-NEW-USER NOT = SPACES
               IF WS-EVENT-COUNT >= 20000
                   DISPLAY "FATAL: ACTION TABLE FULL AT 20000 ROWS - "
                       "CONFLICTS WOULD GO UNCHECKED"
                   DISPLAY "NARROW THE REVIEW PERIOD OR LOOK-BACK IN "
                       "SOD-PARMS"
                   STOP RUN
               END-IF
               ADD 1 TO WS-EVENT-COUNT
               ADD 1 TO WS-EVENT-SEQUENCE
               MOVE WS-NEW-USER TO WS-EVT-USER(WS-EVENT-COUNT)
               MOVE WS-NEW-TIMESTAMP(1:16)
                   TO WS-EVT-TIMESTAMP(WS-EVENT-COUNT)
               MOVE WS-EVENT-SEQUENCE
                   TO WS-EVT-SEQUENCE(WS-EVENT-COUNT)
               MOVE WS-NEW-KIND TO WS-EVT-KIND(WS-EVENT-COUNT)
               MOVE WS-NEW-ACTION TO WS-EVT-ACTION(WS-EVENT-COUNT)
               MOVE WS-NEW-VENDOR-CODE
                   TO WS-EVT-VENDOR-CODE(WS-EVENT-COUNT)
               MOVE WS-NEW-PO-NUMBER
                   TO WS-EVT-PO-NUMBER(WS-EVENT-COUNT)
               MOVE WS-NEW-INVOICE-NUMBER
                   TO WS-EVT-INVOICE-NUMBER(WS-EVENT-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-EVT-AMOUNT(WS-EVENT-COUNT)
           END-IF.

      * Each action inside the period is tested as the second half
      * of every rule; for each rule it satisfies, the same user's
      * earlier actions are searched back for the latest one that
      * completes the pair. One conflict per second action per
      * rule - a vendor changed twice and then paid once is one
      * conflict, on the nearer change.
       3000-FIND-CONFLICTS.
           IF WS-EVENT-COUNT < 20000
               PERFORM VARYING WS-EVT-SUB FROM WS-EVENT-COUNT BY 1
                       UNTIL WS-EVT-SUB >= 20000
                   MOVE HIGH-VALUES TO WS-EVENT-TABLE(WS-EVT-SUB + 1)
               END-PERFORM
           END-IF
           IF WS-EVENT-COUNT > 1
               SORT WS-EVENT-TABLE ASCENDING KEY WS-EVT-KEY
           END-IF
           PERFORM VARYING WS-EVT-SUB FROM 1 BY 1
                   UNTIL WS-EVT-SUB > WS-EVENT-COUNT
               IF WS-EVT-TIMESTAMP(WS-EVT-SUB)(1:8) NOT < WS-DATE-FROM
                   PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                           UNTIL WS-RUL-SUB > WS-RULE-COUNT
                       PERFORM 3100-TEST-RULE
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-CONFLICT-COUNT = 0
               MOVE "NO CONFLICTS FOUND FOR THE PERIOD"
                   TO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

       3100-TEST-RULE.
           MOVE WS-EVT-SUB TO WS-SIDE-SUB
           MOVE WS-RUL-SECOND-KIND(WS-RUL-SUB) TO WS-SIDE-KIND
           MOVE WS-RUL-SECOND-ACTION(WS-RUL-SUB) TO WS-SIDE-ACTION
           PERFORM 3150-MATCH-SIDE
           IF WS-SIDE-MATCH
               MOVE "N" TO WS-PAIR-FOUND-SW
               MOVE WS-EVT-SUB TO WS-FIRST-SUB
               PERFORM 3110-STEP-BACK
               PERFORM UNTIL WS-SCAN-DONE OR WS-PAIR-FOUND
                   PERFORM 3120-TEST-FIRST-ACTION
                   IF NOT WS-PAIR-FOUND
                       PERFORM 3110-STEP-BACK
                   END-IF
               END-PERFORM
               IF WS-PAIR-FOUND
                   PERFORM 3200-WRITE-CONFLICT
               END-IF
           END-IF.

      * Back one action; the scan stops at the top of the table or
      * at the first action belonging to another user.
       3110-STEP-BACK.
           MOVE "N" TO WS-SCAN-DONE-SW
           IF WS-FIRST-SUB <= 1
               MOVE "Y" TO WS-SCAN-DONE-SW
           ELSE
               SUBTRACT 1 FROM WS-FIRST-SUB
               IF WS-EVT-USER(WS-FIRST-SUB)
                       NOT = WS-EVT-USER(WS-EVT-SUB)
                   MOVE "Y" TO WS-SCAN-DONE-SW
               END-IF
           END-IF.

       3120-TEST-FIRST-ACTION.
           MOVE WS-FIRST-SUB TO WS-SIDE-SUB
           MOVE WS-RUL-FIRST-KIND(WS-RUL-SUB) TO WS-SIDE-KIND
           MOVE WS-RUL-FIRST-ACTION(WS-RUL-SUB) TO WS-SIDE-ACTION
           PERFORM 3150-MATCH-SIDE
           IF WS-SIDE-MATCH
               EVALUATE TRUE
                   WHEN WS-RUL-LINK-VENDOR(WS-RUL-SUB)
                       IF WS-EVT-VENDOR-CODE(WS-FIRST-SUB)
                               = WS-EVT-VENDOR-CODE(WS-EVT-SUB)
                               AND WS-EVT-VENDOR-CODE(WS-EVT-SUB)
                                   NOT = SPACES
                           MOVE "Y" TO WS-PAIR-FOUND-SW
                       END-IF
                   WHEN WS-RUL-LINK-PO(WS-RUL-SUB)
                       IF WS-EVT-PO-NUMBER(WS-FIRST-SUB)
                               = WS-EVT-PO-NUMBER(WS-EVT-SUB)
                               AND WS-EVT-PO-NUMBER(WS-EVT-SUB)
                                   NOT = SPACES
                           MOVE "Y" TO WS-PAIR-FOUND-SW
                       END-IF
                   WHEN WS-RUL-LINK-INVOICE(WS-RUL-SUB)
                       IF WS-EVT-VENDOR-CODE(WS-FIRST-SUB)
                               = WS-EVT-VENDOR-CODE(WS-EVT-SUB)
                               AND WS-EVT-INVOICE-NUMBER(WS-FIRST-SUB)
                               = WS-EVT-INVOICE-NUMBER(WS-EVT-SUB)
                               AND WS-EVT-INVOICE-NUMBER(WS-EVT-SUB)
                                   NOT = SPACES
                           MOVE "Y" TO WS-PAIR-FOUND-SW
                       END-IF
               END-EVALUATE
           END-IF.

       3150-MATCH-SIDE.
           MOVE "N" TO WS-SIDE-MATCH-SW
           IF WS-EVT-KIND(WS-SIDE-SUB) = WS-SIDE-KIND
               IF WS-SIDE-ACTION = SPACES
                       OR WS-EVT-ACTION(WS-SIDE-SUB) = WS-SIDE-ACTION
                   MOVE "Y" TO WS-SIDE-MATCH-SW
               END-IF
           END-IF.

      * The dollars are the invoice's - the second action's amount,
      * or the first's where the second carries none.
       3200-WRITE-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           IF WS-EVT-AMOUNT(WS-EVT-SUB) > 0
               MOVE WS-EVT-AMOUNT(WS-EVT-SUB) TO WS-CONFLICT-AMOUNT
           ELSE
               MOVE WS-EVT-AMOUNT(WS-FIRST-SUB) TO WS-CONFLICT-AMOUNT
           END-IF
           ADD 1 TO WS-RUL-CONFLICT-COUNT(WS-RUL-SUB)
           ADD WS-CONFLICT-AMOUNT TO WS-RUL-CONFLICT-AMOUNT(WS-RUL-SUB)
           ADD WS-CONFLICT-AMOUNT TO WS-CONFLICT-TOTAL-AMOUNT
           EVALUATE WS-RUL-SEVERITY(WS-RUL-SUB)
               WHEN "HIGH"
                   ADD 1 TO WS-HIGH-COUNT
                   ADD WS-CONFLICT-AMOUNT TO WS-HIGH-AMOUNT
               WHEN "MEDIUM"
                   ADD 1 TO WS-MEDIUM-COUNT
                   ADD WS-CONFLICT-AMOUNT TO WS-MEDIUM-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
                   ADD WS-CONFLICT-AMOUNT TO WS-LOW-AMOUNT
           END-EVALUATE
           PERFORM 3210-FIND-USER-NAME
           MOVE WS-CONFLICT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "RULE " WS-RUL-RULE-ID(WS-RUL-SUB)
               " " WS-RUL-SEVERITY(WS-RUL-SUB)
               "  USER " WS-EVT-USER(WS-EVT-SUB)
               " " WS-USER-NAME " " WS-USER-ROLE
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "    " WS-RUL-DESCRIPTION(WS-RUL-SUB)
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE "FIRST" TO WS-ACTION-LABEL
           MOVE WS-FIRST-SUB TO WS-SIDE-SUB
           PERFORM 3220-WRITE-ACTION-LINE
           MOVE "THEN" TO WS-ACTION-LABEL
           MOVE WS-EVT-SUB TO WS-SIDE-SUB
           PERFORM 3220-WRITE-ACTION-LINE
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       3210-FIND-USER-NAME.
           MOVE "(NOT ON APPROVER-MASTER)" TO WS-USER-NAME
           MOVE SPACES TO WS-USER-ROLE
           SET WS-APP-IDX TO 1
           SEARCH WS-APP-TABLE
               AT END
                   CONTINUE
               WHEN WS-APP-IDX > WS-APPROVER-COUNT
                   CONTINUE
               WHEN WS-APP-APPROVER-ID(WS-APP-IDX)
                    = WS-EVT-USER(WS-EVT-SUB)
                   MOVE WS-APP-NAME(WS-APP-IDX) TO WS-USER-NAME
                   MOVE WS-APP-ROLE(WS-APP-IDX) TO WS-USER-ROLE
           END-SEARCH.

       3220-WRITE-ACTION-LINE.
           MOVE SPACES TO WS-DISPLAY-TIME
           STRING WS-EVT-TIMESTAMP(WS-SIDE-SUB)(1:8) " "
               WS-EVT-TIMESTAMP(WS-SIDE-SUB)(9:6)
               DELIMITED BY SIZE INTO WS-DISPLAY-TIME
           MOVE WS-EVT-AMOUNT(WS-SIDE-SUB) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "    " WS-ACTION-LABEL WS-DISPLAY-TIME
               "  " WS-EVT-KIND(WS-SIDE-SUB)
               " " WS-EVT-ACTION(WS-SIDE-SUB)
               " VENDOR " WS-EVT-VENDOR-CODE(WS-SIDE-SUB)
               " PO " WS-EVT-PO-NUMBER(WS-SIDE-SUB)
               " INVOICE " WS-EVT-INVOICE-NUMBER(WS-SIDE-SUB)
               " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE.

       3500-WRITE-TOTALS.
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE "CONFLICTS BY RULE" TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           PERFORM VARYING WS-RUL-SUB FROM 1 BY 1
                   UNTIL WS-RUL-SUB > WS-RULE-COUNT
               MOVE WS-RUL-CONFLICT-COUNT(WS-RUL-SUB)
                   TO WS-COUNT-DISPLAY
               MOVE WS-RUL-CONFLICT-AMOUNT(WS-RUL-SUB)
                   TO WS-TOTAL-DISPLAY
               MOVE SPACES TO SOD-REPORT-LINE
               STRING "  " WS-RUL-RULE-ID(WS-RUL-SUB)
                   " " WS-RUL-SEVERITY(WS-RUL-SUB)
                   " " WS-RUL-DESCRIPTION(WS-RUL-SUB)
                   " " WS-COUNT-DISPLAY " " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE "CONFLICTS BY SEVERITY" TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-HIGH-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-HIGH-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "  HIGH     " WS-COUNT-DISPLAY " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-MEDIUM-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-MEDIUM-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "  MEDIUM   " WS-COUNT-DISPLAY " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-LOW-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-LOW-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "  LOW      " WS-COUNT-DISPLAY " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-CONFLICT-TOTAL-AMOUNT TO WS-TOTAL-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "  TOTAL    " WS-COUNT-DISPLAY " " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-AUDIT-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "AUDIT-TRAIL ROWS READ:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-VCHG-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "VENDOR-CHANGE-AUDIT ROWS READ: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-PCHG-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "PO-CHANGE-AUDIT ROWS READ:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-EVENT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "ACTIONS IN LOOK-BACK:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE WS-RULE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SOD-REPORT-LINE
           STRING "RULES APPLIED:                 " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           IF WS-RULE-INACTIVE-COUNT > 0
               MOVE WS-RULE-INACTIVE-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO SOD-REPORT-LINE
               STRING "RULES INACTIVE:                " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF
           IF WS-RULE-REJECT-COUNT > 0
               MOVE WS-RULE-REJECT-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO SOD-REPORT-LINE
               STRING "*** RULES NOT APPLIED (BAD ROW): "
                   WS-COUNT-DISPLAY " ***"
                   DELIMITED BY SIZE INTO SOD-REPORT-LINE
               WRITE SOD-REPORT-LINE
           END-IF.

       4000-TERMINATE.
           CLOSE SOD-REPORT-FILE
           IF WS-HIGH-COUNT > 0
               MOVE "ACTION" TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-HIGH-COUNT " HIGH SEVERITY SOD CONFLICTS - "
                   "SEE SOD-CONFLICT-RPT"
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-WARNING
           END-IF
           MOVE "NORMAL" TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CONFLICTS " WS-CONFLICT-COUNT
               " HIGH " WS-HIGH-COUNT
               " MEDIUM " WS-MEDIUM-COUNT
               " LOW " WS-LOW-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           PERFORM 9200-LOG-END
           DISPLAY "SODCHECK COMPLETE - CONFLICTS " WS-CONFLICT-COUNT
               " HIGH " WS-HIGH-COUNT.

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
           MOVE "SODCHECK" TO RLG-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO RLG-TIMESTAMP
           MOVE WS-LOG-SEVERITY TO RLG-SEVERITY
           MOVE WS-LOG-MESSAGE TO RLG-MESSAGE
           WRITE RUN-LOG-RECORD.

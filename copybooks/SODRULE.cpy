      ******************************************************************
      * Copybook:  SODRULE
      * Purpose:   SOD-RULES record layout - the segregation-of-duties
      *            conflict rules SODCHECK applies, one row per rule,
      *            kept as data so internal audit can add, retire, or
      *            re-grade a rule without a program change. A rule
      *            names two actions; a conflict is the same user ID
      *            taking the first and then the second against the
      *            same vendor, PO, or invoice (SDR-LINK). Each
      *            action is an event kind and, optionally, an action
      *            code within it (blank = any action of that kind):
      *              VENDMNT   VENDOR-CHANGE-AUDIT  ADD, CHANGE,
      *                        DEACTIVATE, BLOCK
      *              POMAINT   PO-CHANGE-AUDIT      ADD, AMEND, CLOSE,
      *                        AUTOCLOSE
      *              KEYED     AUDIT-TRAIL rows INVOICE writes as it
      *                        takes an invoice in - the user is the
      *                        clerk who keyed it; the action is the
      *                        routing decision (TIER1-SUPV ...)
      *              DECIDED   APDECIDE  APPROVED, REJECTED,
      *                        BAD-DECISION
      *              DISPOSED  EXCPDISP  RESUBMIT, WRITE-OFF,
      *                        DUP-OVERRIDE
      *              HOLD      APHOLD    HOLD, HOLD-RELEASE
      *            Severity is HIGH, MEDIUM, or LOW. A rule with
      *            SDR-STATUS "I" is kept on file but not applied.
      *            The standard rules (first action, then second,
      *            link, severity) are:
      *              VNDKEY VENDMNT       KEYED                 V HIGH
      *              VNDAPP VENDMNT       DECIDED  APPROVED     V HIGH
      *              POKEY  POMAINT AMEND KEYED                 P HIGH
      *              POADD  POMAINT ADD   KEYED                 P MEDIUM
      *              DUPOVR KEYED         DISPOSED DUP-OVERRIDE I HIGH
      *              RESUB  KEYED         DISPOSED RESUBMIT     I MEDIUM
      *              HLDREL KEYED         HOLD     HOLD-RELEASE I LOW
      ******************************************************************
       01  SOD-RULE-RECORD.
           05  SDR-RULE-ID                 PIC X(6).
           05  SDR-FIRST-KIND              PIC X(8).
           05  SDR-FIRST-ACTION            PIC X(12).
           05  SDR-SECOND-KIND             PIC X(8).
           05  SDR-SECOND-ACTION           PIC X(12).
           05  SDR-LINK                    PIC X(1).
               88  SDR-LINK-VENDOR         VALUE "V".
               88  SDR-LINK-PO             VALUE "P".
               88  SDR-LINK-INVOICE        VALUE "I".
           05  SDR-SEVERITY                PIC X(6).
               88  SDR-SEVERITY-VALID      VALUE "HIGH" "MEDIUM"
                                                 "LOW".
           05  SDR-STATUS                  PIC X(1).
               88  SDR-STATUS-INACTIVE     VALUE "I".
           05  SDR-DESCRIPTION             PIC X(40).

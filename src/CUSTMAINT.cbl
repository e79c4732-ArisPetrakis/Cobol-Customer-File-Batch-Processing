      *>    transaction-of-changes file (add/update/deactivate, plus
      *>    address set/remove) and applies it directly to the indexed
      *>    customer master CUSTOMER.IDX (keyed on CUST-ID) and the
      *>    name-and-address file CUSTADDR.IDX (plus autopay
      *>    enroll/withdraw against AUTOPAY.IDX) with field-level
      *>    validation, producing an audit listing of every change
      *>    applied or rejected. Changes take effect in place -- no
      *>    whole-file rewrite and no promote step. CUSTLOAD builds
      *>    CUSTOMER.IDX from a sequential backup when needed.
      *>
      *>    Dual control: every change record names the submitting
      *>    user (columns 71-78). An update touching a billing-
      *>    sensitive field (status, plan, cycle, parent, tax
      *>    jurisdiction, finance-charge exemption), every add that
      *>    is not a plain account (status A, not exempt, no parent,
      *>    no tax jurisdiction, on the standard plan and cycle
      *>    named in data/DUALPARM.DAT cols 4-6 and 7-8) and every
      *>    deactivate is validated and then HELD on the pending
      *>    file (data/CUSTPEND.DAT) under a pending number instead
      *>    of being applied. It is applied only when a V (approve)
      *>    record for that number arrives from a different user ID
      *>    -- re-validated against the master as it is then -- and
      *>    J (decline) drops it. Items still pending after the
      *>    number of days in data/DUALPARM.DAT (cols 1-3, default
      *>    014) expire onto out/CUSTPEND_EXC.RPT. Every change
      *>    actually applied, held or not, is appended to the
      *>    permanent journal data/CUSTJRNL.DAT with the before and
      *>    after record images, the user, the approver and a
      *>    timestamp, so the master (and the address, autopay and
      *>    promotion files) can be rebuilt as of any date by
      *>    replaying it.
      *>
      *>    Promotions and contract pricing (PROMO.IDX, read by
      *>    BILSTMT at statement time) are set with P and removed
      *>    with Q. They change what a customer is billed, so both
      *>    ride the same dual control as a plan change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADR-STATUS.

      *>   Autopay (ACH direct-debit) enrollment per customer: bank
      *>   routing and account, mandate date, and the returned-debit
      *>   count BANKRET keeps. Keyed and created like CUSTADDR.IDX.
           SELECT AUTOPAY-IDX-FILE ASSIGN TO "data/AUTOPAY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-APY-STATUS.

      *>   Promotions and contract pricing, keyed by customer or by
      *>   plan plus a promotion code. Created like CUSTADDR.IDX.
           SELECT PROMO-IDX-FILE ASSIGN TO "data/PROMO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.

           SELECT CUSTTXN-FILE ASSIGN TO "data/CUSTMAINT_TXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "out/CUSTMAINT_AUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Changes held for a second user's approval, carried from
      *>   run to run in place (read whole at start, rewritten at
      *>   end with what is still open).
           SELECT PEND-FILE ASSIGN TO "data/CUSTPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

      *>   Pending-item expiry window in days.
           SELECT DUALPARM-FILE ASSIGN TO "data/DUALPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUALPARM-STATUS.

      *>   Permanent before/after change journal, appended every run
      *>   and never trimmed.
           SELECT JOURNAL-FILE ASSIGN TO "data/CUSTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *>   Expired pending items, and the items still awaiting
      *>   approval after this run.
           SELECT PENDEXC-FILE ASSIGN TO "out/CUSTPEND_EXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05  ADR-DELIVERY        PIC X.
           05  FILLER              PIC X(59).

       FD  AUTOPAY-IDX-FILE.
       01  APY-REC.
           05  APY-CUST-ID         PIC 9(9).
           05  APY-ROUTING         PIC X(9).
           05  APY-ACCOUNT         PIC X(17).
      *>   C = checking, S = savings
           05  APY-ACCT-TYPE       PIC X.
           05  APY-MANDATE-DT      PIC 9(8).
      *>   A = active, X = dropped after too many returned debits
           05  APY-STATUS          PIC X.
           05  APY-RETURNS         PIC 9(2).
           05  FILLER              PIC X(73).

      *>   Key type C = one customer (value = customer id), P = every
      *>   customer on a plan (value = plan code). Kind P = percent
      *>   off the monthly fee, F = fixed amount off it, M = contract
      *>   monthly fee in place of the plan rate, O = contract
      *>   overage rate. Runs from the start date through either the
      *>   end date or the given number of statement cycles.
       FD  PROMO-IDX-FILE.
       01  PRM-REC.
           05  PRM-KEY.
               10  PRM-KEY-TYPE    PIC X.
               10  PRM-KEY-VALUE   PIC X(9).
               10  PRM-CODE        PIC X(6).
           05  PRM-KIND            PIC X.
           05  PRM-PCT             PIC 9(3)V99.
           05  PRM-AMOUNT          PIC 9(5)V99.
           05  PRM-START-DT        PIC 9(8).
           05  PRM-END-DT          PIC 9(8).
           05  PRM-CYCLES          PIC 9(3).
           05  PRM-SET-DT          PIC 9(8).
           05  FILLER              PIC X(64).

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE             PIC X(120).

       FD  AUDIT-FILE.
       01  AUDIT-LINE              PIC X(120).

       FD  PEND-FILE.
       01  PEND-LINE               PIC X(160).

       FD  DUALPARM-FILE.
       01  DUALPARM-LINE           PIC X(120).

       FD  JOURNAL-FILE.
       01  JOURNAL-LINE            PIC X(300).

       FD  PENDEXC-FILE.
       01  PENDEXC-LINE            PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-TXN-EOF              PIC X VALUE "N".
       77  WS-ADDR-SET             PIC 9(9) VALUE 0.
       77  WS-ADDR-REMOVED         PIC 9(9) VALUE 0.

      *>--- Autopay enrollment maintenance state. The routing number
      *>    is checked against the ABA check-digit weights 3-7-1.
       77  WS-APY-STATUS           PIC XX VALUE SPACES.
       77  WS-APY-FOUND            PIC X VALUE "N".
       77  WS-APY-ENROLLED         PIC 9(9) VALUE 0.
       77  WS-APY-WITHDRAWN        PIC 9(9) VALUE 0.
       77  WS-ABA-SUM              PIC 9(4) VALUE 0.
       77  WS-ABA-QUOT             PIC 9(4) VALUE 0.
       77  WS-ABA-REM              PIC 9(2) VALUE 0.
       01  WS-ABA-DIGITS.
           05  WS-ABA-D            PIC 9 OCCURS 9 TIMES.
       01  WS-MANDATE-PARTS.
           05  WS-MANDATE-YYYY     PIC 9(4).
           05  WS-MANDATE-MM       PIC 9(2).
           05  WS-MANDATE-DD       PIC 9(2).

      *>--- Promotion maintenance state.
       77  WS-PRM-STATUS           PIC XX VALUE SPACES.
       77  WS-PRM-FOUND            PIC X VALUE "N".
       77  WS-PRM-SET              PIC 9(9) VALUE 0.
       77  WS-PRM-REMOVED          PIC 9(9) VALUE 0.
       77  WS-PRM-START-N          PIC 9(8) VALUE 0.
       77  WS-PRM-END-N            PIC 9(8) VALUE 0.
       77  WS-PRM-CYCLES-N         PIC 9(3) VALUE 0.
       01  WS-PRM-DATE-PARTS.
           05  WS-PRM-YYYY         PIC 9(4).
           05  WS-PRM-MM           PIC 9(2).
           05  WS-PRM-DD           PIC 9(2).

      *>--- Run-sequence control: the CM record carries today's date,
      *>    the master's record count and customer-id hash total
      *>    after this run's changes, and the applied-change count.
               10  CMA-DELIVERY        PIC X.
               10  FILLER              PIC X(58).

      *>--- Autopay change record, again sharing the action/customer
      *>    columns. E = enroll (add-or-replace the bank details; a
      *>    re-enrollment clears the returned-debit count and
      *>    reactivates a dropped enrollment), W = withdraw (delete
      *>    the enrollment). On E the routing number must be nine
      *>    digits passing the check-digit test, the account is
      *>    required, the type is C (checking) or S (savings), blank
      *>    defaulting to C, and the mandate date is YYYYMMDD.
       01  WS-CME-PARSED.
           05  CME-REC.
               10  CME-ACTION          PIC X.
               10  CME-CUST-ID         PIC 9(9).
               10  CME-ROUTING         PIC X(9).
               10  CME-ACCOUNT         PIC X(17).
               10  CME-ACCT-TYPE       PIC X.
               10  CME-MANDATE-DT      PIC X(8).
               10  FILLER              PIC X(75).

      *>--- Promotion change record, sharing the action/customer
      *>    columns. P = set (add-or-replace) promotion CMP-CODE for
      *>    one customer (CMP-CUST-ID, plan blank) or for a whole
      *>    plan (CMP-PLAN, customer id zeros); Q = remove it, only
      *>    the key fields being used. On P the kind is P (percent,
      *>    CMP-PCT 001.00-100.00), F (fixed amount off), M (contract
      *>    monthly fee, may be zero) or O (contract overage rate per
      *>    transaction, at most 999.99); the start date is
      *>    required and exactly one of end date or cycle count.
       01  WS-CMP-PARSED.
           05  CMP-REC.
               10  CMP-ACTION          PIC X.
               10  CMP-CUST-ID         PIC 9(9).
               10  CMP-PLAN            PIC X(3).
               10  CMP-CODE            PIC X(6).
               10  CMP-KIND            PIC X.
               10  CMP-PCT             PIC X(5).
               10  CMP-PCT-N REDEFINES CMP-PCT
                                       PIC 9(3)V99.
               10  CMP-AMOUNT          PIC X(7).
               10  CMP-AMOUNT-N REDEFINES CMP-AMOUNT
                                       PIC 9(5)V99.
               10  CMP-START-DT        PIC X(8).
               10  CMP-END-DT          PIC X(8).
               10  CMP-CYCLES          PIC X(3).
               10  FILLER              PIC X(69).

      *>--- Every change record carries the submitting user in
      *>    columns 71-78, whatever its action.
       01  WS-CMU-PARSED.
           05  CMU-REC.
               10  FILLER              PIC X(70).
               10  CMU-USER-ID         PIC X(8).
               10  FILLER              PIC X(42).

      *>--- Approval record: V approves, J declines, the pending
      *>    item numbered CMV-PEND-ID for customer CMV-CUST-ID. The
      *>    approver is the record's own user ID.
       01  WS-CMV-PARSED.
           05  CMV-REC.
               10  CMV-ACTION          PIC X.
               10  CMV-CUST-ID         PIC 9(9).
               10  CMV-PEND-ID         PIC X(7).
               10  FILLER              PIC X(103).

      *>--- Dual-control state.
       77  WS-PEND-STATUS          PIC XX VALUE SPACES.
       77  WS-PEND-EOF             PIC X VALUE "N".
       77  WS-DUALPARM-STATUS      PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS       PIC XX VALUE SPACES.
       77  WS-EXPIRE-DAYS          PIC 9(3) VALUE 14.
       77  WS-PEND-AGE             PIC S9(7) VALUE 0.
       77  WS-PEND-AGE-OUT         PIC ZZ9.
       77  WS-NOW-TIME             PIC 9(8) VALUE 0.
       77  WS-IN-APPROVAL          PIC X VALUE "N".
       77  WS-CHANGE-OK            PIC X VALUE "N".
       77  WS-APPLY-DETAIL         PIC X(60) VALUE SPACES.
       77  WS-PEND-ID-NUM          PIC 9(7) VALUE 0.
       77  WS-HELD-TXN             PIC 9(9) VALUE 0.
       77  WS-APPROVED-TXN         PIC 9(9) VALUE 0.
       77  WS-DECLINED-TXN         PIC 9(9) VALUE 0.
       77  WS-EXPIRED-TXN          PIC 9(9) VALUE 0.
       77  WS-STILL-PENDING        PIC 9(9) VALUE 0.
       77  WS-JOURNAL-RECS         PIC 9(9) VALUE 0.

      *>--- Pending items. The H record on the file carries the last
      *>    pending number issued, so numbers are never reused once
      *>    resolved items drop off.
       77  WS-PND-COUNT            PIC 9(5) VALUE 0.
       77  WS-PND-SUB              PIC 9(5) VALUE 0.
       77  WS-PND-FOUND-SUB        PIC 9(5) VALUE 0.
       77  WS-PND-LAST-ID          PIC 9(7) VALUE 0.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-PND-COUNT.
      *>       P = pending, A = approved and applied, F = approval
      *>       failed re-validation, J = declined, E = expired
               10  PND-ID           PIC 9(7).
               10  PND-STATUS       PIC X.
               10  PND-ENTRY-DT     PIC 9(8).
               10  PND-ENTRY-TM     PIC 9(6).
               10  PND-USER         PIC X(8).
               10  PND-CHANGE       PIC X(120).

       01  WS-PEND-PARSED.
           05  PNF-REC.
               10  PNF-TYPE            PIC X.
               10  PNF-ID              PIC 9(7).
               10  PNF-STATUS          PIC X.
               10  PNF-ENTRY-DT        PIC 9(8).
               10  PNF-ENTRY-TM        PIC 9(6).
               10  PNF-USER            PIC X(8).
               10  FILLER              PIC X(9).
               10  PNF-CHANGE          PIC X(120).

      *>    The standard plan and cycle day are what a new account
      *>    may be added on without a second user; with none named
      *>    every add is held.
       01  WS-DUALPARM-PARSED.
           05  DUP-REC.
               10  DUP-DAYS            PIC 9(3).
               10  DUP-STD-PLAN        PIC X(3).
               10  DUP-STD-CYCLE       PIC X(2).
               10  FILLER              PIC X(112).
       77  WS-STD-PLAN             PIC X(3) VALUE SPACES.
       77  WS-STD-CYCLE            PIC 9(2) VALUE 0.

      *>--- Change journal record: which file (M = customer master,
      *>    A = address, P = autopay, O = promotion/contract pricing),
      *>    the action, who submitted it,
      *>    who approved it (spaces when no approval was needed) and
      *>    under which pending number, then the record as it was
      *>    and as it became (spaces = did not exist / deleted).
       77  WS-JRN-FILE             PIC X VALUE SPACE.
       77  WS-JRN-DELETED          PIC X VALUE "N".
       77  WS-JRN-USER             PIC X(8) VALUE SPACES.
       77  WS-JRN-APPROVER         PIC X(8) VALUE SPACES.
       77  WS-JRN-PEND-ID          PIC 9(7) VALUE 0.
       77  WS-JRN-BEFORE           PIC X(120) VALUE SPACES.
       01  WS-JOURNAL-OUT.
           05  JRN-DATE            PIC 9(8).
           05  JRN-TIME            PIC 9(6).
           05  JRN-FILE            PIC X.
           05  JRN-ACTION          PIC X.
           05  JRN-CUST-ID         PIC 9(9).
           05  JRN-USER            PIC X(8).
           05  JRN-APPROVER        PIC X(8).
           05  JRN-PEND-ID         PIC 9(7).
           05  FILLER              PIC X(12).
           05  JRN-BEFORE          PIC X(120).
           05  JRN-AFTER           PIC X(120).

       01  WS-AUDIT-OUT.
           05  AUD-ACTION          PIC X.
           05  FILLER              PIC X(1) VALUE SPACE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PLAN-CODES
           PERFORM 1150-LOAD-TAX-JURISDICTIONS
           PERFORM 1170-LOAD-DUAL-PARM
           PERFORM 1180-LOAD-PENDING
           PERFORM 1200-OPEN-MASTER
           IF WS-IDX-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-OPEN-AUTOPAY
           IF WS-APY-STATUS NOT = "00"
               PERFORM 9200-CLOSE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1450-OPEN-PROMO
           IF WS-PRM-STATUS NOT = "00"
               PERFORM 9200-CLOSE-MASTER
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-OPEN-JOURNAL
           PERFORM 2000-OPEN-TXN-AND-AUDIT
           PERFORM 3000-PROCESS-TXNS
           PERFORM 7000-EXPIRE-PENDING
           PERFORM 7200-REWRITE-PENDING
           PERFORM 9100-CLOSE-TXN-AND-AUDIT
           PERFORM 6000-WRITE-RUN-CONTROL
           PERFORM 9200-CLOSE-MASTER
           MOVE 0 TO WS-READ-TXN
           MOVE 0 TO WS-APPLIED-TXN WS-REJECTED-TXN WS-ADDED-CUST
           MOVE 0 TO WS-PLAN-COUNT
           MOVE 0 TO WS-HELD-TXN WS-APPROVED-TXN WS-DECLINED-TXN
           MOVE 0 TO WS-EXPIRED-TXN WS-JOURNAL-RECS
           MOVE 0 TO WS-PRM-SET WS-PRM-REMOVED
           MOVE "N" TO WS-TXN-EOF WS-PR-EOF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

       1170-LOAD-DUAL-PARM.
           MOVE 14 TO WS-EXPIRE-DAYS
           MOVE SPACES TO WS-STD-PLAN
           MOVE 0 TO WS-STD-CYCLE
           OPEN INPUT DUALPARM-FILE
           IF WS-DUALPARM-STATUS = "35"
      *>       no parameter file -- keep the default window
               EXIT PARAGRAPH
           END-IF
           READ DUALPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DUALPARM-LINE TO DUP-REC OF WS-DUALPARM-PARSED
                   IF DUP-DAYS OF WS-DUALPARM-PARSED IS NUMERIC
                      AND DUP-DAYS OF WS-DUALPARM-PARSED > 0
                       MOVE DUP-DAYS OF WS-DUALPARM-PARSED
                            TO WS-EXPIRE-DAYS
                   END-IF
                   MOVE DUP-STD-PLAN OF WS-DUALPARM-PARSED
                        TO WS-STD-PLAN
                   IF DUP-STD-CYCLE OF WS-DUALPARM-PARSED IS NUMERIC
                       MOVE DUP-STD-CYCLE OF WS-DUALPARM-PARSED
                            TO WS-STD-CYCLE
                   END-IF
           END-READ
           CLOSE DUALPARM-FILE.

       1180-LOAD-PENDING.
           MOVE 0 TO WS-PND-COUNT WS-PND-LAST-ID
           MOVE "N" TO WS-PEND-EOF
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS = "35"
      *>       nothing ever held
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PEND-EOF = "Y"
               READ PEND-FILE
                   AT END
                       MOVE "Y" TO WS-PEND-EOF
                   NOT AT END
                       MOVE PEND-LINE TO PNF-REC OF WS-PEND-PARSED
                       PERFORM 1185-TAKE-PENDING-REC
               END-READ
           END-PERFORM
           CLOSE PEND-FILE.

       1185-TAKE-PENDING-REC.
           IF PNF-TYPE OF WS-PEND-PARSED = "H"
               IF PNF-ID OF WS-PEND-PARSED IS NUMERIC
                  AND PNF-ID OF WS-PEND-PARSED > WS-PND-LAST-ID
                   MOVE PNF-ID OF WS-PEND-PARSED TO WS-PND-LAST-ID
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PND-COUNT >= 5000
               DISPLAY "WARNING: pending changes exceed table size"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PND-COUNT
           MOVE PNF-ID       OF WS-PEND-PARSED TO PND-ID (WS-PND-COUNT)
           MOVE PNF-STATUS   OF WS-PEND-PARSED
                TO PND-STATUS   (WS-PND-COUNT)
           MOVE PNF-ENTRY-DT OF WS-PEND-PARSED
                TO PND-ENTRY-DT (WS-PND-COUNT)
           MOVE PNF-ENTRY-TM OF WS-PEND-PARSED
                TO PND-ENTRY-TM (WS-PND-COUNT)
           MOVE PNF-USER     OF WS-PEND-PARSED
                TO PND-USER     (WS-PND-COUNT)
           MOVE PNF-CHANGE   OF WS-PEND-PARSED
                TO PND-CHANGE   (WS-PND-COUNT)
           IF PND-ID (WS-PND-COUNT) > WS-PND-LAST-ID
               MOVE PND-ID (WS-PND-COUNT) TO WS-PND-LAST-ID
           END-IF.

      *>   Same first-use creation as the address file.
       1450-OPEN-PROMO.
           OPEN I-O PROMO-IDX-FILE
           IF WS-PRM-STATUS = "35"
               OPEN OUTPUT PROMO-IDX-FILE
               CLOSE PROMO-IDX-FILE
               OPEN I-O PROMO-IDX-FILE
           END-IF
           IF WS-PRM-STATUS NOT = "00"
               DISPLAY "CUSTMAINT: CANNOT OPEN data/PROMO.IDX "
                       "(STATUS " WS-PRM-STATUS ")"
           END-IF.

      *>   Created on first use, like the address file.
       1500-OPEN-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

       1100-LOAD-PLAN-CODES.
           OPEN INPUT PLANRATE-FILE
               END-IF
           END-PERFORM.

       1122-VALIDATE-PROMO-PLAN.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1 UNTIL
                           WS-PLAN-IDX > WS-PLAN-COUNT
               IF T-PLAN-CODE (WS-PLAN-IDX) =
                               CMP-PLAN OF WS-CMP-PARSED
                   MOVE "Y" TO WS-FOUND
               END-IF
           END-PERFORM.

       1121-VALIDATE-PLAN-CODE.
      *>   Same linear search as 1120, but against CM-CUST-PLAN
           MOVE "N" TO WS-FOUND
                       "(STATUS " WS-ADR-STATUS ")"
           END-IF.

      *>   Same first-use creation as the address file.
       1400-OPEN-AUTOPAY.
           OPEN I-O AUTOPAY-IDX-FILE
           IF WS-APY-STATUS = "35"
               OPEN OUTPUT AUTOPAY-IDX-FILE
               CLOSE AUTOPAY-IDX-FILE
               OPEN I-O AUTOPAY-IDX-FILE
           END-IF
           IF WS-APY-STATUS NOT = "00"
               DISPLAY "CUSTMAINT: CANNOT OPEN data/AUTOPAY.IDX "
                       "(STATUS " WS-APY-STATUS ")"
           END-IF.

       9200-CLOSE-MASTER.
           CLOSE CUSTOMER-IDX-FILE CUSTADDR-IDX-FILE
           IF WS-APY-STATUS = "00"
               CLOSE AUTOPAY-IDX-FILE
           END-IF
           IF WS-PRM-STATUS = "00"
               CLOSE PROMO-IDX-FILE
           END-IF.

      *>   Sweeps the master in key order for its record count and
      *>   customer-id hash total, then appends a CM record to the
           WRITE AUDIT-LINE.

       9100-CLOSE-TXN-AND-AUDIT.
           CLOSE CUSTTXN-FILE AUDIT-FILE JOURNAL-FILE.

       3000-PROCESS-TXNS.
           PERFORM UNTIL WS-TXN-EOF = "Y"
                       ADD 1 TO WS-READ-TXN
                       MOVE CUSTTXN-LINE TO CM-REC OF WS-CM-PARSED
                       MOVE CUSTTXN-LINE TO CMA-REC OF WS-CMA-PARSED
                       MOVE CUSTTXN-LINE TO CME-REC OF WS-CME-PARSED
                       MOVE CUSTTXN-LINE TO CMU-REC OF WS-CMU-PARSED
                       MOVE CUSTTXN-LINE TO CMV-REC OF WS-CMV-PARSED
                       MOVE CUSTTXN-LINE TO CMP-REC OF WS-CMP-PARSED
                       PERFORM 3100-APPLY-ONE-CHANGE
               END-READ
           END-PERFORM.

       3100-APPLY-ONE-CHANGE.
           MOVE "N" TO WS-IN-APPROVAL WS-JRN-DELETED WS-CHANGE-OK
           MOVE SPACES TO WS-APPLY-DETAIL WS-JRN-APPROVER
           MOVE SPACES TO WS-JRN-BEFORE WS-JRN-FILE
           MOVE 0 TO WS-JRN-PEND-ID
           MOVE CMU-USER-ID OF WS-CMU-PARSED TO WS-JRN-USER
           IF WS-JRN-USER = SPACES
               MOVE "Submitting user ID (cols 71-78) is required"
                    TO WS-REJ-REASON
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           EVALUATE CM-ACTION OF WS-CM-PARSED
               WHEN "A"
                   PERFORM 3200-APPLY-ADD
                   PERFORM 3450-APPLY-ADDRESS-SET
               WHEN "R"
                   PERFORM 3460-APPLY-ADDRESS-REMOVE
               WHEN "E"
                   PERFORM 3470-APPLY-AUTOPAY-ENROLL
               WHEN "W"
                   PERFORM 3480-APPLY-AUTOPAY-WITHDRAW
               WHEN "P"
                   PERFORM 3490-APPLY-PROMO-SET
               WHEN "Q"
                   PERFORM 3495-APPLY-PROMO-REMOVE
               WHEN "V"
                   PERFORM 3500-APPLY-APPROVAL
               WHEN "J"
                   PERFORM 3530-APPLY-DECLINE
               WHEN OTHER
                   MOVE SPACES TO WS-REJ-REASON
                   STRING "Invalid action code " DELIMITED BY SIZE
                          "(expected A/U/D/X/R/E/W/P/Q/V/J)"
                              DELIMITED BY SIZE
                     INTO WS-REJ-REASON
                   END-STRING
                   PERFORM 3900-WRITE-REJECTED
           END-EVALUATE.

               EXIT PARAGRAPH
           END-IF

      *>   A new account opened with anything billing-sensitive set
      *>   waits for a second user, the same as an update setting
      *>   it; only a plain active account on the standard plan and
      *>   cycle goes straight in.
           IF WS-IN-APPROVAL NOT = "Y"
              AND (CM-CUST-STATUS OF WS-CM-PARSED NOT = "A"
                OR CM-CUST-PLAN   OF WS-CM-PARSED NOT = WS-STD-PLAN
                OR CM-CUST-CYCLE  OF WS-CM-PARSED NOT = WS-STD-CYCLE
                OR CM-CUST-FIN-EX OF WS-CM-PARSED = "Y"
                OR WS-PARENT-VAL NOT = 0
                OR CM-TAX-JUR     OF WS-CM-PARSED NOT = SPACES)
               PERFORM 3550-HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO IDX-CUST-REC
           MOVE CM-CUST-ID     OF WS-CM-PARSED TO IDX-CUST-ID
           MOVE CM-CUST-NAME   OF WS-CM-PARSED TO IDX-CUST-NAME
           MOVE CM-TAX-JUR OF WS-CM-PARSED TO IDX-CUST-TAX-JUR
           MOVE SPACES TO IDX-CUST-PREV-PLAN
           MOVE 0 TO IDX-CUST-PLAN-CHG-DT
           MOVE "M" TO WS-JRN-FILE
           MOVE SPACES TO WS-JRN-BEFORE
           WRITE IDX-CUST-REC
               INVALID KEY
                   MOVE "Master write failed (duplicate key)"
               EXIT PARAGRAPH
           END-IF

      *>   A billing-sensitive field waits for a second user; only a
      *>   name-only correction goes straight in.
           IF WS-IN-APPROVAL NOT = "Y"
              AND (CM-CUST-STATUS OF WS-CM-PARSED NOT = SPACE
                OR CM-CUST-PLAN   OF WS-CM-PARSED NOT = SPACES
                OR CM-CUST-CYCLE  OF WS-CM-PARSED NOT = 0
                OR CM-CUST-FIN-EX OF WS-CM-PARSED NOT = SPACE
                OR CM-PARENT-ID   OF WS-CM-PARSED NOT = SPACES
                OR CM-TAX-JUR     OF WS-CM-PARSED NOT = SPACES)
               PERFORM 3550-HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

      *>   Parent validation read the parent through IDX-CUST-REC, so
      *>   re-fetch the customer being updated before modifying it.
           IF CM-PARENT-ID OF WS-CM-PARSED NOT = SPACES
               PERFORM 4100-FIND-CUSTOMER
           END-IF
           MOVE "M" TO WS-JRN-FILE
           MOVE IDX-CUST-REC TO WS-JRN-BEFORE

           IF CM-CUST-NAME OF WS-CM-PARSED NOT = SPACES
               MOVE CM-CUST-NAME OF WS-CM-PARSED TO IDX-CUST-NAME
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-APPROVAL NOT = "Y"
               PERFORM 3550-HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

           MOVE "M" TO WS-JRN-FILE
           MOVE IDX-CUST-REC TO WS-JRN-BEFORE
           MOVE "I" TO IDX-CUST-STATUS
           REWRITE IDX-CUST-REC
               INVALID KEY
           END-IF

           PERFORM 4200-FIND-ADDRESS
           MOVE "A" TO WS-JRN-FILE
           IF WS-ADR-FOUND = "Y"
               MOVE ADR-CUST-REC TO WS-JRN-BEFORE
           END-IF
           MOVE SPACES TO ADR-CUST-REC
           MOVE CMA-CUST-ID  OF WS-CMA-PARSED TO ADR-CUST-ID
           MOVE CMA-STREET   OF WS-CMA-PARSED TO ADR-STREET
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO WS-JRN-FILE
           MOVE "Y" TO WS-JRN-DELETED
           MOVE ADR-CUST-REC TO WS-JRN-BEFORE
           DELETE CUSTADDR-IDX-FILE
               INVALID KEY
                   MOVE "Address delete failed" TO WS-REJ-REASON
                   PERFORM 3800-WRITE-APPLIED
           END-DELETE.

      *>   E: enroll the customer in autopay, or replace the bank
      *>   details of an existing enrollment. The customer must exist
      *>   and be active -- ACHDEBIT only debits active accounts.
       3470-APPLY-AUTOPAY-ENROLL.
           PERFORM 4100-FIND-CUSTOMER
           IF WS-FOUND NOT = "Y"
               MOVE "Customer not found" TO WS-REJ-REASON
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF IDX-CUST-STATUS NOT = "A"
               MOVE "Customer is not active" TO WS-REJ-REASON
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF

           PERFORM 3760-VALIDATE-AUTOPAY-FIELDS
           IF WS-VALID NOT = "Y"
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF

           PERFORM 4250-FIND-AUTOPAY
           MOVE "P" TO WS-JRN-FILE
           IF WS-APY-FOUND = "Y"
               MOVE APY-REC TO WS-JRN-BEFORE
           END-IF
           MOVE SPACES TO APY-REC
           MOVE CME-CUST-ID    OF WS-CME-PARSED TO APY-CUST-ID
           MOVE CME-ROUTING    OF WS-CME-PARSED TO APY-ROUTING
           MOVE CME-ACCOUNT    OF WS-CME-PARSED TO APY-ACCOUNT
           IF CME-ACCT-TYPE OF WS-CME-PARSED = SPACE
               MOVE "C" TO APY-ACCT-TYPE
           ELSE
               MOVE CME-ACCT-TYPE OF WS-CME-PARSED TO APY-ACCT-TYPE
           END-IF
           MOVE CME-MANDATE-DT OF WS-CME-PARSED TO APY-MANDATE-DT
           MOVE "A" TO APY-STATUS
           MOVE 0 TO APY-RETURNS

           IF WS-APY-FOUND = "Y"
               REWRITE APY-REC
                   INVALID KEY
                       MOVE "Autopay rewrite failed"
                            TO WS-REJ-REASON
                       PERFORM 3900-WRITE-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO WS-APY-ENROLLED
                       PERFORM 3800-WRITE-APPLIED
               END-REWRITE
           ELSE
               WRITE APY-REC
                   INVALID KEY
                       MOVE "Autopay write failed (duplicate key)"
                            TO WS-REJ-REASON
                       PERFORM 3900-WRITE-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO WS-APY-ENROLLED
                       PERFORM 3800-WRITE-APPLIED
               END-WRITE
           END-IF.

      *>   W: withdraw from autopay; the customer goes back to the
      *>   remit-to slip on the next statement.
       3480-APPLY-AUTOPAY-WITHDRAW.
           PERFORM 4250-FIND-AUTOPAY
           IF WS-APY-FOUND NOT = "Y"
               MOVE "Autopay enrollment not on file" TO WS-REJ-REASON
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-JRN-FILE
           MOVE "Y" TO WS-JRN-DELETED
           MOVE APY-REC TO WS-JRN-BEFORE
           DELETE AUTOPAY-IDX-FILE
               INVALID KEY
                   MOVE "Autopay delete failed" TO WS-REJ-REASON
                   PERFORM 3900-WRITE-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-APY-WITHDRAWN
                   PERFORM 3800-WRITE-APPLIED
           END-DELETE.

      *>   P: set a promotion or contract price. Validated on entry,
      *>   held for a second user, and re-validated when approved.
       3490-APPLY-PROMO-SET.
           PERFORM 3770-VALIDATE-PROMO-FIELDS
           IF WS-VALID NOT = "Y"
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-APPROVAL NOT = "Y"
               PERFORM 3550-HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

           PERFORM 4260-FIND-PROMO
           MOVE "O" TO WS-JRN-FILE
           IF WS-PRM-FOUND = "Y"
               MOVE PRM-REC TO WS-JRN-BEFORE
           END-IF
           MOVE SPACES TO PRM-REC
           PERFORM 4265-BUILD-PROMO-KEY
           MOVE CMP-KIND OF WS-CMP-PARSED TO PRM-KIND
           MOVE 0 TO PRM-PCT PRM-AMOUNT
           IF CMP-KIND OF WS-CMP-PARSED = "P"
               MOVE CMP-PCT-N OF WS-CMP-PARSED TO PRM-PCT
           ELSE
               MOVE CMP-AMOUNT-N OF WS-CMP-PARSED TO PRM-AMOUNT
           END-IF
           MOVE WS-PRM-START-N  TO PRM-START-DT
           MOVE WS-PRM-END-N    TO PRM-END-DT
           MOVE WS-PRM-CYCLES-N TO PRM-CYCLES
           MOVE WS-TODAY        TO PRM-SET-DT

           IF WS-PRM-FOUND = "Y"
               REWRITE PRM-REC
                   INVALID KEY
                       MOVE "Promotion rewrite failed"
                            TO WS-REJ-REASON
                       PERFORM 3900-WRITE-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO WS-PRM-SET
                       PERFORM 3800-WRITE-APPLIED
               END-REWRITE
           ELSE
               WRITE PRM-REC
                   INVALID KEY
                       MOVE "Promotion write failed (duplicate key)"
                            TO WS-REJ-REASON
                       PERFORM 3900-WRITE-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO WS-PRM-SET
                       PERFORM 3800-WRITE-APPLIED
               END-WRITE
           END-IF.

      *>   Q: remove a promotion; from the next statement on the
      *>   customer (or plan) bills at the plan rate again.
       3495-APPLY-PROMO-REMOVE.
           PERFORM 3775-VALIDATE-PROMO-KEY
           IF WS-VALID NOT = "Y"
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           PERFORM 4260-FIND-PROMO
           IF WS-PRM-FOUND NOT = "Y"
               MOVE "Promotion not on file" TO WS-REJ-REASON
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-APPROVAL NOT = "Y"
               PERFORM 3550-HOLD-FOR-APPROVAL
               EXIT PARAGRAPH
           END-IF

           MOVE "O" TO WS-JRN-FILE
           MOVE "Y" TO WS-JRN-DELETED
           MOVE PRM-REC TO WS-JRN-BEFORE
           DELETE PROMO-IDX-FILE
               INVALID KEY
                   MOVE "Promotion delete failed" TO WS-REJ-REASON
                   PERFORM 3900-WRITE-REJECTED
               NOT INVALID KEY
                   ADD 1 TO WS-PRM-REMOVED
                   PERFORM 3800-WRITE-APPLIED
           END-DELETE.

      *>   V: a second user approves pending item CMV-PEND-ID. The
      *>   held change is replayed through the ordinary add, update
      *>   or deactivate path, so it is re-validated against the
      *>   master as it stands now; the journal carries both users.
       3500-APPLY-APPROVAL.
           PERFORM 3510-FIND-PENDING-ITEM
           IF WS-VALID NOT = "Y"
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF PND-USER (WS-PND-FOUND-SUB) = WS-JRN-USER
               MOVE "Approver must be a different user than submitter"
                    TO WS-REJ-REASON
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JRN-USER TO WS-JRN-APPROVER
           MOVE PND-USER (WS-PND-FOUND-SUB) TO WS-JRN-USER
           MOVE PND-ID (WS-PND-FOUND-SUB) TO WS-JRN-PEND-ID
           MOVE "Y" TO WS-IN-APPROVAL
           MOVE SPACES TO WS-APPLY-DETAIL
           STRING "Approved #" DELIMITED BY SIZE
                  WS-JRN-PEND-ID DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  WS-JRN-APPROVER DELIMITED BY SIZE
             INTO WS-APPLY-DETAIL
           END-STRING
           MOVE PND-CHANGE (WS-PND-FOUND-SUB)
                TO CM-REC OF WS-CM-PARSED
           MOVE PND-CHANGE (WS-PND-FOUND-SUB)
                TO CMP-REC OF WS-CMP-PARSED
           EVALUATE CM-ACTION OF WS-CM-PARSED
               WHEN "A"
                   PERFORM 3200-APPLY-ADD
               WHEN "U"
                   PERFORM 3300-APPLY-UPDATE
               WHEN "D"
                   PERFORM 3400-APPLY-DEACTIVATE
               WHEN "P"
                   PERFORM 3490-APPLY-PROMO-SET
               WHEN "Q"
                   PERFORM 3495-APPLY-PROMO-REMOVE
           END-EVALUATE
           IF WS-CHANGE-OK = "Y"
               MOVE "A" TO PND-STATUS (WS-PND-FOUND-SUB)
               ADD 1 TO WS-APPROVED-TXN
           ELSE
               MOVE "F" TO PND-STATUS (WS-PND-FOUND-SUB)
           END-IF.

      *>   Leaves the matching open item's subscript in
      *>   WS-PND-FOUND-SUB, or WS-VALID = N with the reason.
       3510-FIND-PENDING-ITEM.
           MOVE "N" TO WS-VALID
           MOVE 0 TO WS-PND-FOUND-SUB
           IF CMV-PEND-ID OF WS-CMV-PARSED IS NOT NUMERIC
               MOVE "Pending number (cols 11-17) must be numeric"
                    TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CMV-PEND-ID OF WS-CMV-PARSED TO WS-PEND-ID-NUM
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1 UNTIL
                           WS-PND-SUB > WS-PND-COUNT
               IF PND-ID (WS-PND-SUB) = WS-PEND-ID-NUM
                   MOVE WS-PND-SUB TO WS-PND-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PND-FOUND-SUB = 0
               MOVE "Pending number not on file" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF PND-CHANGE (WS-PND-FOUND-SUB) (2:9) NOT =
              CMV-CUST-ID OF WS-CMV-PARSED
               MOVE "Pending number is for a different customer"
                    TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF PND-STATUS (WS-PND-FOUND-SUB) NOT = "P"
               MOVE "Pending item already resolved" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VALID.

      *>   J: decline a pending item. Anyone may decline, including
      *>   the submitter withdrawing their own change.
       3530-APPLY-DECLINE.
           PERFORM 3510-FIND-PENDING-ITEM
           IF WS-VALID NOT = "Y"
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO PND-STATUS (WS-PND-FOUND-SUB)
           ADD 1 TO WS-DECLINED-TXN
           MOVE ALL SPACES TO WS-AUDIT-OUT
           MOVE "J"                         TO AUD-ACTION
           MOVE CMV-CUST-ID OF WS-CMV-PARSED TO AUD-CUST-ID
           MOVE "DECLINED"                  TO AUD-RESULT
           STRING "Pending #" DELIMITED BY SIZE
                  PND-ID (WS-PND-FOUND-SUB) DELIMITED BY SIZE
                  " declined by " DELIMITED BY SIZE
                  WS-JRN-USER DELIMITED BY SIZE
             INTO AUD-DETAIL
           END-STRING
           PERFORM 3950-WRITE-AUDIT-LINE.

      *>   The validated change goes on the pending file under the
      *>   next pending number instead of into the master.
       3550-HOLD-FOR-APPROVAL.
           IF WS-PND-COUNT >= 5000
               MOVE "Pending file full - change not held"
                    TO WS-REJ-REASON
               PERFORM 3900-WRITE-REJECTED
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           ADD 1 TO WS-PND-LAST-ID
           ADD 1 TO WS-PND-COUNT
           MOVE WS-PND-LAST-ID TO PND-ID (WS-PND-COUNT)
           MOVE "P" TO PND-STATUS (WS-PND-COUNT)
           MOVE WS-TODAY TO PND-ENTRY-DT (WS-PND-COUNT)
           MOVE WS-NOW-TIME (1:6) TO PND-ENTRY-TM (WS-PND-COUNT)
           MOVE WS-JRN-USER TO PND-USER (WS-PND-COUNT)
           MOVE CM-REC OF WS-CM-PARSED TO PND-CHANGE (WS-PND-COUNT)
           ADD 1 TO WS-HELD-TXN
           MOVE ALL SPACES TO WS-AUDIT-OUT
           MOVE CM-ACTION  OF WS-CM-PARSED TO AUD-ACTION
           MOVE CM-CUST-ID OF WS-CM-PARSED TO AUD-CUST-ID
           MOVE "PENDING"                  TO AUD-RESULT
           STRING "Held for approval as #" DELIMITED BY SIZE
                  WS-PND-LAST-ID DELIMITED BY SIZE
             INTO AUD-DETAIL
           END-STRING
           PERFORM 3950-WRITE-AUDIT-LINE.

       3750-VALIDATE-ADDRESS-FIELDS.
           MOVE "Y" TO WS-VALID
           IF CMA-STREET OF WS-CMA-PARSED = SPACES
               EXIT PARAGRAPH
           END-IF.

       3760-VALIDATE-AUTOPAY-FIELDS.
           MOVE "Y" TO WS-VALID
           IF CME-ROUTING OF WS-CME-PARSED NOT NUMERIC
               MOVE "Routing number must be 9 digits" TO WS-REJ-REASON
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE CME-ROUTING OF WS-CME-PARSED TO WS-ABA-DIGITS
           COMPUTE WS-ABA-SUM =
                   3 * (WS-ABA-D (1) + WS-ABA-D (4) + WS-ABA-D (7))
                 + 7 * (WS-ABA-D (2) + WS-ABA-D (5) + WS-ABA-D (8))
                 +     (WS-ABA-D (3) + WS-ABA-D (6) + WS-ABA-D (9))
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
                  REMAINDER WS-ABA-REM
           IF WS-ABA-REM NOT = 0 OR WS-ABA-SUM = 0
               MOVE "Routing number fails check digit"
                    TO WS-REJ-REASON
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           IF CME-ACCOUNT OF WS-CME-PARSED = SPACES
               MOVE "Bank account number is required"
                    TO WS-REJ-REASON
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           IF NOT (CME-ACCT-TYPE OF WS-CME-PARSED = "C"
                OR CME-ACCT-TYPE OF WS-CME-PARSED = "S"
                OR CME-ACCT-TYPE OF WS-CME-PARSED = SPACE)
               MOVE "Account type must be C or S" TO WS-REJ-REASON
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           IF CME-MANDATE-DT OF WS-CME-PARSED NOT NUMERIC
               MOVE "Mandate date must be YYYYMMDD" TO WS-REJ-REASON
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE CME-MANDATE-DT OF WS-CME-PARSED TO WS-MANDATE-PARTS
           IF WS-MANDATE-YYYY < 1900
              OR WS-MANDATE-MM < 1 OR WS-MANDATE-MM > 12
              OR WS-MANDATE-DD < 1 OR WS-MANDATE-DD > 31
               MOVE "Mandate date must be YYYYMMDD" TO WS-REJ-REASON
               MOVE "N" TO WS-VALID
               EXIT PARAGRAPH
           END-IF.

      *>   Customer or plan (not both), and a promotion code. A
      *>   customer must be on the master; a plan in the rate table.
       3775-VALIDATE-PROMO-KEY.
           MOVE "N" TO WS-VALID
           IF CMP-CODE OF WS-CMP-PARSED = SPACES
               MOVE "Promotion code is required" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF CMP-CUST-ID OF WS-CMP-PARSED NOT NUMERIC
               MOVE "Customer id must be numeric (zeros for a plan)"
                    TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF CMP-CUST-ID OF WS-CMP-PARSED > 0
              AND CMP-PLAN OF WS-CMP-PARSED NOT = SPACES
               MOVE "Give a customer or a plan, not both"
                    TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF CMP-CUST-ID OF WS-CMP-PARSED = 0
              AND CMP-PLAN OF WS-CMP-PARSED = SPACES
               MOVE "Customer or plan is required" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF CMP-CUST-ID OF WS-CMP-PARSED > 0
               PERFORM 4100-FIND-CUSTOMER
               IF WS-FOUND NOT = "Y"
                   MOVE "Customer not found" TO WS-REJ-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM 1122-VALIDATE-PROMO-PLAN
               IF WS-FOUND NOT = "Y"
                   MOVE "Plan code not found in rate table"
                        TO WS-REJ-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-VALID.

       3770-VALIDATE-PROMO-FIELDS.
           PERFORM 3775-VALIDATE-PROMO-KEY
           IF WS-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-VALID
           EVALUATE CMP-KIND OF WS-CMP-PARSED
               WHEN "P"
                   IF CMP-PCT OF WS-CMP-PARSED NOT NUMERIC
                       MOVE "Percent must be 5 digits (999V99)"
                            TO WS-REJ-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF CMP-PCT-N OF WS-CMP-PARSED = 0
                      OR CMP-PCT-N OF WS-CMP-PARSED > 100
                       MOVE "Percent must be over 0 and at most 100"
                            TO WS-REJ-REASON
                       EXIT PARAGRAPH
                   END-IF
               WHEN "F"
               WHEN "M"
               WHEN "O"
                   IF CMP-AMOUNT OF WS-CMP-PARSED NOT NUMERIC
                       MOVE "Amount must be 7 digits (99999V99)"
                            TO WS-REJ-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF CMP-KIND OF WS-CMP-PARSED NOT = "M"
                      AND CMP-AMOUNT-N OF WS-CMP-PARSED = 0
                       MOVE "Amount must be greater than zero"
                            TO WS-REJ-REASON
                       EXIT PARAGRAPH
                   END-IF
                   IF CMP-KIND OF WS-CMP-PARSED = "O"
                      AND CMP-AMOUNT-N OF WS-CMP-PARSED > 999.99
                       MOVE "Contract overage rate is at most 999.99"
                            TO WS-REJ-REASON
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE "Promotion kind must be P, F, M or O"
                        TO WS-REJ-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           IF CMP-START-DT OF WS-CMP-PARSED NOT NUMERIC
               MOVE "Start date must be YYYYMMDD" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CMP-START-DT OF WS-CMP-PARSED TO WS-PRM-DATE-PARTS
           IF WS-PRM-YYYY < 1900
              OR WS-PRM-MM < 1 OR WS-PRM-MM > 12
              OR WS-PRM-DD < 1 OR WS-PRM-DD > 31
               MOVE "Start date must be YYYYMMDD" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CMP-START-DT OF WS-CMP-PARSED TO WS-PRM-START-N

           MOVE 0 TO WS-PRM-END-N WS-PRM-CYCLES-N
           IF CMP-END-DT OF WS-CMP-PARSED NOT = SPACES
               IF CMP-END-DT OF WS-CMP-PARSED NOT NUMERIC
                   MOVE "End date must be YYYYMMDD" TO WS-REJ-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE CMP-END-DT OF WS-CMP-PARSED TO WS-PRM-END-N
           END-IF
           IF CMP-CYCLES OF WS-CMP-PARSED NOT = SPACES
               IF CMP-CYCLES OF WS-CMP-PARSED NOT NUMERIC
                   MOVE "Cycle count must be 3 digits" TO WS-REJ-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE CMP-CYCLES OF WS-CMP-PARSED TO WS-PRM-CYCLES-N
           END-IF
           IF (WS-PRM-END-N = 0 AND WS-PRM-CYCLES-N = 0)
              OR (WS-PRM-END-N > 0 AND WS-PRM-CYCLES-N > 0)
               MOVE "Give exactly one of end date or cycle count"
                    TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-PRM-END-N > 0
               MOVE WS-PRM-END-N TO WS-PRM-DATE-PARTS
               IF WS-PRM-YYYY < 1900
                  OR WS-PRM-MM < 1 OR WS-PRM-MM > 12
                  OR WS-PRM-DD < 1 OR WS-PRM-DD > 31
                   MOVE "End date must be YYYYMMDD" TO WS-REJ-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-PRM-END-N < WS-PRM-START-N
                   MOVE "End date is before start date"
                        TO WS-REJ-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-VALID.

       4260-FIND-PROMO.
           MOVE "N" TO WS-PRM-FOUND
           PERFORM 4265-BUILD-PROMO-KEY
           READ PROMO-IDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRM-FOUND
           END-READ.

       4265-BUILD-PROMO-KEY.
           MOVE SPACES TO PRM-KEY
           IF CMP-CUST-ID OF WS-CMP-PARSED > 0
               MOVE "C" TO PRM-KEY-TYPE
               MOVE CMP-CUST-ID OF WS-CMP-PARSED TO PRM-KEY-VALUE
           ELSE
               MOVE "P" TO PRM-KEY-TYPE
               MOVE CMP-PLAN OF WS-CMP-PARSED TO PRM-KEY-VALUE
           END-IF
           MOVE CMP-CODE OF WS-CMP-PARSED TO PRM-CODE.

       4250-FIND-AUTOPAY.
           MOVE "N" TO WS-APY-FOUND
           MOVE CME-CUST-ID OF WS-CME-PARSED TO APY-CUST-ID
           READ AUTOPAY-IDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-APY-FOUND
           END-READ.

       4200-FIND-ADDRESS.
           MOVE "N" TO WS-ADR-FOUND
           MOVE CMA-CUST-ID OF WS-CMA-PARSED TO ADR-CUST-ID

       3800-WRITE-APPLIED.
           ADD 1 TO WS-APPLIED-TXN
           MOVE "Y" TO WS-CHANGE-OK
           MOVE ALL SPACES TO WS-AUDIT-OUT
           MOVE CM-ACTION  OF WS-CM-PARSED TO AUD-ACTION
           MOVE CM-CUST-ID OF WS-CM-PARSED TO AUD-CUST-ID
           MOVE "APPLIED"                  TO AUD-RESULT
           MOVE WS-APPLY-DETAIL            TO AUD-DETAIL
           PERFORM 3950-WRITE-AUDIT-LINE
           PERFORM 3850-WRITE-JOURNAL.

      *>   Before image was captured by the applying paragraph; the
      *>   after image is the record buffer just written.
       3850-WRITE-JOURNAL.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-JOURNAL-OUT
           MOVE WS-TODAY          TO JRN-DATE
           MOVE WS-NOW-TIME (1:6) TO JRN-TIME
           MOVE WS-JRN-FILE       TO JRN-FILE
           MOVE CM-ACTION  OF WS-CM-PARSED TO JRN-ACTION
           MOVE CM-CUST-ID OF WS-CM-PARSED TO JRN-CUST-ID
           MOVE WS-JRN-USER       TO JRN-USER
           MOVE WS-JRN-APPROVER   TO JRN-APPROVER
           MOVE WS-JRN-PEND-ID    TO JRN-PEND-ID
           MOVE WS-JRN-BEFORE     TO JRN-BEFORE
           IF WS-JRN-DELETED = "Y"
               MOVE SPACES TO JRN-AFTER
           ELSE
               EVALUATE WS-JRN-FILE
                   WHEN "M"
                       MOVE IDX-CUST-REC TO JRN-AFTER
                   WHEN "A"
                       MOVE ADR-CUST-REC TO JRN-AFTER
                   WHEN "P"
                       MOVE APY-REC TO JRN-AFTER
                   WHEN "O"
                       MOVE PRM-REC TO JRN-AFTER
               END-EVALUATE
           END-IF
           MOVE ALL SPACES TO JOURNAL-LINE
           MOVE WS-JOURNAL-OUT TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           ADD 1 TO WS-JOURNAL-RECS.

       3900-WRITE-REJECTED.
           ADD 1 TO WS-REJECTED-TXN
           MOVE "N" TO WS-CHANGE-OK
           MOVE ALL SPACES TO WS-AUDIT-OUT
           MOVE CM-ACTION  OF WS-CM-PARSED TO AUD-ACTION
           MOVE CM-CUST-ID OF WS-CM-PARSED TO AUD-CUST-ID
           MOVE WS-AUDIT-OUT TO AUDIT-LINE
           WRITE AUDIT-LINE.

      *>   Anything still pending past the window expires: it drops
      *>   off the pending file and onto the exceptions list, and
      *>   must be re-keyed to be considered again. The list also
      *>   shows every item still awaiting approval.
       7000-EXPIRE-PENDING.
           MOVE 0 TO WS-STILL-PENDING
           OPEN OUTPUT PENDEXC-FILE
           MOVE ALL SPACES TO PENDEXC-LINE
           STRING "CUSTMAINT PENDING-CHANGE EXCEPTIONS - " DELIMITED
                  BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " (EXPIRE AFTER " DELIMITED BY SIZE
                  WS-EXPIRE-DAYS DELIMITED BY SIZE
                  " DAYS)" DELIMITED BY SIZE
             INTO PENDEXC-LINE
           END-STRING
           WRITE PENDEXC-LINE
           MOVE ALL SPACES TO PENDEXC-LINE
           STRING "PEND-NO STATUS   ENTERED  USER     AGE CHANGE"
                  DELIMITED BY SIZE
             INTO PENDEXC-LINE
           END-STRING
           WRITE PENDEXC-LINE
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1 UNTIL
                           WS-PND-SUB > WS-PND-COUNT
               IF PND-STATUS (WS-PND-SUB) = "P"
                   COMPUTE WS-PEND-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                     - FUNCTION INTEGER-OF-DATE(
                           PND-ENTRY-DT (WS-PND-SUB))
                   IF WS-PEND-AGE > WS-EXPIRE-DAYS
                       MOVE "E" TO PND-STATUS (WS-PND-SUB)
                       ADD 1 TO WS-EXPIRED-TXN
                       PERFORM 7010-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1 UNTIL
                           WS-PND-SUB > WS-PND-COUNT
               IF PND-STATUS (WS-PND-SUB) = "P"
                   COMPUTE WS-PEND-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                     - FUNCTION INTEGER-OF-DATE(
                           PND-ENTRY-DT (WS-PND-SUB))
                   ADD 1 TO WS-STILL-PENDING
                   PERFORM 7010-WRITE-EXCEPTION-LINE
               END-IF
           END-PERFORM
           MOVE ALL SPACES TO PENDEXC-LINE
           STRING "EXPIRED THIS RUN: " DELIMITED BY SIZE
                  WS-EXPIRED-TXN DELIMITED BY SIZE
                  "   STILL PENDING: " DELIMITED BY SIZE
                  WS-STILL-PENDING DELIMITED BY SIZE
             INTO PENDEXC-LINE
           END-STRING
           WRITE PENDEXC-LINE
           CLOSE PENDEXC-FILE.

       7010-WRITE-EXCEPTION-LINE.
           MOVE ALL SPACES TO PENDEXC-LINE
           IF WS-PEND-AGE > 999
               MOVE 999 TO WS-PEND-AGE-OUT
           ELSE
               MOVE WS-PEND-AGE TO WS-PEND-AGE-OUT
           END-IF
           IF PND-STATUS (WS-PND-SUB) = "E"
               STRING PND-ID (WS-PND-SUB) DELIMITED BY SIZE
                      " EXPIRED  " DELIMITED BY SIZE
                      PND-ENTRY-DT (WS-PND-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PND-USER (WS-PND-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PEND-AGE-OUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PND-CHANGE (WS-PND-SUB) (1:52) DELIMITED BY SIZE
                 INTO PENDEXC-LINE
               END-STRING
           ELSE
               STRING PND-ID (WS-PND-SUB) DELIMITED BY SIZE
                      " PENDING  " DELIMITED BY SIZE
                      PND-ENTRY-DT (WS-PND-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PND-USER (WS-PND-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PEND-AGE-OUT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      PND-CHANGE (WS-PND-SUB) (1:52) DELIMITED BY SIZE
                 INTO PENDEXC-LINE
               END-STRING
           END-IF
           WRITE PENDEXC-LINE.

      *>   Only open items are carried; resolved ones are on the
      *>   journal (approved), the audit listing (declined, failed)
      *>   or the exceptions list (expired).
       7200-REWRITE-PENDING.
           OPEN OUTPUT PEND-FILE
           MOVE SPACES TO PNF-REC OF WS-PEND-PARSED
           MOVE "H" TO PNF-TYPE OF WS-PEND-PARSED
           MOVE WS-PND-LAST-ID TO PNF-ID OF WS-PEND-PARSED
           MOVE ALL SPACES TO PEND-LINE
           MOVE PNF-REC OF WS-PEND-PARSED TO PEND-LINE
           WRITE PEND-LINE
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1 UNTIL
                           WS-PND-SUB > WS-PND-COUNT
               IF PND-STATUS (WS-PND-SUB) = "P"
                   MOVE SPACES TO PNF-REC OF WS-PEND-PARSED
                   MOVE "P" TO PNF-TYPE OF WS-PEND-PARSED
                   MOVE PND-ID       (WS-PND-SUB)
                        TO PNF-ID       OF WS-PEND-PARSED
                   MOVE PND-STATUS   (WS-PND-SUB)
                        TO PNF-STATUS   OF WS-PEND-PARSED
                   MOVE PND-ENTRY-DT (WS-PND-SUB)
                        TO PNF-ENTRY-DT OF WS-PEND-PARSED
                   MOVE PND-ENTRY-TM (WS-PND-SUB)
                        TO PNF-ENTRY-TM OF WS-PEND-PARSED
                   MOVE PND-USER     (WS-PND-SUB)
                        TO PNF-USER     OF WS-PEND-PARSED
                   MOVE PND-CHANGE   (WS-PND-SUB)
                        TO PNF-CHANGE   OF WS-PEND-PARSED
                   MOVE ALL SPACES TO PEND-LINE
                   MOVE PNF-REC OF WS-PEND-PARSED TO PEND-LINE
                   WRITE PEND-LINE
               END-IF
           END-PERFORM
           CLOSE PEND-FILE.

       5000-WRITE-AUDIT-TOTALS.
           OPEN EXTEND AUDIT-FILE
           MOVE ALL SPACES TO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "HELD FOR APPROVAL          : " DELIMITED BY SIZE
                  WS-HELD-TXN                     DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "APPROVED AND APPLIED       : " DELIMITED BY SIZE
                  WS-APPROVED-TXN                 DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "PENDING DECLINED           : " DELIMITED BY SIZE
                  WS-DECLINED-TXN                 DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "PENDING EXPIRED            : " DELIMITED BY SIZE
                  WS-EXPIRED-TXN                  DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "STILL PENDING              : " DELIMITED BY SIZE
                  WS-STILL-PENDING                DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "CHANGE JOURNAL RECORDS     : " DELIMITED BY SIZE
                  WS-JOURNAL-RECS                 DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "CUSTOMERS ADDED            : " DELIMITED BY SIZE
                  WS-ADDED-CUST                   DELIMITED BY SIZE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "AUTOPAY ENROLLED           : " DELIMITED BY SIZE
                  WS-APY-ENROLLED                 DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "AUTOPAY WITHDRAWN          : " DELIMITED BY SIZE
                  WS-APY-WITHDRAWN                DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "PROMOTIONS SET             : " DELIMITED BY SIZE
                  WS-PRM-SET                      DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "PROMOTIONS REMOVED         : " DELIMITED BY SIZE
                  WS-PRM-REMOVED                  DELIMITED BY SIZE
             INTO AUDIT-LINE
           END-STRING
           WRITE AUDIT-LINE

           MOVE ALL SPACES TO AUDIT-LINE
           STRING "MASTER UPDATED IN PLACE    : "
                  DELIMITED BY SIZE

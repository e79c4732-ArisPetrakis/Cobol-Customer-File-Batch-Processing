               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDR-STATUS.

      *>   Autopay enrollments, maintained by CUSTMAINT's E/W actions
      *>   and BANKRET's returned-debit count. Optional like the
      *>   address file: no file means nobody is on autopay.
           SELECT AUTOPAY-IDX-FILE ASSIGN TO "data/AUTOPAY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-APY-STATUS.

      *>   Promotions and contract pricing, maintained by CUSTMAINT's
      *>   P/Q actions. Read by key range (a customer's entries, then
      *>   the plan's), hence DYNAMIC. Optional: no file, no promos.
           SELECT PROMO-IDX-FILE ASSIGN TO "data/PROMO.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PRM-STATUS.

      *>   The upstream feed: batches of TXNREC lines, each between
      *>   a HDR and a TRL record (count and amount hash). Read twice
      *>   -- balanced as a whole first, then posted batch by batch.
           SELECT TXN-FILE ASSIGN TO "data/TXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Every TXN.DAT batch ever received, by source system and
      *>   batch ID, carried data/BATCHLOG.DAT -> out/BATCHLOG.DAT
      *>   (PROMOTE member) so a batch sent twice is refused.
           SELECT BATCHLOG-FILE ASSIGN TO "data/BATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT BATCHLOG-OUT-FILE ASSIGN TO "out/BATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   One acknowledgment file per source system,
      *>   out/ACK_<source>.DAT, named at run time.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TXN-OK-FILE ASSIGN TO "out/TXN_OK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETTXN-STATUS.

      *>   Refunds of aged on-account credit generated by REFUND (RF
      *>   debits), promoted by the operator from out/REFTXN.DAT.
      *>   Validated here like any other transaction, so a double
      *>   promote dup-rejects instead of refunding twice.
           SELECT REFTXN-FILE ASSIGN TO "data/REFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFTXN-STATUS.

      *>   Autopay direct debits originated by ACHDEBIT (PY credits),
      *>   promoted by the operator from out/ACHTXN.DAT. Validated
      *>   here like any other transaction, so a double promote
      *>   dup-rejects instead of double-crediting.
           SELECT ACHTXN-FILE ASSIGN TO "data/ACHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHTXN-STATUS.

      *>   Collection-agency recoveries on written-off accounts
      *>   generated by AGYRECV (RC), promoted by the operator from
      *>   out/RECTXN.DAT. Validated here like any other
      *>   transaction, so a double promote dup-rejects.
           SELECT RECTXN-FILE ASSIGN TO "data/RECTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECTXN-STATUS.

           SELECT TXN-SORTED-FILE ASSIGN TO "out/TXN_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPENITEM-OUT-FILE ASSIGN TO "out/OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   On-account credit ledger: money the customer has paid (or
      *>   been credited) beyond every open item, one record per
      *>   credit with the date it arose and what is left of it,
      *>   carried forward run to run like OPENITEM.DAT. A credit
      *>   pays the customer's next new open item automatically;
      *>   one left unused long enough is refunded by REFUND.
           SELECT CREDITS-FILE ASSIGN TO "data/CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITS-STATUS.

           SELECT CREDITS-OUT-FILE ASSIGN TO "out/CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK ASSIGN TO "out/SORTWORK.tmp".

           SELECT PLANRATE-SORT-WORK
           SELECT REPRINT-FILE ASSIGN TO "out/REPRINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Bill-shock review. The prior archive re-sorted by customer
      *>   (latest run first) is matched against the statements as
      *>   they are built, so each one can be compared with the
      *>   customer's last statement; limits from data/SHOCKPARM.DAT
      *>   (no file = no review). Every statement is spooled while it
      *>   is built and routed at its control break: to the printed
      *>   and extract files, or -- when it fails the review -- to
      *>   the hold queue with its mail-sort and collections records,
      *>   and onto out/VARIANCE.RPT. The queue is carried forward
      *>   data/STMTHOLD.DAT -> out/STMTHOLD.DAT (PROMOTE member);
      *>   STMTREL releases or keeps what is on it.
           SELECT SHOCKPARM-FILE ASSIGN TO "data/SHOCKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHOCKPARM-STATUS.

           SELECT STMTHIST-SORTED-FILE
               ASSIGN TO "out/STMTHIST_SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMTHIST-SORT-WORK
               ASSIGN TO "out/HS_SORTWORK.tmp".

           SELECT STMTSPOOL-FILE ASSIGN TO "out/STMTSPOOL.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STMTHOLD-FILE ASSIGN TO "data/STMTHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTHOLD-STATUS.

           SELECT STMTHOLD-OUT-FILE ASSIGN TO "out/STMTHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VARIANCE-FILE ASSIGN TO "out/VARIANCE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Cumulative statement-archive overflow written by ARCHTRIM
      *>   when old runs roll off the live archive; REPRINT falls
      *>   back to it for a run number that has been trimmed.
           SELECT DUNNING-OUT-FILE ASSIGN TO "out/DUNNING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Dunning letter log: one record per letter sent, with the
      *>   run, level and balance, so the account's letter history
      *>   survives the level being overwritten in DUNNING.DAT. The
      *>   whole prior log is carried data/DUNHIST.DAT ->
      *>   out/DUNHIST.DAT, like the statement archive.
           SELECT DUNHIST-FILE ASSIGN TO "data/DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNHIST-STATUS.

           SELECT DUNHIST-OUT-FILE ASSIGN TO "out/DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Payment arrangements (promise-to-pay installment plans)
      *>   carried forward like DUNNING.DAT: read from
      *>   data/ARRANGE.DAT, written to out/ARRANGE.DAT with this
      *>   run's installment payments and status changes. One
      *>   record per installment; kept, broken, completed and
      *>   superseded plans all stay on file as the account history.
           SELECT ARRANGE-FILE ASSIGN TO "data/ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

           SELECT ARRANGE-OUT-FILE ASSIGN TO "out/ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   New arrangements keyed by the collectors off the
      *>   collections work list, same record layout. A plan whose
      *>   customer and agreement date are already on the carried
      *>   file is skipped, so the file can sit in data/ across runs.
           SELECT ARRNEW-FILE ASSIGN TO "data/ARRNEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRNEW-STATUS.

      *>   Broken-promise report: one line per arrangement broken
      *>   this run, for the collector named on it to follow up.
           SELECT BRKPROM-FILE ASSIGN TO "out/BROKENPROM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Promotions and contract prices billed on this run's
      *>   statements that will no longer apply on the next one, for
      *>   the account manager to call before the price goes up.
           SELECT PROMOEXP-FILE ASSIGN TO "out/PROMOEXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUNLETTER-FILE ASSIGN TO "out/DUNLETTERS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTCHG-OUT-FILE ASSIGN TO "out/CUSTMAINT_TXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Agency placement ledger: one record per account placed
      *>   with the collection agency at write-off, carried forward
      *>   data/AGYPLACE.DAT -> out/AGYPLACE.DAT (PROMOTE member)
      *>   with this run's placements added. AGYRECV keeps the
      *>   recoveries and recalls on it.
           SELECT AGYPLACE-FILE ASSIGN TO "data/AGYPLACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGYPLACE-STATUS.

           SELECT AGYPLACE-OUT-FILE ASSIGN TO "out/AGYPLACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Placement extract for the agency: this run's write-offs
      *>   with name, address, amount and last payment date.
           SELECT PLACEMENT-FILE ASSIGN TO "out/PLACEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Unsorted collections work records written at the statement
      *>   control break, then sorted by over-90 balance descending
      *>   into the collections work list after PASSB closes.
           SELECT GLEXTRACT-FILE ASSIGN TO "out/GLEXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Per-run posting history for the month-end close: every
      *>   run's bucket totals and closing receivable, carried
      *>   data/GLHIST.DAT -> out/GLHIST.DAT like the statement
      *>   archive. GLEXTRACT.DAT itself is overwritten every run.
           SELECT GLHIST-FILE ASSIGN TO "data/GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT GLHIST-OUT-FILE ASSIGN TO "out/GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Closed accounting periods, appended by PERCLOSE. A
      *>   transaction dated in a closed month is rejected unless it
      *>   is flagged as a prior-period adjustment.
           SELECT PERIOD-FILE ASSIGN TO "data/PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  ADR-DELIVERY        PIC X.
           05  FILLER              PIC X(59).

       FD  AUTOPAY-IDX-FILE.
       01  APY-REC.
           05  APY-CUST-ID         PIC 9(9).
           05  APY-ROUTING         PIC X(9).
           05  APY-ACCOUNT         PIC X(17).
           05  APY-ACCT-TYPE       PIC X.
           05  APY-MANDATE-DT      PIC 9(8).
      *>   A = active, X = dropped after too many returned debits
           05  APY-STATUS          PIC X.
           05  APY-RETURNS         PIC 9(2).
           05  FILLER              PIC X(73).

      *>   Key type C = one customer, P = every customer on a plan.
      *>   Kind P = percent off the monthly fee, F = fixed amount off
      *>   it, M = contract monthly fee in place of the plan rate,
      *>   O = contract overage rate. Runs from the start date
      *>   through the end date or for the given number of cycles.
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

       FD  TXN-FILE.
       01  TXN-LINE                PIC X(120).

       FD  BATCHLOG-FILE.
       01  BATCHLOG-LINE           PIC X(120).

       FD  BATCHLOG-OUT-FILE.
       01  BATCHLOG-OUT-LINE       PIC X(120).

       FD  ACK-FILE.
       01  ACK-LINE                PIC X(120).

       FD  TXN-OK-FILE.
       01  TXN-OK-LINE             PIC X(120).

       FD  RETTXN-FILE.
       01  RETTXN-LINE             PIC X(120).

       FD  REFTXN-FILE.
       01  REFTXN-LINE             PIC X(120).

       FD  ACHTXN-FILE.
       01  ACHTXN-LINE             PIC X(120).

       FD  RECTXN-FILE.
       01  RECTXN-LINE             PIC X(120).

       FD  TXN-SORTED-FILE.
       01  TXN-SORTED-LINE         PIC X(120).

       FD  OPENITEM-OUT-FILE.
       01  OPENITEM-OUT-LINE       PIC X(120).

       FD  CREDITS-FILE.
       01  CREDITS-LINE            PIC X(120).

       FD  CREDITS-OUT-FILE.
       01  CREDITS-OUT-LINE        PIC X(120).

       FD  AGING-FILE.
       01  AGING-LINE              PIC X(120).

       FD  REPRINT-FILE.
       01  REPRINT-LINE             PIC X(120).

       FD  SHOCKPARM-FILE.
       01  SHOCKPARM-LINE           PIC X(120).

       FD  STMTHIST-SORTED-FILE.
       01  STMTHIST-SORTED-LINE     PIC X(120).

      *>   S = statement line, X = extract line
       FD  STMTSPOOL-FILE.
       01  STMTSPOOL-LINE.
           05  SPL-TAG              PIC X.
           05  SPL-TEXT             PIC X(160).

       FD  STMTHOLD-FILE.
       01  STMTHOLD-LINE            PIC X(200).

       FD  STMTHOLD-OUT-FILE.
       01  STMTHOLD-OUT-LINE        PIC X(200).

       FD  VARIANCE-FILE.
       01  VARIANCE-LINE            PIC X(120).

       FD  STMTARC-FILE.
       01  STMTARC-LINE             PIC X(120).

       FD  DUNNING-OUT-FILE.
       01  DUNNING-OUT-LINE         PIC X(120).

       FD  DUNHIST-FILE.
       01  DUNHIST-LINE             PIC X(120).

       FD  DUNHIST-OUT-FILE.
       01  DUNHIST-OUT-LINE         PIC X(120).

       FD  ARRANGE-FILE.
       01  ARRANGE-LINE             PIC X(120).

       FD  ARRANGE-OUT-FILE.
       01  ARRANGE-OUT-LINE         PIC X(120).

       FD  ARRNEW-FILE.
       01  ARRNEW-LINE              PIC X(120).

       FD  BRKPROM-FILE.
       01  BRKPROM-LINE             PIC X(120).

       FD  PROMOEXP-FILE.
       01  PROMOEXP-LINE            PIC X(120).

       FD  DUNLETTER-FILE.
       01  DUNLETTER-LINE           PIC X(120).

       FD  WOFFREG-FILE.
       01  WOFFREG-LINE             PIC X(120).

       FD  AGYPLACE-FILE.
       01  AGYPLACE-LINE            PIC X(120).

       FD  AGYPLACE-OUT-FILE.
       01  AGYPLACE-OUT-LINE        PIC X(120).

       FD  PLACEMENT-FILE.
       01  PLACEMENT-LINE           PIC X(120).

       FD  CUSTCHG-OUT-FILE.
       01  CUSTCHG-OUT-LINE         PIC X(120).

       FD  GLEXTRACT-FILE.
       01  GLEXTRACT-LINE           PIC X(120).

       FD  GLHIST-FILE.
       01  GLHIST-LINE              PIC X(120).

       FD  GLHIST-OUT-FILE.
       01  GLHIST-OUT-LINE          PIC X(120).

       FD  PERIOD-FILE.
       01  PERIOD-LINE              PIC X(120).

       SD  SORT-WORK.
       01  SORT-REC.
           05  SRT-FIELDS.
               10  TLS-DESC            PIC X(20).
               10  FILLER              PIC X(72).

       SD  STMTHIST-SORT-WORK.
       01  STMTHIST-SORT-REC.
           05  HSS-RUN-NO              PIC 9(5).
           05  HSS-CUST-ID             PIC 9(9).
           05  HSS-SEQ                 PIC 9(5).
           05  FILLER                  PIC X(101).

       WORKING-STORAGE SECTION.

       77  WS-TXN-EOF              PIC X VALUE "N".
       77  WS-PAYTXN-STATUS        PIC XX VALUE SPACES.
       77  WS-RETTXN-STATUS        PIC XX VALUE SPACES.
       77  WS-RET-EOF              PIC X VALUE "N".
       77  WS-REFTXN-STATUS        PIC XX VALUE SPACES.
       77  WS-REF-EOF              PIC X VALUE "N".
       77  WS-ACHTXN-STATUS        PIC XX VALUE SPACES.
       77  WS-RECTXN-STATUS        PIC XX VALUE SPACES.
       77  WS-REC-EOF              PIC X VALUE "N".
       77  WS-ACH-EOF              PIC X VALUE "N".
       77  WS-DISPUTE-STATUS       PIC XX VALUE SPACES.
       77  WS-DISPUTE-EOF          PIC X VALUE "N".

       77  WS-READ-PEND            PIC 9(9) VALUE 0.
       77  WS-READ-PAY             PIC 9(9) VALUE 0.
       77  WS-READ-RET             PIC 9(9) VALUE 0.
       77  WS-READ-REF             PIC 9(9) VALUE 0.
       77  WS-READ-ACH             PIC 9(9) VALUE 0.
       77  WS-READ-REC             PIC 9(9) VALUE 0.
       77  WS-ACCEPT-TXN           PIC 9(9) VALUE 0.
       77  WS-DEFER-TXN            PIC 9(9) VALUE 0.
       77  WS-REJECT-TXN           PIC 9(9) VALUE 0.
       77  WS-ADDR-POSTAL          PIC X(9) VALUE SPACES.
       77  WS-ADDR-DELIVERY        PIC X VALUE SPACE.
       77  WS-EDELIV-SUPPRESS      PIC X VALUE "N".

      *>--- Autopay: an active enrollment replaces the remit-to slip
      *>    with the date the new balance will be debited (the due
      *>    date of this statement's open item) and the last four
      *>    characters of the bank account.
       77  WS-APY-STATUS           PIC XX VALUE SPACES.
       77  WS-APY-AVAIL            PIC X VALUE "N".
       77  WS-APY-ACTIVE           PIC X VALUE "N".
       77  WS-APY-ACCT-LAST4       PIC X(4) VALUE SPACES.
       77  WS-APY-ACCT-LEN         PIC 9(2) VALUE 0.
       77  WS-APY-DEBIT-INT        PIC 9(9) VALUE 0.
       77  WS-APY-DEBIT-DATE       PIC 9(8) VALUE 0.
       77  WS-EDELIV-COUNT         PIC 9(9) VALUE 0.
       77  WS-MAIL-RECS            PIC 9(9) VALUE 0.

               10  DUN-BAL          PIC S9(9)V99.
               10  DUN-L3-RUNS      PIC 9(3).

       77  WS-DUNHIST-STATUS       PIC XX VALUE SPACES.
       77  WS-DUNHIST-EOF          PIC X VALUE "N".

      *>--- Payment-arrangement table, one entry per installment.
      *>    ARR-STATUS A = active, B = broken, C = completed, S =
      *>    superseded by a newer plan. At each statement's control
      *>    break the money received is applied to the customer's
      *>    active installments earliest-due first; an installment
      *>    still short after its due date breaks the plan. While a
      *>    plan is kept (WS-ARR-STATE K) the dunning level is held,
      *>    no letter or collections record is written and the
      *>    write-off count stands still; a plan broken this run
      *>    (state B) puts back the level the account had when the
      *>    plan was agreed, if that is higher.
       77  WS-ARRANGE-STATUS       PIC XX VALUE SPACES.
       77  WS-ARRNEW-STATUS        PIC XX VALUE SPACES.
       77  WS-ARR-EOF              PIC X VALUE "N".
       77  WS-ARR-COUNT            PIC 9(6) VALUE 0.
       77  WS-ARR-BASE-COUNT       PIC 9(6) VALUE 0.
       77  WS-ARR-SUB              PIC 9(6) VALUE 0.
       77  WS-ARR-NEXT-SUB         PIC 9(6) VALUE 0.
       77  WS-ARR-FOUND            PIC X VALUE "N".
       77  WS-ARR-ON-FILE          PIC X VALUE "N".
       77  WS-ARR-STATE            PIC X VALUE "N".
       77  WS-ARR-PRIOR-LEVEL      PIC 9 VALUE 0.
       77  WS-ARR-RECEIVED         PIC S9(9)V99 VALUE 0.
       77  WS-ARR-PORTION          PIC S9(9)V99 VALUE 0.
       77  WS-ARR-SHORT            PIC S9(9)V99 VALUE 0.
       77  WS-ARR-NEW-STATUS       PIC X VALUE SPACE.
       77  WS-ARR-READ-NEW         PIC 9(9) VALUE 0.
       77  WS-ARR-ADDED            PIC 9(9) VALUE 0.
       77  WS-ARR-KEPT             PIC 9(9) VALUE 0.
       77  WS-ARR-BROKEN           PIC 9(9) VALUE 0.
       77  WS-ARR-DONE             PIC 9(9) VALUE 0.
       01  WS-ARR-TABLE.
           05  WS-ARR-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-ARR-COUNT
               INDEXED BY WS-ARR-IDX.
               10  ARR-CUST-ID      PIC 9(9).
               10  ARR-AGREE-DT     PIC 9(8).
               10  ARR-COLLECTOR    PIC X(8).
               10  ARR-INST-NO      PIC 9(2).
               10  ARR-DUE-DT       PIC 9(8).
               10  ARR-INST-AMT     PIC 9(7)V99.
               10  ARR-PAID         PIC 9(7)V99.
               10  ARR-STATUS       PIC X.
               10  ARR-PRIOR-LEVEL  PIC 9.
               10  ARR-CLOSE-DT     PIC 9(8).

      *>--- Consolidated billing: a customer with a parent account on
      *>    the master still gets its own statement, aging line, and
      *>    carried balance, but its statement totals are also noted
               10  DUNF-L3-RUNS        PIC 9(3).
               10  FILLER              PIC X(87).

       01  WS-DUNHIST-PARSED.
           05  DHF-REC.
               10  DHF-CUST-ID         PIC 9(9).
               10  DHF-RUN-NO          PIC 9(5).
               10  DHF-DATE            PIC 9(8).
               10  DHF-LEVEL           PIC 9.
               10  DHF-BAL             PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(85).

      *>--- Arrangement installment record (ARRANGE.DAT and the
      *>    collectors' ARRNEW.DAT). On a new plan only customer,
      *>    agreement date, collector, installment number, due date
      *>    and amount are keyed; the rest is filled in here.
       01  WS-ARRANGE-PARSED.
           05  ARF-REC.
               10  ARF-CUST-ID         PIC 9(9).
               10  ARF-AGREE-DT        PIC 9(8).
               10  ARF-COLLECTOR       PIC X(8).
               10  ARF-INST-NO         PIC 9(2).
               10  ARF-DUE-DT          PIC 9(8).
               10  ARF-INST-AMT        PIC 9(7)V99.
               10  ARF-PAID            PIC 9(7)V99.
               10  ARF-STATUS          PIC X.
               10  ARF-PRIOR-LEVEL     PIC 9.
               10  ARF-CLOSE-DT        PIC 9(8).
               10  FILLER              PIC X(57).

      *>--- Collections work record: over-90 first so the SORT key
      *>    lines up with CW-SORT-OVER90 in the sort description.
       01  WS-COLLWORK-OUT.
               10  TXN-TYPE            PIC X(2).
               10  TXN-AMOUNT          PIC 9(7)V99.
               10  TXN-DESC            PIC X(20).
               10  TXN-PPA-FLAG        PIC X.
               10  FILLER              PIC X(73).

      *>--- Reject recycle. WS-CUR-RESUB carries the resubmission
      *>    count of the transaction currently being validated: zero
               10  RCY-DESC            PIC X(20).
               10  RCY-REASON          PIC X(4).
               10  RCY-COUNT           PIC 9(2).
               10  RCY-PPA-FLAG        PIC X.
               10  FILLER              PIC X(67).

       01  WS-REJ-PARSED.
           05  REJ-REC.
               10  REJ-DETAIL          PIC X(80).
               10  FILLER              PIC X(23).

      *>--- Batch control on TXN.DAT. 3010 reads the whole feed
      *>    first and balances every batch against its trailer (and
      *>    the batch log); only then does 3000 post, so a batch that
      *>    is out of balance, malformed or already processed is
      *>    rejected whole and nothing of it reaches TXN_OK. Detail
      *>    lines outside a HDR/TRL pair form a batch of their own
      *>    that is always rejected. Every line of the feed belongs
      *>    to one entry (first to last line number).
       77  WS-BATCHLOG-STATUS      PIC XX VALUE SPACES.
       77  WS-BATCHLOG-EOF         PIC X VALUE "N".
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-TXN-LINE-NO          PIC 9(9) VALUE 0.
       77  WS-BAT-OPEN             PIC X VALUE "N".
       77  WS-BAT-MAX              PIC 9(4) VALUE 1000.
       77  WS-BAT-COUNT            PIC 9(4) VALUE 0.
       77  WS-CUR-BAT              PIC 9(4) VALUE 0.
       77  WS-BAT-SUB              PIC 9(4) VALUE 0.
       77  WS-BAT-SUB2             PIC 9(4) VALUE 0.
       77  WS-BAT-RSN              PIC X(3) VALUE SPACES.
       77  WS-BAT-RSN-TEXT         PIC X(30) VALUE SPACES.
       77  WS-BAT-ACCEPTED         PIC 9(4) VALUE 0.
       77  WS-BAT-REJECTED         PIC 9(4) VALUE 0.
       77  WS-BAT-REJ-TXN          PIC 9(9) VALUE 0.
       77  WS-CTL-RECS             PIC 9(7) VALUE 0.
       77  WS-ACK-NAME             PIC X(40) VALUE SPACES.
       77  WS-ACK-FILES            PIC 9(4) VALUE 0.
       77  WS-ACK-SOURCE           PIC X(8) VALUE SPACES.
       77  WS-SRC-BATCHES          PIC 9(4) VALUE 0.
       77  WS-SRC-ACC-COUNT        PIC 9(9) VALUE 0.
       77  WS-SRC-ACC-AMT          PIC S9(11)V99 VALUE 0.
       77  WS-SRC-REJ-COUNT        PIC 9(9) VALUE 0.
       77  WS-SRC-REJ-AMT          PIC S9(11)V99 VALUE 0.
       77  WS-BAT-DISP1            PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-BAT-DISP2            PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-BAT-DISP3            PIC Z,ZZZ,ZZZ,ZZ9.99.

      *>    This run's batches, in feed order. BAT-STATUS A accepted
      *>    / R rejected as a unit (BAT-REASON R08 out of balance,
      *>    R09 batch ID already processed, R10 malformed batch).
       01  WS-BAT-TABLE.
           05  WS-BAT-ENTRY OCCURS 1000 TIMES.
               10  BAT-SOURCE       PIC X(8).
               10  BAT-ID           PIC X(12).
               10  BAT-DATE         PIC 9(8).
               10  BAT-FIRST-LINE   PIC 9(9).
               10  BAT-LAST-LINE    PIC 9(9).
               10  BAT-HAS-HDR      PIC X.
               10  BAT-STATUS       PIC X.
               10  BAT-REASON       PIC X(3).
               10  BAT-REASON-TEXT  PIC X(30).
               10  BAT-TRL-COUNT    PIC 9(7).
               10  BAT-TRL-HASH     PIC 9(11)V99.
               10  BAT-DTL-COUNT    PIC 9(7).
               10  BAT-DTL-HASH     PIC 9(11)V99.
               10  BAT-ACC-COUNT    PIC 9(7).
               10  BAT-ACC-AMT      PIC 9(11)V99.
               10  BAT-REJ-COUNT    PIC 9(7).
               10  BAT-REJ-AMT      PIC 9(11)V99.
               10  BAT-DONE         PIC X.

      *>    Batch IDs already accepted in earlier runs, by source.
       77  WS-BLG-COUNT            PIC 9(7) VALUE 0.
       77  WS-BLG-SUB              PIC 9(7) VALUE 0.
       01  WS-BLG-TABLE.
           05  WS-BLG-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON WS-BLG-COUNT.
               10  BLT-SOURCE       PIC X(8).
               10  BLT-ID           PIC X(12).
               10  BLT-DATE         PIC 9(8).

      *>    Accepted and rejected totals per input feed (WS-TXN-SOURCE).
       77  WS-FEED-COUNT           PIC 9(2) VALUE 0.
       77  WS-FEED-SUB             PIC 9(2) VALUE 0.
       77  WS-TALLY-AMT            PIC 9(7)V99 VALUE 0.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 10 TIMES.
               10  FEED-NAME        PIC X(4).
               10  FEED-ACC-COUNT   PIC 9(9).
               10  FEED-ACC-AMT     PIC 9(11)V99.
               10  FEED-REJ-COUNT   PIC 9(9).
               10  FEED-REJ-AMT     PIC 9(11)V99.

      *>    Batch header (HDR) and trailer (TRL) records.
       01  WS-BATCH-CTL-PARSED.
           05  BCH-REC.
               10  BCH-REC-ID          PIC X(3).
               10  BCH-SOURCE          PIC X(8).
               10  BCH-BATCH-ID        PIC X(12).
               10  BCH-BATCH-DATE      PIC 9(8).
               10  FILLER              PIC X(89).
           05  BCT-REC REDEFINES BCH-REC.
               10  BCT-REC-ID          PIC X(3).
               10  BCT-SOURCE          PIC X(8).
               10  BCT-BATCH-ID        PIC X(12).
               10  BCT-BATCH-DATE      PIC 9(8).
               10  BCT-REC-COUNT       PIC 9(7).
               10  BCT-AMT-HASH        PIC 9(11)V99.
               10  FILLER              PIC X(69).

      *>    Batch log record.
       01  WS-BATCHLOG-PARSED.
           05  BLG-REC.
               10  BLG-SOURCE          PIC X(8).
               10  BLG-BATCH-ID        PIC X(12).
               10  BLG-BATCH-DATE      PIC 9(8).
               10  BLG-STATUS          PIC X.
               10  BLG-REASON          PIC X(3).
               10  BLG-PROC-DATE       PIC 9(8).
               10  BLG-REC-COUNT       PIC 9(7).
               10  BLG-AMT-HASH        PIC 9(11)V99.
               10  FILLER              PIC X(60).

      *>    Acknowledgment record, one per batch, back to the source.
       01  WS-ACK-OUT.
           05  ACK-REC.
               10  ACK-SOURCE          PIC X(8).
               10  ACK-BATCH-ID        PIC X(12).
               10  ACK-BATCH-DATE      PIC 9(8).
               10  ACK-STATUS          PIC X.
               10  ACK-REASON          PIC X(3).
               10  ACK-TRL-COUNT       PIC 9(7).
               10  ACK-TRL-HASH        PIC 9(11)V99.
               10  ACK-ACC-COUNT       PIC 9(7).
               10  ACK-ACC-AMT         PIC 9(11)V99.
               10  ACK-REJ-COUNT       PIC 9(7).
               10  ACK-REJ-AMT         PIC 9(11)V99.
               10  ACK-PROC-DATE       PIC 9(8).
               10  ACK-REASON-TEXT     PIC X(30).

       01  WS-SRT-OUT.
           05  SRT-REC.
               10  SRT-CUST-ID         PIC 9(9).
      *>   NS reversing debits for bounced payments: cash that was
      *>   credited and then taken back by the bank.
       77  WS-TOT-RETPAY           PIC 9(9)V99 VALUE 0.
      *>   RF refund debits: on-account credit paid back out to the
      *>   customer by check.
       77  WS-TOT-REFUNDS          PIC 9(9)V99 VALUE 0.
      *>   Promotional discount taken off this statement's fee.
       77  WS-TOT-PROMO            PIC 9(9)V99 VALUE 0.
       77  WS-TOT-NET              PIC S9(9)V99 VALUE 0.
       77  WS-PREV-BAL             PIC S9(9)V99 VALUE 0.
       77  WS-NET-DUE              PIC S9(9)V99 VALUE 0.
       77  WS-GRAND-REBILLED       PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-WRITEOFF       PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-RETPAY         PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-REFUNDS        PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-NET            PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-SYS-CHARGES    PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-PROMO          PIC S9(11)V99 VALUE 0.

       77  WS-XSUM-CHARGES         PIC S9(11)V99 VALUE 0.
       77  WS-XSUM-CREDITS         PIC S9(11)V99 VALUE 0.
       77  WS-XSUM-REBILLED        PIC S9(11)V99 VALUE 0.
       77  WS-XSUM-WRITEOFF        PIC S9(11)V99 VALUE 0.
       77  WS-XSUM-RETPAY          PIC S9(11)V99 VALUE 0.
       77  WS-XSUM-REFUNDS         PIC S9(11)V99 VALUE 0.
       77  WS-XSUM-NET             PIC S9(11)V99 VALUE 0.

       77  WS-RECON-DIFF           PIC S9(11)V99 VALUE 0.
       77  WS-GL-LINES             PIC 9(5) VALUE 0.
       77  WS-GL-MAP-FOUND         PIC X VALUE "N".
       77  WS-GL-MAP-IDX           PIC 9(3) VALUE 0.
       77  WS-GL-BUCKET-MAX        PIC 9(2) VALUE 17.

       01  WS-GLMAP-TABLE.
           05  WS-GLMAP-ENTRY OCCURS 50 TIMES.
      *>--- The run-level posting buckets, filled from the same grand
      *>    totals 7100 reconciles before the extract is written.
       01  WS-GL-BUCKETS.
           05  WS-GL-BUCKET-ENTRY OCCURS 17 TIMES.
               10  GLB-BUCKET       PIC X(8).
               10  GLB-AMOUNT       PIC S9(11)V99.

       77  WS-GLHIST-STATUS        PIC XX VALUE SPACES.
       77  WS-GLHIST-EOF           PIC X VALUE "N".

       01  WS-GLHIST-PARSED.
           05  GLH-REC.
               10  GLH-RUN-NO          PIC 9(5).
               10  GLH-RUN-DATE        PIC 9(8).
               10  GLH-KEY             PIC X(8).
               10  GLH-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  GLH-POSTED          PIC X.
               10  FILLER              PIC X(84).

      *>--- Closed-period control. WS-CLOSED-THRU is the latest
      *>    month (YYYYMM) PERCLOSE has closed; 0 = none closed yet.
       77  WS-PERIOD-STATUS        PIC XX VALUE SPACES.
       77  WS-PERIOD-EOF           PIC X VALUE "N".
       77  WS-CLOSED-THRU          PIC 9(6) VALUE 0.
       77  WS-PPA-TXN              PIC 9(9) VALUE 0.
       77  WS-CLOSED-REJ           PIC 9(9) VALUE 0.

       01  WS-PERIOD-PARSED.
           05  PER-REC.
               10  PER-MONTH           PIC 9(6).
               10  PER-CLOSE-DATE      PIC 9(8).
               10  PER-LAST-RUN        PIC 9(5).
               10  PER-CLOSING-AR      PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(87).

       01  WS-GLE-OUT.
           05  GLE-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
       77  WS-OLD-OVR-THRESH       PIC 9(5) VALUE 0.
       77  WS-FEE-PORTION          PIC 9(5)V99 VALUE 0.

      *>--- Promotions and contract pricing. At each statement the
      *>    customer's own PROMO.IDX entries are read, then its
      *>    plan's; the first one in force in each group wins, so a
      *>    customer's deal overrides a plan-wide one. Group 1 is the
      *>    discount (percent or fixed), 2 the contract monthly fee,
      *>    3 the contract overage rate. The discount prints as its
      *>    own line, comes off the taxable base, and posts to the
      *>    PROMO bucket rather than netting into the fee; a contract
      *>    fee or overage rate simply replaces the plan's.
       77  WS-PRM-STATUS           PIC XX VALUE SPACES.
       77  WS-PRM-AVAIL            PIC X VALUE "N".
       77  WS-PRM-EOF              PIC X VALUE "N".
       77  WS-PRM-SCAN-TYPE        PIC X VALUE SPACE.
       77  WS-PRM-SCAN-VALUE       PIC X(9) VALUE SPACES.
       77  WS-PRM-ACTIVE           PIC X VALUE "N".
       77  WS-PRM-ENDS             PIC X VALUE "N".
       77  WS-PRM-CYCLE-NO         PIC S9(5) VALUE 0.
       77  WS-PRM-NEXT-INT         PIC 9(9) VALUE 0.
       77  WS-PRM-NEXT-DATE        PIC 9(8) VALUE 0.
       77  WS-PRM-FEE-OLD          PIC 9(5)V99 VALUE 0.
       77  WS-PRM-FEE-NEW          PIC 9(5)V99 VALUE 0.
       77  WS-PRM-COVERED          PIC 9(5)V99 VALUE 0.
       77  WS-PRM-DISCOUNT         PIC 9(5)V99 VALUE 0.
       77  WS-PRM-FEE-DESC         PIC X(30) VALUE SPACES.
       77  WS-PRM-PCT-DISP         PIC ZZ9.99.
       77  WS-PRM-KIND-DESC        PIC X(12) VALUE SPACES.
       77  WS-PRM-LEVEL-DESC       PIC X(4) VALUE SPACES.
       77  WS-PRM-EXP-COUNT        PIC 9(7) VALUE 0.
       77  WS-PTK-SUB              PIC 9 VALUE 0.
       01  WS-PRM-TAKEN.
           05  WS-PRM-TAKE OCCURS 3 TIMES.
               10  PTK-FOUND        PIC X.
      *>           C = customer's own, P = plan-wide
               10  PTK-LEVEL        PIC X.
               10  PTK-CODE         PIC X(6).
               10  PTK-KIND         PIC X.
               10  PTK-PCT          PIC 9(3)V99.
               10  PTK-AMOUNT       PIC 9(5)V99.
               10  PTK-ENDS         PIC X.
               10  PTK-END-DT       PIC 9(8).
               10  PTK-CYCLES       PIC 9(3).
       01  WS-PRM-ASOF-PARTS.
           05  WS-PRM-ASOF-YYYY    PIC 9(4).
           05  WS-PRM-ASOF-MM      PIC 9(2).
           05  WS-PRM-ASOF-DD      PIC 9(2).
       01  WS-PRM-START-PARTS.
           05  WS-PRM-START-YYYY   PIC 9(4).
           05  WS-PRM-START-MM     PIC 9(2).
           05  WS-PRM-START-DD     PIC 9(2).

      *>--- Sales tax. The taxable base is the statement's CH
      *>    activity plus the system-generated monthly fee and
      *>    overage; finance charges, external FE fees, and every
               10  HIST-SEQ            PIC 9(5).
               10  HIST-TEXT           PIC X(101).

      *>--- Bill-shock review (SHOCKPARM.DAT; no file or all zero =
      *>    off). A statement is held when its total charges exceed
      *>    the ceiling (MAX, with or without history), or -- against
      *>    the customer's last archived statement -- its charges
      *>    rose by more than the amount AND more than the percent
      *>    (AMT), or its transaction count rose by more than the
      *>    minimum AND more than the count percent (CNT).
       77  WS-SHOCKPARM-STATUS     PIC XX VALUE SPACES.
       77  WS-STMTHOLD-STATUS      PIC XX VALUE SPACES.
       77  WS-BSK-ACTIVE           PIC X VALUE "N".
       77  WS-BSK-INCR-AMT         PIC 9(7)V99 VALUE 0.
       77  WS-BSK-INCR-PCT         PIC 9(3) VALUE 0.
       77  WS-BSK-CNT-PCT          PIC 9(3) VALUE 0.
       77  WS-BSK-CNT-MIN          PIC 9(5) VALUE 0.
       77  WS-BSK-MAX-TOTAL        PIC 9(7)V99 VALUE 0.
       77  WS-BSK-HELD             PIC X VALUE "N".
       77  WS-BSK-SPOOLING         PIC X VALUE "N".
       77  WS-BSK-SPOOL-EOF        PIC X VALUE "N".
       77  WS-BSK-HOLD-SEQ         PIC 9(5) VALUE 0.
       77  WS-BSK-HELD-COUNT       PIC 9(7) VALUE 0.
       77  WS-BSK-HELD-AMT         PIC S9(11)V99 VALUE 0.
       77  WS-BSK-CARRIED-RECS     PIC 9(9) VALUE 0.
       77  WS-BSK-CARRIED-STMTS    PIC 9(7) VALUE 0.
       77  WS-BSK-RISE             PIC S9(9)V99 VALUE 0.
       77  WS-BSK-CNT-RISE         PIC S9(5) VALUE 0.
       77  WS-BSK-PCT              PIC S9(5) VALUE 0.
       77  WS-BSK-PCT-DISP         PIC -ZZZZ9.
       77  WS-BSK-CNT-DISP         PIC ZZZZ9.
       77  WS-BSK-PCNT-DISP        PIC ZZZZ9.
       77  WS-BSK-PAMT-DISP        PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-BSK-RUN-DISP         PIC X(5) VALUE SPACES.
       01  WS-BSK-REASON.
           05  BSR-AMT             PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  BSR-CNT             PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  BSR-MAX             PIC X(3).

      *>    The customer's last archived statement, off the re-sorted
      *>    archive stream (customer ascending, run descending):
      *>    the newest run holding a TOTAL CHARGES line, with the
      *>    number of transaction detail lines printed on it.
       77  WS-PHS-HAVE-REC         PIC X VALUE "N".
       77  WS-PHS-OPEN             PIC X VALUE "N".
       77  WS-PHS-SCAN-RUN         PIC 9(5) VALUE 0.
       77  WS-PHS-SCAN-CNT         PIC 9(5) VALUE 0.
       77  WS-BSK-PRIOR-FOUND      PIC X VALUE "N".
       77  WS-BSK-PRIOR-RUN        PIC 9(5) VALUE 0.
       77  WS-BSK-PRIOR-AMT        PIC 9(9)V99 VALUE 0.
       77  WS-BSK-PRIOR-CNT        PIC 9(5) VALUE 0.
       77  WS-BSK-PRIOR-AMT-ED     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRIOR-HIST-PARSED.
           05  PHS-REC.
               10  PHS-RUN-NO          PIC 9(5).
               10  PHS-CUST-ID         PIC 9(9).
               10  PHS-SEQ             PIC 9(5).
               10  PHS-TEXT            PIC X(101).

       01  WS-SHOCKPARM-PARSED.
           05  SHP-REC.
               10  SHP-INCR-AMT        PIC 9(7)V99.
               10  SHP-INCR-PCT        PIC 9(3).
               10  SHP-CNT-PCT         PIC 9(3).
               10  SHP-CNT-MIN         PIC 9(5).
               10  SHP-MAX-TOTAL       PIC 9(7)V99.
               10  FILLER              PIC X(91).

      *>    Hold-queue record. Type H heads each held statement and
      *>    carries the review figures; S (statement line), X
      *>    (extract line), M (mail-sort record) and C (collections
      *>    record) follow under the same run and customer, in the
      *>    order they would have been written.
       01  WS-STMTHOLD-PARSED.
           05  HQ-REC.
               10  HQ-TYPE             PIC X.
               10  HQ-RUN-NO           PIC 9(5).
               10  HQ-CUST-ID          PIC 9(9).
               10  HQ-SEQ              PIC 9(5).
               10  HQ-DATA             PIC X(180).
               10  HQ-HDR REDEFINES HQ-DATA.
                   15  HQH-REASON      PIC X(11).
                   15  HQH-NAME        PIC X(20).
                   15  HQH-AS-OF       PIC 9(8).
                   15  HQH-PRIOR-RUN   PIC 9(5).
                   15  HQH-PRIOR-AMT   PIC 9(9)V99.
                   15  HQH-CUR-AMT     PIC 9(9)V99.
                   15  HQH-PRIOR-CNT   PIC 9(5).
                   15  HQH-CUR-CNT     PIC 9(5).
                   15  HQH-NET-DUE     PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
                   15  HQH-EDELIV      PIC X.
                   15  FILLER          PIC X(91).

      *>--- Cycle-day billing (CYCLE=nn run parameter). 0 means no
      *>    cycle was requested, so every customer bills this run. A
      *>    malformed CYCLE= token aborts the run up front -- falling
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(66).

      *>--- On-account credits. A payment bigger than everything the
      *>    customer has open, or a statement whose credits outrun
      *>    its open items, leaves the excess here as a credit dated
      *>    the day it arose instead of letting it vanish into the
      *>    net balance. At the control break a positive new open
      *>    item is paid from the customer's credits oldest first
      *>    (printed as CREDIT ON ACCOUNT APPLIED); NS returns and RF
      *>    refunds take back credit first. The item remainders less
      *>    the credit remainders still sum to the CUSTBAL net.
       77  WS-CREDITS-STATUS       PIC XX VALUE SPACES.
       77  WS-CRD-EOF              PIC X VALUE "N".
       77  WS-CRD-COUNT            PIC 9(6) VALUE 0.
       77  WS-CRD-SUB              PIC 9(6) VALUE 0.
       77  WS-CRD-PICK-SUB         PIC 9(6) VALUE 0.
       77  WS-CRD-USE-AMT          PIC S9(9)V99 VALUE 0.
       77  WS-CRD-PORTION          PIC S9(9)V99 VALUE 0.
       77  WS-CRD-APPLIED          PIC S9(9)V99 VALUE 0.
       77  WS-CRD-CUST-BAL         PIC S9(9)V99 VALUE 0.
       77  WS-CRD-NEW-AMT          PIC S9(9)V99 VALUE 0.
       77  WS-CRD-NEW-DATE         PIC 9(8) VALUE 0.
       77  WS-CRD-NEW-SRC          PIC X(20) VALUE SPACES.
       77  WS-RF-UNCOVERED         PIC S9(9)V99 VALUE 0.
       77  WS-CRO-COUNT            PIC 9(9) VALUE 0.
       77  WS-CRO-HASH             PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-CRD-NEW        PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-CRD-USED       PIC S9(11)V99 VALUE 0.

       01  WS-CRD-TABLE.
           05  WS-CRD-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CRD-COUNT
               INDEXED BY WS-CRD-IDX.
               10  CRD-CUST-ID      PIC 9(9).
               10  CRD-DATE         PIC 9(8).
               10  CRD-RUN-NO       PIC 9(5).
               10  CRD-AMT-ORIG     PIC S9(9)V99.
               10  CRD-AMT-REMAIN   PIC S9(9)V99.
               10  CRD-SOURCE       PIC X(20).

       01  WS-CREDITS-PARSED.
           05  CRF-REC.
               10  CRF-CUST-ID         PIC 9(9).
               10  CRF-DATE            PIC 9(8).
               10  CRF-RUN-NO          PIC 9(5).
               10  CRF-AMT-ORIG        PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  CRF-AMT-REMAIN      PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  CRF-SOURCE          PIC X(20).
               10  FILLER              PIC X(54).

      *>--- Automated suspension / bad-debt write-off (threshold from
      *>    WOFFPARM.DAT; 0 = feature off). An account that has sat
      *>    at dunning level 3 for the configured number of runs with
       77  WS-WOFF-COUNT           PIC 9(9) VALUE 0.
       77  WS-GRAND-BADDEBT        PIC S9(11)V99 VALUE 0.

      *>--- Collection-agency placement and recovery. Each write-off
      *>    is placed with the agency (ledger record + extract). An
      *>    RC recovery does not touch AR -- the balance was written
      *>    off -- so it bypasses the statement pass: the net cash
      *>    posts to RECOVER (cash / recovery income) and the agency
      *>    commission named in its description to AGYCOMM
      *>    (commission expense / recovery income), so recovery
      *>    income carries the gross collected.
       77  WS-AGYPLACE-STATUS      PIC XX VALUE SPACES.
       77  WS-AGYPLACE-EOF         PIC X VALUE "N".
       77  WS-PLC-CARRIED          PIC 9(7) VALUE 0.
       77  WS-PLC-NEW              PIC 9(7) VALUE 0.
       77  WS-PLC-NEW-AMT          PIC S9(11)V99 VALUE 0.
       77  WS-CUST-LAST-PAY        PIC 9(8) VALUE 0.
       77  WS-TLB-LO               PIC 9(7) VALUE 0.
       77  WS-TLB-HI               PIC 9(7) VALUE 0.
       77  WS-TLB-MID              PIC 9(7) VALUE 0.
       77  WS-RECOV-TXN            PIC 9(9) VALUE 0.
       77  WS-GRAND-RECOVER        PIC S9(11)V99 VALUE 0.
       77  WS-GRAND-AGYCOMM        PIC S9(11)V99 VALUE 0.

      *>    RC description: commission 9(7)V99, source (A agency
      *>    remittance, D paid to us direct after a recall), date
      *>    the account was placed.
       01  WS-RC-DESC-PARTS.
           05  RCD-COMM            PIC 9(7)V99.
           05  RCD-KIND            PIC X.
           05  RCD-PLACED-DT       PIC 9(8).
           05  FILLER              PIC X(2).

      *>    Placement ledger record. H (one, first) records the last
      *>    run AGYRECV settled remittances against; P records are
      *>    placements, status O open, R recalled, F fully recovered.
      *>    Settle date = latest remittance / direct payment applied.
       01  WS-AGYPLACE-PARSED.
           05  APL-REC.
               10  APL-TYPE            PIC X.
               10  APL-CUST-ID         PIC 9(9).
               10  APL-PLACED-DT       PIC 9(8).
               10  APL-PLACED-RUN      PIC 9(5).
               10  APL-STATUS          PIC X.
               10  APL-WOFF-AMT        PIC 9(9)V99.
               10  APL-LAST-PAY-DT     PIC 9(8).
               10  APL-AGY-GROSS       PIC 9(9)V99.
               10  APL-AGY-COMM        PIC 9(9)V99.
               10  APL-DIRECT-AMT      PIC 9(9)V99.
               10  APL-CLOSE-DT        PIC 9(8).
               10  APL-CLOSE-RSN       PIC X.
               10  APL-NAME            PIC X(20).
               10  APL-SETTLE-DT       PIC 9(8).
               10  FILLER              PIC X(7).

      *>    Agency placement extract record.
       01  WS-PLACEMENT-OUT.
           05  PLX-REC.
               10  PLX-CUST-ID         PIC 9(9).
               10  PLX-NAME            PIC X(20).
               10  PLX-STREET          PIC X(25).
               10  PLX-CITY            PIC X(15).
               10  PLX-STATE           PIC X(2).
               10  PLX-POSTAL          PIC X(9).
               10  PLX-WOFF-AMT        PIC 9(9)V99.
               10  PLX-LAST-PAY-DT     PIC 9(8).
               10  PLX-PLACED-DT       PIC 9(8).
               10  FILLER              PIC X(13).

       01  WS-WOFFPARM-PARSED.
           05  WOP-REC.
               10  WOP-RUNS            PIC 9(3).
       01  WS-CUSTCHG-OUT.
           05  CHG-ACTION          PIC X.
           05  CHG-CUST-ID         PIC 9(9).
           05  FILLER              PIC X(60).
      *>   Submitting user for CUSTMAINT's dual control; a write-off
      *>   deactivation is held there until an operator approves it.
           05  CHG-USER-ID         PIC X(8).
           05  FILLER              PIC X(42).

      *>--- TRIAL run mode: both passes run end to end and the four
      *>    review outputs (statements, extract, control report,
           PERFORM 1010-INIT-RATES
           PERFORM 1015-INIT-TAX-RATES
           PERFORM 1020-INIT-TXNLOG
           PERFORM 1025-INIT-BATCHLOG
           PERFORM 1030-INIT-DISPUTES
           PERFORM 1040-INIT-DUNNING
           PERFORM 1044-INIT-ARRANGEMENTS
           PERFORM 1042-INIT-CREDITS
           PERFORM 1045-INIT-WRITEOFF-PARM
           PERFORM 1058-INIT-SHOCK-PARM
           PERFORM 1047-INIT-OPEN-ITEMS
           PERFORM 1048-INIT-CLOSED-PERIOD
           PERFORM 1050-OPEN-MASTER
           IF WS-CUSTIDX-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM 2000-OPEN-FILES-PASSA
           PERFORM 2060-CARRY-FORWARD-TXNLOG
           PERFORM 2065-CARRY-FORWARD-BATCHLOG
           PERFORM 3000-PASSA-VALIDATE-AND-WRITE-OK
           PERFORM 3050-PROCESS-PAYMENT-TXNS
           PERFORM 3060-PROCESS-RETURN-TXNS
           PERFORM 3070-PROCESS-REFUND-TXNS
           PERFORM 3080-PROCESS-ACH-TXNS
           PERFORM 3090-PROCESS-RECOVERY-TXNS
           PERFORM 3100-PROCESS-PENDING-TXNS
           PERFORM 3120-PROCESS-RECYCLE-TXNS
           PERFORM 3400-WRITE-BATCH-ACKS
           PERFORM 9000-CLOSE-FILES-PASSA

           PERFORM 3500-SORT-OK-TO-SORTED
           PERFORM 4730-WRITE-CONSOLIDATED-STMTS
           PERFORM 4950-WRITE-CUST-BALANCES
           PERFORM 4980-WRITE-OPENITEMS-OUT
           PERFORM 4985-WRITE-CREDITS-OUT
           PERFORM 4955-WRITE-DISPUTES-OUT
           PERFORM 4960-WRITE-AGING-TOTALS
           PERFORM 4965-WRITE-DISPUTE-AGING
           PERFORM 4975-WRITE-DUNNING-OUT
           PERFORM 4977-WRITE-ARRANGE-OUT
           PERFORM 7400-WRITE-RUN-CONTROL
           PERFORM 7000-WRITE-CONTROL
           PERFORM 7200-WRITE-GL-EXTRACT
           MOVE 0 TO WS-TOT-ADJUSTMENTS WS-TOT-REVERSALS
           MOVE 0 TO WS-TOT-DISPUTED WS-TOT-PAYMENTS
           MOVE 0 TO WS-TOT-REBILLED WS-TOT-WRITEOFF
           MOVE 0 TO WS-TOT-RETPAY WS-TOT-REFUNDS WS-TOT-PROMO
           MOVE 0 TO WS-PAGE-NO WS-LINE-ON-PAGE.

      *>   "RESTART" on the command line resumes a prior PASSB run
               PERFORM 1022-LOAD-TXNLOG-TABLE
           END-IF.

      *>   Loads the batch IDs accepted in earlier runs; rejected
      *>   batches are on the log too but may be corrected and sent
      *>   again under the same ID.
       1025-INIT-BATCHLOG.
           MOVE 0 TO WS-BLG-COUNT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS = "35"
      *>       no batch received yet
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BATCHLOG-EOF
           PERFORM UNTIL WS-BATCHLOG-EOF = "Y"
               READ BATCHLOG-FILE
                   AT END
                       MOVE "Y" TO WS-BATCHLOG-EOF
                   NOT AT END
                       MOVE BATCHLOG-LINE TO BLG-REC
                            OF WS-BATCHLOG-PARSED
                       IF BLG-STATUS OF WS-BATCHLOG-PARSED = "A"
                           PERFORM 1026-ADD-BATCHLOG-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCHLOG-FILE.

       1026-ADD-BATCHLOG-TO-TABLE.
           IF WS-BLG-COUNT >= 200000
               DISPLAY "WARNING: batch log exceeds table size"
           ELSE
               ADD 1 TO WS-BLG-COUNT
               MOVE BLG-SOURCE OF WS-BATCHLOG-PARSED
                    TO BLT-SOURCE (WS-BLG-COUNT)
               MOVE BLG-BATCH-ID OF WS-BATCHLOG-PARSED
                    TO BLT-ID (WS-BLG-COUNT)
               MOVE BLG-PROC-DATE OF WS-BATCHLOG-PARSED
                    TO BLT-DATE (WS-BLG-COUNT)
           END-IF.

       1021-SORT-TXNLOG-FILE.
           SORT TXNLOG-SORT-WORK
               ON ASCENDING KEY TLS-CUST-ID OF TXNLOG-SORT-FIELDS
               END-IF
           END-IF.

      *>   Loads the carried arrangements, then takes on the new
      *>   plans the collectors keyed. Needs the dunning table
      *>   loaded first: a new plan records the level the account
      *>   stood at when it was agreed.
       1044-INIT-ARRANGEMENTS.
           MOVE 0 TO WS-ARR-COUNT
           MOVE "N" TO WS-ARR-EOF
           OPEN INPUT ARRANGE-FILE
           IF WS-ARRANGE-STATUS = "35"
      *>       no arrangement file yet (no plans ever agreed)
               MOVE "Y" TO WS-ARR-EOF
           ELSE
               PERFORM UNTIL WS-ARR-EOF = "Y"
                   READ ARRANGE-FILE
                       AT END
                           MOVE "Y" TO WS-ARR-EOF
                       NOT AT END
                           MOVE ARRANGE-LINE TO ARF-REC
                                OF WS-ARRANGE-PARSED
                           PERFORM 1049-ADD-ARR-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE ARRANGE-FILE
           END-IF
           MOVE WS-ARR-COUNT TO WS-ARR-BASE-COUNT

           MOVE "N" TO WS-ARR-EOF
           OPEN INPUT ARRNEW-FILE
           IF WS-ARRNEW-STATUS = "35"
               MOVE "Y" TO WS-ARR-EOF
           ELSE
               PERFORM UNTIL WS-ARR-EOF = "Y"
                   READ ARRNEW-FILE
                       AT END
                           MOVE "Y" TO WS-ARR-EOF
                       NOT AT END
                           ADD 1 TO WS-ARR-READ-NEW
                           MOVE ARRNEW-LINE TO ARF-REC
                                OF WS-ARRANGE-PARSED
                           PERFORM 1046-TAKE-NEW-ARRANGEMENT
                   END-READ
               END-PERFORM
               CLOSE ARRNEW-FILE
           END-IF.

      *>   A keyed installment is taken only if it is well formed
      *>   and its plan (customer + agreement date) was not already
      *>   on the carried file. A newer plan for a customer with an
      *>   active one supersedes the old plan outright.
       1046-TAKE-NEW-ARRANGEMENT.
           IF ARF-CUST-ID OF WS-ARRANGE-PARSED NOT NUMERIC
              OR ARF-AGREE-DT OF WS-ARRANGE-PARSED NOT NUMERIC
              OR ARF-INST-NO OF WS-ARRANGE-PARSED NOT NUMERIC
              OR ARF-DUE-DT OF WS-ARRANGE-PARSED NOT NUMERIC
              OR ARF-INST-AMT OF WS-ARRANGE-PARSED NOT NUMERIC
               DISPLAY "BILSTMT: ARRNEW.DAT RECORD " WS-ARR-READ-NEW
                       " IGNORED - NON-NUMERIC FIELD"
               EXIT PARAGRAPH
           END-IF
           IF ARF-INST-AMT OF WS-ARRANGE-PARSED = 0
               DISPLAY "BILSTMT: ARRNEW.DAT RECORD " WS-ARR-READ-NEW
                       " IGNORED - ZERO INSTALLMENT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ARR-ON-FILE
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1 UNTIL
                           WS-ARR-SUB > WS-ARR-BASE-COUNT
               IF ARR-CUST-ID (WS-ARR-SUB) =
                  ARF-CUST-ID OF WS-ARRANGE-PARSED
                   IF ARR-AGREE-DT (WS-ARR-SUB) =
                      ARF-AGREE-DT OF WS-ARRANGE-PARSED
                       MOVE "Y" TO WS-ARR-ON-FILE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ARR-ON-FILE = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1 UNTIL
                           WS-ARR-SUB > WS-ARR-BASE-COUNT
               IF ARR-CUST-ID (WS-ARR-SUB) =
                  ARF-CUST-ID OF WS-ARRANGE-PARSED
                  AND ARR-STATUS (WS-ARR-SUB) = "A"
                   MOVE "S" TO ARR-STATUS (WS-ARR-SUB)
                   MOVE ARF-AGREE-DT OF WS-ARRANGE-PARSED
                        TO ARR-CLOSE-DT (WS-ARR-SUB)
               END-IF
           END-PERFORM
           MOVE 0 TO ARF-PRIOR-LEVEL OF WS-ARRANGE-PARSED
           PERFORM VARYING WS-DUN-SUB FROM 1 BY 1 UNTIL
                           WS-DUN-SUB > WS-DUN-COUNT
               IF DUN-CUST-ID (WS-DUN-SUB) =
                  ARF-CUST-ID OF WS-ARRANGE-PARSED
                   MOVE DUN-LEVEL (WS-DUN-SUB)
                        TO ARF-PRIOR-LEVEL OF WS-ARRANGE-PARSED
               END-IF
           END-PERFORM
           MOVE 0 TO ARF-PAID OF WS-ARRANGE-PARSED
           MOVE "A" TO ARF-STATUS OF WS-ARRANGE-PARSED
           MOVE 0 TO ARF-CLOSE-DT OF WS-ARRANGE-PARSED
           ADD 1 TO WS-ARR-ADDED
           PERFORM 1049-ADD-ARR-TO-TABLE.

       1049-ADD-ARR-TO-TABLE.
           IF WS-ARR-COUNT >= 50000
               DISPLAY "WARNING: arrangement file exceeds table size"
           ELSE
               ADD 1 TO WS-ARR-COUNT
               MOVE ARF-CUST-ID     OF WS-ARRANGE-PARSED
                    TO ARR-CUST-ID     (WS-ARR-COUNT)
               MOVE ARF-AGREE-DT    OF WS-ARRANGE-PARSED
                    TO ARR-AGREE-DT    (WS-ARR-COUNT)
               MOVE ARF-COLLECTOR   OF WS-ARRANGE-PARSED
                    TO ARR-COLLECTOR   (WS-ARR-COUNT)
               MOVE ARF-INST-NO     OF WS-ARRANGE-PARSED
                    TO ARR-INST-NO     (WS-ARR-COUNT)
               MOVE ARF-DUE-DT      OF WS-ARRANGE-PARSED
                    TO ARR-DUE-DT      (WS-ARR-COUNT)
               MOVE ARF-INST-AMT    OF WS-ARRANGE-PARSED
                    TO ARR-INST-AMT    (WS-ARR-COUNT)
               MOVE ARF-PAID        OF WS-ARRANGE-PARSED
                    TO ARR-PAID        (WS-ARR-COUNT)
               MOVE ARF-STATUS      OF WS-ARRANGE-PARSED
                    TO ARR-STATUS      (WS-ARR-COUNT)
               MOVE ARF-PRIOR-LEVEL OF WS-ARRANGE-PARSED
                    TO ARR-PRIOR-LEVEL (WS-ARR-COUNT)
               MOVE ARF-CLOSE-DT    OF WS-ARRANGE-PARSED
                    TO ARR-CLOSE-DT    (WS-ARR-COUNT)
           END-IF.

      *>   Latest month closed by PERCLOSE (months close in order, so
      *>   the highest one covers every earlier month too).
       1048-INIT-CLOSED-PERIOD.
           MOVE 0 TO WS-CLOSED-THRU
           MOVE "N" TO WS-PERIOD-EOF
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
      *>       no period ever closed
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERIOD-EOF = "Y"
               READ PERIOD-FILE
                   AT END
                       MOVE "Y" TO WS-PERIOD-EOF
                   NOT AT END
                       MOVE PERIOD-LINE TO PER-REC OF WS-PERIOD-PARSED
                       IF PER-MONTH OF WS-PERIOD-PARSED IS NUMERIC
                          AND PER-MONTH OF WS-PERIOD-PARSED >
                              WS-CLOSED-THRU
                           MOVE PER-MONTH OF WS-PERIOD-PARSED
                                TO WS-CLOSED-THRU
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      *>   Loads the carried-forward on-account credits (if any).
       1042-INIT-CREDITS.
           MOVE 0 TO WS-CRD-COUNT
           MOVE "N" TO WS-CRD-EOF
           OPEN INPUT CREDITS-FILE
           IF WS-CREDITS-STATUS = "35"
      *>       no credit ledger yet (nobody has money on account)
               MOVE "Y" TO WS-CRD-EOF
           ELSE
               PERFORM UNTIL WS-CRD-EOF = "Y"
                   READ CREDITS-FILE
                       AT END
                           MOVE "Y" TO WS-CRD-EOF
                       NOT AT END
                           MOVE CREDITS-LINE TO CRF-REC
                                OF WS-CREDITS-PARSED
                           PERFORM 1043-ADD-CREDIT-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE CREDITS-FILE
           END-IF.

       1043-ADD-CREDIT-TO-TABLE.
           IF WS-CRD-COUNT >= 100000
               DISPLAY "WARNING: on-account credits exceed table size"
           ELSE
               ADD 1 TO WS-CRD-COUNT
               MOVE CRF-CUST-ID    OF WS-CREDITS-PARSED
                    TO CRD-CUST-ID    (WS-CRD-COUNT)
               MOVE CRF-DATE       OF WS-CREDITS-PARSED
                    TO CRD-DATE       (WS-CRD-COUNT)
               MOVE CRF-RUN-NO     OF WS-CREDITS-PARSED
                    TO CRD-RUN-NO     (WS-CRD-COUNT)
               MOVE CRF-AMT-ORIG   OF WS-CREDITS-PARSED
                    TO CRD-AMT-ORIG   (WS-CRD-COUNT)
               MOVE CRF-AMT-REMAIN OF WS-CREDITS-PARSED
                    TO CRD-AMT-REMAIN (WS-CRD-COUNT)
               MOVE CRF-SOURCE     OF WS-CREDITS-PARSED
                    TO CRD-SOURCE     (WS-CRD-COUNT)
           END-IF.

      *>   Loads the carried-forward open items (if any); the count
      *>   and remaining-amount hash feed the run-control verify.
       1047-INIT-OPEN-ITEMS.
               CLOSE WOFFPARM-FILE
           END-IF.

      *>   Bill-shock limits, one record. Any non-zero limit turns the
      *>   review on.
       1058-INIT-SHOCK-PARM.
           MOVE "N" TO WS-BSK-ACTIVE
           OPEN INPUT SHOCKPARM-FILE
           IF WS-SHOCKPARM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           READ SHOCKPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SHOCKPARM-LINE TO SHP-REC
                        OF WS-SHOCKPARM-PARSED
                   IF SHP-INCR-AMT OF WS-SHOCKPARM-PARSED IS NUMERIC
                      AND SHP-INCR-PCT OF WS-SHOCKPARM-PARSED
                          IS NUMERIC
                      AND SHP-CNT-PCT OF WS-SHOCKPARM-PARSED IS NUMERIC
                      AND SHP-CNT-MIN OF WS-SHOCKPARM-PARSED IS NUMERIC
                      AND SHP-MAX-TOTAL OF WS-SHOCKPARM-PARSED
                          IS NUMERIC
                       MOVE SHP-INCR-AMT OF WS-SHOCKPARM-PARSED
                            TO WS-BSK-INCR-AMT
                       MOVE SHP-INCR-PCT OF WS-SHOCKPARM-PARSED
                            TO WS-BSK-INCR-PCT
                       MOVE SHP-CNT-PCT OF WS-SHOCKPARM-PARSED
                            TO WS-BSK-CNT-PCT
                       MOVE SHP-CNT-MIN OF WS-SHOCKPARM-PARSED
                            TO WS-BSK-CNT-MIN
                       MOVE SHP-MAX-TOTAL OF WS-SHOCKPARM-PARSED
                            TO WS-BSK-MAX-TOTAL
                   ELSE
                       DISPLAY "BILSTMT: data/SHOCKPARM.DAT NOT "
                               "NUMERIC - NO BILL-SHOCK REVIEW"
                   END-IF
           END-READ
           CLOSE SHOCKPARM-FILE
           IF WS-BSK-INCR-AMT > 0 OR WS-BSK-INCR-PCT > 0
              OR WS-BSK-CNT-PCT > 0 OR WS-BSK-MAX-TOTAL > 0
               MOVE "Y" TO WS-BSK-ACTIVE
           END-IF.

      *>   The indexed master stays open through both passes: PASSA
      *>   validates against it and PASSB's control breaks read it
      *>   for the statement header fields. A missing master means
               DISPLAY "BILSTMT: CANNOT OPEN data/CUSTOMER.IDX "
                       "(STATUS " WS-CUSTIDX-STATUS ") - RUN CUSTLOAD"
           END-IF
           PERFORM 1055-OPEN-ADDRESS
           PERFORM 1056-OPEN-AUTOPAY
           PERFORM 1057-OPEN-PROMO.

      *>   The address file is optional -- a shop that has not loaded
      *>   addresses yet keeps getting name-only statements.
               MOVE "Y" TO WS-ADDR-AVAIL
           END-IF.

      *>   Likewise optional: no enrollment file, no autopay text.
       1056-OPEN-AUTOPAY.
           MOVE "N" TO WS-APY-AVAIL
           OPEN INPUT AUTOPAY-IDX-FILE
           IF WS-APY-STATUS = "00"
               MOVE "Y" TO WS-APY-AVAIL
           END-IF.

      *>   Likewise optional: no promotion file, plan rates apply.
       1057-OPEN-PROMO.
           MOVE "N" TO WS-PRM-AVAIL
           OPEN INPUT PROMO-IDX-FILE
           IF WS-PRM-STATUS = "00"
               MOVE "Y" TO WS-PRM-AVAIL
           END-IF.

      *>   Mandatory startup check: the carry files this run is about
      *>   to consume must be the ones the previous run emitted. The
      *>   whole prior chain is copied into out/RUNCTL.DAT now (the
               OPEN OUTPUT TXNLOG-OUT-FILE
                    OUTPUT TXNPEND-OUT-FILE
                    OUTPUT RECYCLE-OUT-FILE
                    OUTPUT BATCHLOG-OUT-FILE
           END-IF
           MOVE ALL SPACES TO AGEDREJ-LINE
           STRING "AGED REJECTS (PAST RESUBMISSION LIMIT)"
           CLOSE TXN-FILE TXN-OK-FILE REJECT-FILE AGEDREJ-FILE
           IF WS-TRIAL-MODE = "N"
               CLOSE TXNLOG-OUT-FILE TXNPEND-OUT-FILE
                     RECYCLE-OUT-FILE BATCHLOG-OUT-FILE
           END-IF.

      *>   Carries every previously-known transaction key forward into
               PERFORM 2061-WRITE-TXNLOG-CARRY-ENTRY
           END-PERFORM.

      *>   The batch log is copied forward whole; this run's batches
      *>   are appended once 3010 has decided them.
       2065-CARRY-FORWARD-BATCHLOG.
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BATCHLOG-EOF
           PERFORM UNTIL WS-BATCHLOG-EOF = "Y"
               READ BATCHLOG-FILE
                   AT END
                       MOVE "Y" TO WS-BATCHLOG-EOF
                   NOT AT END
                       MOVE ALL SPACES TO BATCHLOG-OUT-LINE
                       MOVE BATCHLOG-LINE TO BATCHLOG-OUT-LINE
                       WRITE BATCHLOG-OUT-LINE
               END-READ
           END-PERFORM
           CLOSE BATCHLOG-FILE.

       2061-WRITE-TXNLOG-CARRY-ENTRY.
           MOVE ALL SPACES TO TXNLOG-OUT-LINE
           MOVE SPACES TO TXNLOG-REC OF WS-TXNLOG-PARSED
           ADD 1 TO WS-TLO-COUNT
           ADD TXNLOG-AMOUNT OF WS-TXNLOG-PARSED TO WS-TLO-HASH.

      *>   Balances every batch first (3010), then re-reads the feed
      *>   and posts: lines of an accepted batch get the usual
      *>   per-transaction validation, lines of a rejected batch are
      *>   all rejected with the batch's reason.
       3000-PASSA-VALIDATE-AND-WRITE-OK.
           MOVE "TXN" TO WS-TXN-SOURCE
           MOVE 0 TO WS-CUR-RESUB
           PERFORM 3010-SCAN-TXN-BATCHES
           PERFORM 3025-LOG-BATCHES
           CLOSE TXN-FILE
           OPEN INPUT TXN-FILE
           MOVE "N" TO WS-TXN-EOF
           MOVE 0 TO WS-TXN-LINE-NO
           MOVE 1 TO WS-CUR-BAT
           PERFORM UNTIL WS-TXN-EOF = "Y"
               READ TXN-FILE
                   AT END
                       MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       ADD 1 TO WS-TXN-LINE-NO
                       PERFORM 3030-POST-TXN-LINE
               END-READ
           END-PERFORM
           MOVE 0 TO WS-CUR-BAT.

      *>   First pass: splits the feed into batches and decides each
      *>   one. Nothing is posted here.
       3010-SCAN-TXN-BATCHES.
           MOVE 0 TO WS-BAT-COUNT WS-TXN-LINE-NO WS-CUR-BAT
           MOVE 0 TO WS-BAT-ACCEPTED WS-BAT-REJECTED WS-CTL-RECS
           MOVE "N" TO WS-BAT-OPEN WS-TXN-EOF
           PERFORM UNTIL WS-TXN-EOF = "Y"
               READ TXN-FILE
                   AT END
                       MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       ADD 1 TO WS-TXN-LINE-NO
                       MOVE TXN-LINE TO BCH-REC OF WS-BATCH-CTL-PARSED
                       EVALUATE BCH-REC-ID
                           WHEN "HDR"
                               ADD 1 TO WS-CTL-RECS
                               PERFORM 3012-SCAN-HEADER
                           WHEN "TRL"
                               ADD 1 TO WS-CTL-RECS
                               PERFORM 3014-SCAN-TRAILER
                           WHEN OTHER
                               PERFORM 3016-SCAN-DETAIL
                       END-EVALUATE
               END-READ
           END-PERFORM
      *>   A batch still open at end of file lost its trailer -- the
      *>   feed was cut short.
           IF WS-BAT-OPEN = "Y"
               MOVE "R10" TO WS-BAT-RSN
               MOVE "NO TRAILER - FEED TRUNCATED" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
               PERFORM 3020-CLOSE-BATCH
           END-IF
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1 UNTIL
                           WS-BAT-SUB > WS-BAT-COUNT
               IF BAT-STATUS (WS-BAT-SUB) = "A"
                   ADD 1 TO WS-BAT-ACCEPTED
               ELSE
                   ADD 1 TO WS-BAT-REJECTED
               END-IF
           END-PERFORM.

      *>   Starts a new table entry at the current line. With the
      *>   table full, the rest of the feed rides on (and is
      *>   rejected with) the last entry.
       3011-OPEN-BATCH.
           IF WS-BAT-COUNT >= WS-BAT-MAX
               MOVE WS-BAT-MAX TO WS-CUR-BAT
               MOVE "R10" TO WS-BAT-RSN
               MOVE "TOO MANY BATCHES IN ONE FEED" TO WS-BAT-RSN-TEXT
               MOVE SPACES TO BAT-REASON (WS-CUR-BAT)
               PERFORM 3019-SET-BATCH-REASON
           ELSE
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BAT-COUNT TO WS-CUR-BAT
               INITIALIZE WS-BAT-ENTRY (WS-CUR-BAT)
               MOVE "N" TO BAT-HAS-HDR (WS-CUR-BAT)
               MOVE WS-TXN-LINE-NO TO BAT-FIRST-LINE (WS-CUR-BAT)
           END-IF
           MOVE "Y" TO WS-BAT-OPEN
           MOVE WS-TXN-LINE-NO TO BAT-LAST-LINE (WS-CUR-BAT).

       3012-SCAN-HEADER.
           IF WS-BAT-OPEN = "Y"
               MOVE "R10" TO WS-BAT-RSN
               MOVE "NO TRAILER BEFORE NEXT HEADER" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
               PERFORM 3020-CLOSE-BATCH
           END-IF
           PERFORM 3011-OPEN-BATCH
           MOVE "Y" TO BAT-HAS-HDR (WS-CUR-BAT)
           MOVE BCH-SOURCE TO BAT-SOURCE (WS-CUR-BAT)
           MOVE BCH-BATCH-ID TO BAT-ID (WS-CUR-BAT)
           IF BCH-BATCH-DATE IS NUMERIC
               MOVE BCH-BATCH-DATE TO BAT-DATE (WS-CUR-BAT)
           END-IF
           IF BCH-SOURCE = SPACES
              OR BCH-BATCH-ID = SPACES
              OR BCH-BATCH-DATE NOT NUMERIC
               MOVE "R10" TO WS-BAT-RSN
               MOVE "INVALID BATCH HEADER" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
           END-IF.

       3014-SCAN-TRAILER.
           IF WS-BAT-OPEN = "N"
               PERFORM 3011-OPEN-BATCH
               MOVE BCT-SOURCE TO BAT-SOURCE (WS-CUR-BAT)
               MOVE BCT-BATCH-ID TO BAT-ID (WS-CUR-BAT)
               MOVE "R10" TO WS-BAT-RSN
               MOVE "TRAILER WITHOUT HEADER" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
           END-IF
           MOVE WS-TXN-LINE-NO TO BAT-LAST-LINE (WS-CUR-BAT)
           IF BCT-REC-COUNT IS NUMERIC
              AND BCT-AMT-HASH IS NUMERIC
               MOVE BCT-REC-COUNT TO BAT-TRL-COUNT (WS-CUR-BAT)
               MOVE BCT-AMT-HASH TO BAT-TRL-HASH (WS-CUR-BAT)
           ELSE
               MOVE "R10" TO WS-BAT-RSN
               MOVE "INVALID BATCH TRAILER" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
           END-IF
           IF BCT-SOURCE NOT = BAT-SOURCE (WS-CUR-BAT)
              OR BCT-BATCH-ID NOT = BAT-ID (WS-CUR-BAT)
              OR BCT-BATCH-DATE NOT = BAT-DATE (WS-CUR-BAT)
               MOVE "R10" TO WS-BAT-RSN
               MOVE "TRAILER DOES NOT MATCH HEADER" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
           END-IF
           IF BAT-TRL-COUNT (WS-CUR-BAT)
              NOT = BAT-DTL-COUNT (WS-CUR-BAT)
               MOVE "R08" TO WS-BAT-RSN
               MOVE "RECORD COUNT OUT OF BALANCE" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
           END-IF
           IF BAT-TRL-HASH (WS-CUR-BAT) NOT = BAT-DTL-HASH (WS-CUR-BAT)
               MOVE "R08" TO WS-BAT-RSN
               MOVE "AMOUNT HASH OUT OF BALANCE" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
           END-IF
           PERFORM 3020-CLOSE-BATCH.

      *>   Detail lines are counted and hashed as the trailer will
      *>   have counted them. One with no batch open starts a
      *>   headerless batch, which can never be accepted.
       3016-SCAN-DETAIL.
           IF WS-BAT-OPEN = "N"
               PERFORM 3011-OPEN-BATCH
               MOVE "R10" TO WS-BAT-RSN
               MOVE "RECORDS OUTSIDE A BATCH" TO WS-BAT-RSN-TEXT
               PERFORM 3019-SET-BATCH-REASON
           END-IF
           MOVE WS-TXN-LINE-NO TO BAT-LAST-LINE (WS-CUR-BAT)
           ADD 1 TO BAT-DTL-COUNT (WS-CUR-BAT)
           MOVE TXN-LINE TO TXN-REC OF WS-TXN-PARSED
           IF TXN-AMOUNT OF WS-TXN-PARSED IS NUMERIC
               ADD TXN-AMOUNT OF WS-TXN-PARSED
                   TO BAT-DTL-HASH (WS-CUR-BAT)
           END-IF.

      *>   The first fault found is the one reported.
       3019-SET-BATCH-REASON.
           IF BAT-REASON (WS-CUR-BAT) = SPACES
               MOVE WS-BAT-RSN TO BAT-REASON (WS-CUR-BAT)
               MOVE WS-BAT-RSN-TEXT TO BAT-REASON-TEXT (WS-CUR-BAT)
           END-IF.

      *>   A balanced batch is still refused if its ID was accepted
      *>   before -- in an earlier run or earlier in this feed.
       3020-CLOSE-BATCH.
           IF BAT-REASON (WS-CUR-BAT) = SPACES
               PERFORM 3022-CHECK-BATCH-PROCESSED
           END-IF
           IF BAT-REASON (WS-CUR-BAT) = SPACES
               MOVE "A" TO BAT-STATUS (WS-CUR-BAT)
           ELSE
               MOVE "R" TO BAT-STATUS (WS-CUR-BAT)
           END-IF
           MOVE "N" TO WS-BAT-OPEN.

       3022-CHECK-BATCH-PROCESSED.
           PERFORM VARYING WS-BLG-SUB FROM 1 BY 1 UNTIL
                           WS-BLG-SUB > WS-BLG-COUNT
               IF BLT-SOURCE (WS-BLG-SUB) = BAT-SOURCE (WS-CUR-BAT)
                  AND BLT-ID (WS-BLG-SUB) = BAT-ID (WS-CUR-BAT)
                   MOVE "R09" TO WS-BAT-RSN
                   MOVE SPACES TO WS-BAT-RSN-TEXT
                   STRING "ALREADY PROCESSED " DELIMITED BY SIZE
                          BLT-DATE (WS-BLG-SUB) DELIMITED BY SIZE
                     INTO WS-BAT-RSN-TEXT
                   END-STRING
                   PERFORM 3019-SET-BATCH-REASON
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1 UNTIL
                           WS-BAT-SUB >= WS-CUR-BAT
               IF BAT-STATUS (WS-BAT-SUB) = "A"
                  AND BAT-SOURCE (WS-BAT-SUB) = BAT-SOURCE (WS-CUR-BAT)
                  AND BAT-ID (WS-BAT-SUB) = BAT-ID (WS-CUR-BAT)
                   MOVE "R09" TO WS-BAT-RSN
                   MOVE "BATCH ID REPEATED IN THIS FEED"
                        TO WS-BAT-RSN-TEXT
                   PERFORM 3019-SET-BATCH-REASON
               END-IF
           END-PERFORM.

      *>   Appends this run's batches with a header to the batch
      *>   log, accepted or not; only accepted IDs block a resend.
       3025-LOG-BATCHES.
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1 UNTIL
                           WS-BAT-SUB > WS-BAT-COUNT
               IF BAT-HAS-HDR (WS-BAT-SUB) = "Y"
                   MOVE SPACES TO BLG-REC OF WS-BATCHLOG-PARSED
                   MOVE BAT-SOURCE (WS-BAT-SUB)
                        TO BLG-SOURCE OF WS-BATCHLOG-PARSED
                   MOVE BAT-ID (WS-BAT-SUB)
                        TO BLG-BATCH-ID OF WS-BATCHLOG-PARSED
                   MOVE BAT-DATE (WS-BAT-SUB)
                        TO BLG-BATCH-DATE OF WS-BATCHLOG-PARSED
                   MOVE BAT-STATUS (WS-BAT-SUB)
                        TO BLG-STATUS OF WS-BATCHLOG-PARSED
                   MOVE BAT-REASON (WS-BAT-SUB)
                        TO BLG-REASON OF WS-BATCHLOG-PARSED
                   MOVE WS-TODAY
                        TO BLG-PROC-DATE OF WS-BATCHLOG-PARSED
                   MOVE BAT-DTL-COUNT (WS-BAT-SUB)
                        TO BLG-REC-COUNT OF WS-BATCHLOG-PARSED
                   MOVE BAT-DTL-HASH (WS-BAT-SUB)
                        TO BLG-AMT-HASH OF WS-BATCHLOG-PARSED
                   MOVE ALL SPACES TO BATCHLOG-OUT-LINE
                   MOVE BLG-REC OF WS-BATCHLOG-PARSED
                        TO BATCHLOG-OUT-LINE
                   WRITE BATCHLOG-OUT-LINE
               END-IF
           END-PERFORM.

      *>   Second pass: each line is matched to its batch by line
      *>   number. Header and trailer lines carry no transaction.
       3030-POST-TXN-LINE.
           PERFORM UNTIL WS-CUR-BAT >= WS-BAT-COUNT
                   OR WS-TXN-LINE-NO <= BAT-LAST-LINE (WS-CUR-BAT)
               ADD 1 TO WS-CUR-BAT
           END-PERFORM
           IF TXN-LINE (1:3) = "HDR" OR TXN-LINE (1:3) = "TRL"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-READ-TXN
           MOVE TXN-LINE TO TXN-REC OF WS-TXN-PARSED
           IF BAT-STATUS (WS-CUR-BAT) NOT = "A"
               PERFORM 6170-REJECT-BATCH-TXN
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-VALIDATE-TXN
           IF WS-FOUND = "Y"
               PERFORM 3250-ROUTE-ACCEPTED-TXN
           END-IF.

      *>   An accepted transaction bills this run only when no
      *>   CYCLE=nn parameter was given, or the customer's cycle day
      *>   matches it. Off-cycle transactions are deferred to the
      *>   TXNLOG-OUT-FILE now, at first acceptance, so a duplicate
      *>   submission is still caught while the original is pending.
       3250-ROUTE-ACCEPTED-TXN.
           IF TXN-TYPE OF WS-TXN-PARSED = "RC"
               PERFORM 3260-POST-RECOVERY
           ELSE
           IF WS-CYCLE-PARM > 0
              AND WS-LOOKUP-CYCLE NOT = WS-CYCLE-PARM
               PERFORM 3350-WRITE-TXN-PENDING
               PERFORM 3300-WRITE-TXN-OK
               ADD 1 TO WS-ACCEPT-TXN
           END-IF
           END-IF
           PERFORM 3310-WRITE-TXNLOG-ENTRY
           PERFORM 3270-TALLY-ACCEPTED.

      *>   Accepted / rejected counts and amounts by feed, and by
      *>   batch while TXN.DAT is being posted (WS-CUR-BAT > 0).
      *>   A non-numeric amount tallies as zero; the line itself is
      *>   left exactly as it came in -- a reject goes on to the
      *>   recycle file for the operator to repair.
       3270-TALLY-ACCEPTED.
           PERFORM 3280-FIND-FEED
           PERFORM 3285-GET-TALLY-AMOUNT
           IF WS-FEED-SUB > 0
               ADD 1 TO FEED-ACC-COUNT (WS-FEED-SUB)
               ADD WS-TALLY-AMT TO FEED-ACC-AMT (WS-FEED-SUB)
           END-IF
           IF WS-CUR-BAT > 0
               ADD 1 TO BAT-ACC-COUNT (WS-CUR-BAT)
               ADD WS-TALLY-AMT TO BAT-ACC-AMT (WS-CUR-BAT)
           END-IF.

       3275-TALLY-REJECTED.
           PERFORM 3280-FIND-FEED
           PERFORM 3285-GET-TALLY-AMOUNT
           IF WS-FEED-SUB > 0
               ADD 1 TO FEED-REJ-COUNT (WS-FEED-SUB)
               ADD WS-TALLY-AMT TO FEED-REJ-AMT (WS-FEED-SUB)
           END-IF
           IF WS-CUR-BAT > 0
               ADD 1 TO BAT-REJ-COUNT (WS-CUR-BAT)
               ADD WS-TALLY-AMT TO BAT-REJ-AMT (WS-CUR-BAT)
           END-IF.

       3280-FIND-FEED.
           MOVE 0 TO WS-FEED-SUB
           PERFORM VARYING WS-BAT-SUB2 FROM 1 BY 1 UNTIL
                           WS-BAT-SUB2 > WS-FEED-COUNT
               IF FEED-NAME (WS-BAT-SUB2) = WS-TXN-SOURCE
                   MOVE WS-BAT-SUB2 TO WS-FEED-SUB
               END-IF
           END-PERFORM
           IF WS-FEED-SUB = 0 AND WS-FEED-COUNT < 10
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-FEED-COUNT TO WS-FEED-SUB
               MOVE WS-TXN-SOURCE TO FEED-NAME (WS-FEED-SUB)
               MOVE 0 TO FEED-ACC-COUNT (WS-FEED-SUB)
                         FEED-ACC-AMT (WS-FEED-SUB)
                         FEED-REJ-COUNT (WS-FEED-SUB)
                         FEED-REJ-AMT (WS-FEED-SUB)
           END-IF.

       3285-GET-TALLY-AMOUNT.
           MOVE 0 TO WS-TALLY-AMT
           IF TXN-AMOUNT OF WS-TXN-PARSED IS NUMERIC
               MOVE TXN-AMOUNT OF WS-TXN-PARSED TO WS-TALLY-AMT
           END-IF.

      *>   One acknowledgment file per source system named on a
      *>   batch header, one record per batch received from it.
      *>   Headerless batches have nobody to answer; they show on
      *>   CONTROL.RPT only. Not written in a trial.
       3400-WRITE-BATCH-ACKS.
           MOVE 0 TO WS-ACK-FILES
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1 UNTIL
                           WS-BAT-SUB > WS-BAT-COUNT
               MOVE "N" TO BAT-DONE (WS-BAT-SUB)
           END-PERFORM
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1 UNTIL
                           WS-BAT-SUB > WS-BAT-COUNT
               IF BAT-DONE (WS-BAT-SUB) = "N"
                  AND BAT-HAS-HDR (WS-BAT-SUB) = "Y"
                  AND BAT-SOURCE (WS-BAT-SUB) NOT = SPACES
                   PERFORM 3410-WRITE-ONE-ACK-FILE
               END-IF
           END-PERFORM.

       3410-WRITE-ONE-ACK-FILE.
           MOVE BAT-SOURCE (WS-BAT-SUB) TO WS-ACK-SOURCE
           MOVE SPACES TO WS-ACK-NAME
           STRING "out/ACK_"    DELIMITED BY SIZE
                  WS-ACK-SOURCE DELIMITED BY SPACE
                  ".DAT"        DELIMITED BY SIZE
             INTO WS-ACK-NAME
           END-STRING
           OPEN OUTPUT ACK-FILE
           ADD 1 TO WS-ACK-FILES
           PERFORM VARYING WS-BAT-SUB2 FROM WS-BAT-SUB BY 1 UNTIL
                           WS-BAT-SUB2 > WS-BAT-COUNT
               IF BAT-SOURCE (WS-BAT-SUB2) = WS-ACK-SOURCE
                  AND BAT-HAS-HDR (WS-BAT-SUB2) = "Y"
                   PERFORM 3420-WRITE-ACK-REC
                   MOVE "Y" TO BAT-DONE (WS-BAT-SUB2)
               END-IF
           END-PERFORM
           CLOSE ACK-FILE.

       3420-WRITE-ACK-REC.
           MOVE SPACES TO ACK-REC
           MOVE BAT-SOURCE (WS-BAT-SUB2)    TO ACK-SOURCE
           MOVE BAT-ID (WS-BAT-SUB2)        TO ACK-BATCH-ID
           MOVE BAT-DATE (WS-BAT-SUB2)      TO ACK-BATCH-DATE
           MOVE BAT-STATUS (WS-BAT-SUB2)    TO ACK-STATUS
           MOVE BAT-REASON (WS-BAT-SUB2)    TO ACK-REASON
           MOVE BAT-TRL-COUNT (WS-BAT-SUB2) TO ACK-TRL-COUNT
           MOVE BAT-TRL-HASH (WS-BAT-SUB2)  TO ACK-TRL-HASH
           MOVE BAT-ACC-COUNT (WS-BAT-SUB2) TO ACK-ACC-COUNT
           MOVE BAT-ACC-AMT (WS-BAT-SUB2)   TO ACK-ACC-AMT
           MOVE BAT-REJ-COUNT (WS-BAT-SUB2) TO ACK-REJ-COUNT
           MOVE BAT-REJ-AMT (WS-BAT-SUB2)   TO ACK-REJ-AMT
           MOVE WS-TODAY                    TO ACK-PROC-DATE
           MOVE BAT-REASON-TEXT (WS-BAT-SUB2) TO ACK-REASON-TEXT
           MOVE ALL SPACES TO ACK-LINE
           MOVE ACK-REC TO ACK-LINE
           WRITE ACK-LINE.

      *>   A recovery on a written-off account has no receivable or
      *>   statement to go to: it is posted at run level, whatever
      *>   the customer's cycle, and logged like any other accepted
      *>   transaction for the duplicate check.
       3260-POST-RECOVERY.
           ADD 1 TO WS-RECOV-TXN
           ADD TXN-AMOUNT OF WS-TXN-PARSED TO WS-GRAND-RECOVER
           MOVE TXN-DESC OF WS-TXN-PARSED TO WS-RC-DESC-PARTS
           IF RCD-COMM IS NUMERIC
               ADD RCD-COMM TO WS-GRAND-AGYCOMM
           END-IF.

      *>   Lockbox payments matched by PAYAPPLY, given the same full
      *>   validation as TXN.DAT lines (so a double-promoted payment
      *>   file dup-rejects on R05 instead of double-crediting), and
      *>   the same cycle routing -- a payment shows on the
      *>   customer's next on-cycle statement.
       3050-PROCESS-PAYMENT-TXNS.
           MOVE "PAY" TO WS-TXN-SOURCE
           MOVE 0 TO WS-CUR-RESUB
           MOVE "N" TO WS-PAY-EOF
               CLOSE RETTXN-FILE
           END-IF.

      *>   Refund transactions generated by REFUND, given the same
      *>   full validation and cycle routing as payments -- the RF
      *>   debit shows on the customer's next on-cycle statement and
      *>   takes back the on-account credit it paid out.
       3070-PROCESS-REFUND-TXNS.
           MOVE "REF" TO WS-TXN-SOURCE
           MOVE 0 TO WS-CUR-RESUB
           MOVE "N" TO WS-REF-EOF
           OPEN INPUT REFTXN-FILE
           IF WS-REFTXN-STATUS = "35"
      *>       no promoted refund file this run
               MOVE "Y" TO WS-REF-EOF
           ELSE
               PERFORM UNTIL WS-REF-EOF = "Y"
                   READ REFTXN-FILE
                       AT END
                           MOVE "Y" TO WS-REF-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-REF
                           MOVE REFTXN-LINE TO TXN-REC
                                OF WS-TXN-PARSED
                           PERFORM 3200-VALIDATE-TXN
                           IF WS-FOUND = "Y"
                               PERFORM 3250-ROUTE-ACCEPTED-TXN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFTXN-FILE
           END-IF.

      *>   Autopay debits originated by ACHDEBIT, given the same full
      *>   validation and cycle routing as lockbox payments; a debit
      *>   the bank later returns comes back through BANKRET as NS.
       3080-PROCESS-ACH-TXNS.
           MOVE "ACH" TO WS-TXN-SOURCE
           MOVE 0 TO WS-CUR-RESUB
           MOVE "N" TO WS-ACH-EOF
           OPEN INPUT ACHTXN-FILE
           IF WS-ACHTXN-STATUS = "35"
      *>       no promoted autopay debit file this run
               MOVE "Y" TO WS-ACH-EOF
           ELSE
               PERFORM UNTIL WS-ACH-EOF = "Y"
                   READ ACHTXN-FILE
                       AT END
                           MOVE "Y" TO WS-ACH-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-ACH
                           MOVE ACHTXN-LINE TO TXN-REC
                                OF WS-TXN-PARSED
                           PERFORM 3200-VALIDATE-TXN
                           IF WS-FOUND = "Y"
                               PERFORM 3250-ROUTE-ACCEPTED-TXN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACHTXN-FILE
           END-IF.

      *>   Agency recoveries generated by AGYRECV, given the same
      *>   full validation (written-off accounts are inactive, which
      *>   RC alone is allowed); 3250 posts them straight to GL.
       3090-PROCESS-RECOVERY-TXNS.
           MOVE "AGY" TO WS-TXN-SOURCE
           MOVE 0 TO WS-CUR-RESUB
           MOVE "N" TO WS-REC-EOF
           OPEN INPUT RECTXN-FILE
           IF WS-RECTXN-STATUS = "35"
      *>       no promoted recovery file this run
               MOVE "Y" TO WS-REC-EOF
           ELSE
               PERFORM UNTIL WS-REC-EOF = "Y"
                   READ RECTXN-FILE
                       AT END
                           MOVE "Y" TO WS-REC-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-REC
                           MOVE RECTXN-LINE TO TXN-REC
                                OF WS-TXN-PARSED
                           PERFORM 3200-VALIDATE-TXN
                           IF WS-FOUND = "Y"
                               PERFORM 3250-ROUTE-ACCEPTED-TXN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECTXN-FILE
           END-IF.

      *>   Final PASSA input: transactions deferred by an earlier
      *>   run's cycle routing. They already passed full validation
      *>   (and were logged to TXNLOG) when first seen, so only the
                TO TXN-AMOUNT  OF WS-TXN-PARSED
           MOVE RCY-DESC    OF WS-RECYCLE-PARSED
                TO TXN-DESC    OF WS-TXN-PARSED
           MOVE RCY-PPA-FLAG OF WS-RECYCLE-PARSED
                TO TXN-PPA-FLAG OF WS-TXN-PARSED
           PERFORM 3200-VALIDATE-TXN
           IF WS-FOUND = "Y"
               PERFORM 3250-ROUTE-ACCEPTED-TXN
           MOVE "N" TO WS-FOUND
           MOVE SPACE TO WS-LOOKUP-STATUS

      *>   An agency recovery is only ever generated by AGYRECV off
      *>   the placement ledger; one from any other feed (keyed,
      *>   upstream or recycled) would post recovery income and
      *>   commission with no placement behind it.
           IF TXN-TYPE OF WS-TXN-PARSED = "RC"
              AND WS-TXN-SOURCE NOT = "AGY"
               PERFORM 6180-REJECT-FOREIGN-RC
               EXIT PARAGRAPH
           END-IF

           MOVE TXN-CUST-ID OF WS-TXN-PARSED TO WS-LOOKUP-ID
           PERFORM 4100-LOOKUP-CUSTOMER

           END-IF

           IF WS-LOOKUP-STATUS NOT = "A"
              AND NOT (TXN-TYPE OF WS-TXN-PARSED = "RC"
                       AND WS-TXN-SOURCE = "AGY")
               PERFORM 6110-REJECT-INACTIVE
               MOVE "N" TO WS-FOUND
               EXIT PARAGRAPH
                OR TXN-TYPE OF WS-TXN-PARSED = "DR"
                OR TXN-TYPE OF WS-TXN-PARSED = "DW"
                OR TXN-TYPE OF WS-TXN-PARSED = "NS"
                OR TXN-TYPE OF WS-TXN-PARSED = "NF"
                OR TXN-TYPE OF WS-TXN-PARSED = "RF"
                OR TXN-TYPE OF WS-TXN-PARSED = "RC")
               PERFORM 6120-REJECT-BAD-TYPE
               MOVE "N" TO WS-FOUND
               EXIT PARAGRAPH
               EXIT PARAGRAPH
           END-IF

      *>   A closed month's books are signed: only a transaction the
      *>   submitter flagged as a prior-period adjustment may still
      *>   be dated inside it (it posts in the current period).
           IF WS-CLOSED-THRU > 0
              AND TXN-DATE OF WS-TXN-PARSED (1:6) <= WS-CLOSED-THRU
               IF TXN-PPA-FLAG OF WS-TXN-PARSED = "P"
                   ADD 1 TO WS-PPA-TXN
               ELSE
                   MOVE "N" TO WS-FOUND
                   PERFORM 6160-REJECT-CLOSED-PERIOD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "Y" TO WS-FOUND.

      *>   Cross-run duplicate detection (R05): rejects a transaction
                       MOVE ADR-POSTAL   TO WS-ADDR-POSTAL
                       MOVE ADR-DELIVERY TO WS-ADDR-DELIVERY
               END-READ
           END-IF
           PERFORM 4115-LOOKUP-AUTOPAY.

      *>   Keyed read of the optional autopay file for the customer
      *>   in WS-LOOKUP-ID. Only an active enrollment counts; one
      *>   dropped for returned debits is back on the remit slip.
       4115-LOOKUP-AUTOPAY.
           MOVE "N" TO WS-APY-ACTIVE
           MOVE SPACES TO WS-APY-ACCT-LAST4
           IF WS-APY-AVAIL = "Y"
               MOVE WS-LOOKUP-ID TO APY-CUST-ID
               READ AUTOPAY-IDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF APY-STATUS = "A"
                           MOVE "Y" TO WS-APY-ACTIVE
                       END-IF
               END-READ
           END-IF
           IF WS-APY-ACTIVE = "Y"
               MOVE 17 TO WS-APY-ACCT-LEN
               PERFORM UNTIL WS-APY-ACCT-LEN < 1
                          OR APY-ACCOUNT (WS-APY-ACCT-LEN:1)
                             NOT = SPACE
                   SUBTRACT 1 FROM WS-APY-ACCT-LEN
               END-PERFORM
               IF WS-APY-ACCT-LEN >= 4
                   MOVE APY-ACCOUNT (WS-APY-ACCT-LEN - 3:4)
                        TO WS-APY-ACCT-LAST4
               ELSE
                   MOVE APY-ACCOUNT (1:4) TO WS-APY-ACCT-LAST4
               END-IF
           END-IF.

       4200-VALIDATE-DATE.
      *>   the balance actually owed -- which can legitimately exceed
      *>   the plan's single-transaction limit. NS is exempt for the
      *>   same reason: it reverses a payment that already cleared
      *>   the ceiling check, in the payment's exact amount. RF pays
      *>   back credit that payments already put on account. RC is
      *>   money collected against a balance already billed.
       4210-VALIDATE-AMOUNT.
           MOVE "N" TO WS-FOUND
           IF TXN-AMOUNT OF WS-TXN-PARSED = 0
           END-IF
           IF TXN-TYPE OF WS-TXN-PARSED NOT = "PY"
              AND TXN-TYPE OF WS-TXN-PARSED NOT = "NS"
              AND TXN-TYPE OF WS-TXN-PARSED NOT = "RF"
              AND TXN-TYPE OF WS-TXN-PARSED NOT = "RC"
               PERFORM 5020-GET-MAX-AMOUNT
               IF WS-PLAN-MAX-AMT > 0
                  AND TXN-AMOUNT OF WS-TXN-PARSED > WS-PLAN-MAX-AMT
           MOVE REJ-REC OF WS-REJ-PARSED TO REJECT-LINE
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECT-TXN
           PERFORM 3275-TALLY-REJECTED
           PERFORM 6200-WRITE-RECYCLE-REC.

      *>   Every reject also goes out in its original TXNREC layout
                    TO RCY-REASON  OF WS-RECYCLE-PARSED
               MOVE WS-NEW-RESUB
                    TO RCY-COUNT   OF WS-RECYCLE-PARSED
               MOVE TXN-PPA-FLAG OF WS-TXN-PARSED
                    TO RCY-PPA-FLAG OF WS-RECYCLE-PARSED
               IF WS-TRIAL-MODE = "N"
                   MOVE ALL SPACES TO RECYCLE-OUT-LINE
                   MOVE RCY-REC OF WS-RECYCLE-PARSED
           MOVE WS-TXN-SOURCE TO REJ-SOURCE OF WS-REJ-PARSED
           MOVE TXN-CUST-ID OF WS-TXN-PARSED TO REJ-CUST-ID 
                OF WS-REJ-PARSED
           MOVE "Invalid type (CH/CR/FE/AJ/RV/DP/PY/DR/DW/NS/NF/RF/RC)"
                TO REJ-DETAIL OF WS-REJ-PARSED
           PERFORM 6000-WRITE-REJECT.

           END-IF
           PERFORM 6000-WRITE-REJECT.

      *>   A line of a rejected batch. Not recycled: the source
      *>   system corrects the batch and sends it again whole, so
      *>   none of it can post piecemeal.
       6170-REJECT-BATCH-TXN.
           MOVE SPACES TO REJ-REC OF WS-REJ-PARSED
           MOVE BAT-REASON (WS-CUR-BAT) TO REJ-REASON OF WS-REJ-PARSED
           MOVE WS-TXN-SOURCE TO REJ-SOURCE OF WS-REJ-PARSED
           MOVE TXN-CUST-ID OF WS-TXN-PARSED TO REJ-CUST-ID
                OF WS-REJ-PARSED
           STRING "Batch "                 DELIMITED BY SIZE
                  BAT-SOURCE (WS-CUR-BAT)  DELIMITED BY SPACE
                  " "                      DELIMITED BY SIZE
                  BAT-ID (WS-CUR-BAT)      DELIMITED BY SPACE
                  " rejected: "            DELIMITED BY SIZE
                  BAT-REASON-TEXT (WS-CUR-BAT) DELIMITED BY SIZE
             INTO REJ-DETAIL OF WS-REJ-PARSED
           END-STRING
           MOVE ALL SPACES TO REJECT-LINE
           MOVE REJ-REC OF WS-REJ-PARSED TO REJECT-LINE
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECT-TXN
           ADD 1 TO WS-BAT-REJ-TXN
           PERFORM 3275-TALLY-REJECTED.

      *>   Not recycled either: repairing the line cannot make it
      *>   an agency remittance, and a recycled RC would come back
      *>   under source RCY and be refused again anyway.
       6180-REJECT-FOREIGN-RC.
           MOVE SPACES TO REJ-REC OF WS-REJ-PARSED
           MOVE "R11" TO REJ-REASON OF WS-REJ-PARSED
           MOVE WS-TXN-SOURCE TO REJ-SOURCE OF WS-REJ-PARSED
           MOVE TXN-CUST-ID OF WS-TXN-PARSED TO REJ-CUST-ID
                OF WS-REJ-PARSED
           MOVE "RC accepted only from the agency feed (AGYRECV)"
                TO REJ-DETAIL OF WS-REJ-PARSED
           MOVE ALL SPACES TO REJECT-LINE
           MOVE REJ-REC OF WS-REJ-PARSED TO REJECT-LINE
           WRITE REJECT-LINE
           ADD 1 TO WS-REJECT-TXN
           PERFORM 3275-TALLY-REJECTED.

       6160-REJECT-CLOSED-PERIOD.
           ADD 1 TO WS-CLOSED-REJ
           MOVE SPACES TO REJ-REC OF WS-REJ-PARSED
           MOVE "R07" TO REJ-REASON OF WS-REJ-PARSED
           MOVE WS-TXN-SOURCE TO REJ-SOURCE OF WS-REJ-PARSED
           MOVE TXN-CUST-ID OF WS-TXN-PARSED TO REJ-CUST-ID
                OF WS-REJ-PARSED
           STRING "Dated in closed period (closed thru "
                  DELIMITED BY SIZE
                  WS-CLOSED-THRU DELIMITED BY SIZE
                  ") - not flagged prior-period adj"
                  DELIMITED BY SIZE
             INTO REJ-DETAIL OF WS-REJ-PARSED
           END-STRING
           PERFORM 6000-WRITE-REJECT.

      *>   Reads the checkpoint left by a prior aborted run (if any)
      *>   so PASSB can skip past SRT-CUST-IDs it already printed.
      *>   Not restarting, or restarting with no checkpoint on disk
               OPEN OUTPUT CUSTBAL-OUT-FILE
           END-IF
           PERFORM 4010-INIT-STMT-HISTORY
           PERFORM 4012-INIT-DUN-HISTORY
           PERFORM 4014-INIT-HOLD-QUEUE
           PERFORM 4018-INIT-PLACEMENTS
           PERFORM 4016-INIT-PRIOR-STMTS

           IF WS-RESUME-APPEND = "Y"
               OPEN EXTEND STMT-FILE
               OPEN EXTEND COLLWORK-FILE
               OPEN EXTEND MAILWORK-FILE
               OPEN EXTEND WOFFREG-FILE
               OPEN EXTEND BRKPROM-FILE
               OPEN EXTEND PROMOEXP-FILE
               OPEN EXTEND VARIANCE-FILE
               OPEN EXTEND PLACEMENT-FILE
               OPEN EXTEND CUSTCHG-OUT-FILE
           ELSE
               OPEN OUTPUT DUNLETTER-FILE
                 INTO WOFFREG-LINE
               END-STRING
               WRITE WOFFREG-LINE
               OPEN OUTPUT PLACEMENT-FILE
               OPEN OUTPUT BRKPROM-FILE
               MOVE ALL SPACES TO BRKPROM-LINE
               STRING "BROKEN PAYMENT ARRANGEMENTS "
                      DELIMITED BY SIZE
                      "(COLLECTOR FOLLOW-UP)"
                      DELIMITED BY SIZE
                 INTO BRKPROM-LINE
               END-STRING
               WRITE BRKPROM-LINE
               MOVE ALL SPACES TO BRKPROM-LINE
               STRING "CUST-ID    NAME                 COLLECTR "
                      DELIMITED BY SIZE
                      "AGREED   INST DUE DATE  SHORT AMOUNT   LEVEL"
                      DELIMITED BY SIZE
                 INTO BRKPROM-LINE
               END-STRING
               WRITE BRKPROM-LINE
               OPEN OUTPUT PROMOEXP-FILE
               MOVE ALL SPACES TO PROMOEXP-LINE
               STRING "PROMOTIONS AND CONTRACT PRICES ENDING "
                      DELIMITED BY SIZE
                      "BEFORE THE NEXT STATEMENT"
                      DELIMITED BY SIZE
                 INTO PROMOEXP-LINE
               END-STRING
               WRITE PROMOEXP-LINE
               MOVE ALL SPACES TO PROMOEXP-LINE
               STRING "CUST-ID    NAME                 PLAN CODE   "
                      DELIMITED BY SIZE
                      "LVL  KIND         VALUE          ENDS"
                      DELIMITED BY SIZE
                 INTO PROMOEXP-LINE
               END-STRING
               WRITE PROMOEXP-LINE
               OPEN OUTPUT VARIANCE-FILE
               MOVE ALL SPACES TO VARIANCE-LINE
               STRING "BILL-SHOCK VARIANCE REVIEW - STATEMENTS HELD "
                      DELIMITED BY SIZE
                      "FROM MAILING (RELEASE WITH STMTREL)"
                      DELIMITED BY SIZE
                 INTO VARIANCE-LINE
               END-STRING
               WRITE VARIANCE-LINE
               IF WS-TRIAL-MODE = "Y"
                   MOVE ALL SPACES TO VARIANCE-LINE
                   STRING "*** PREVIEW - TRIAL RUN ***"
                          DELIMITED BY SIZE
                     INTO VARIANCE-LINE
                   END-STRING
                   WRITE VARIANCE-LINE
               END-IF
               MOVE ALL SPACES TO VARIANCE-LINE
               STRING "CUST-ID    NAME                 PRIOR "
                      DELIMITED BY SIZE
                      "  PRIOR CHARGES CURRENT CHARGES CHANGE% "
                      DELIMITED BY SIZE
                      "PRIOR-TXN CUR-TXN REASON"
                      DELIMITED BY SIZE
                 INTO VARIANCE-LINE
               END-STRING
               WRITE VARIANCE-LINE
               IF WS-TRIAL-MODE = "N"
                   OPEN OUTPUT CUSTCHG-OUT-FILE
               END-IF
           CLOSE TXN-SORTED-FILE STMT-FILE CONTROL-FILE
                 AGING-FILE STMT-EXTRACT-FILE
                 DUNLETTER-FILE COLLWORK-FILE MAILWORK-FILE
                 WOFFREG-FILE BRKPROM-FILE PROMOEXP-FILE
                 VARIANCE-FILE PLACEMENT-FILE CUSTOMER-IDX-FILE
           IF WS-TRIAL-MODE = "N"
               CLOSE CUSTBAL-OUT-FILE STMTHIST-OUT-FILE
                     CUSTCHG-OUT-FILE DUNHIST-OUT-FILE
                     STMTHOLD-OUT-FILE AGYPLACE-OUT-FILE
           END-IF
           IF WS-PHS-OPEN = "Y"
               CLOSE STMTHIST-SORTED-FILE
           END-IF
           IF WS-ADDR-AVAIL = "Y"
               CLOSE CUSTADDR-IDX-FILE
           END-IF
           IF WS-APY-AVAIL = "Y"
               CLOSE AUTOPAY-IDX-FILE
           END-IF
           IF WS-PRM-AVAIL = "Y"
               CLOSE PROMO-IDX-FILE
           END-IF.

      *>   Carries the whole prior archive into this run's output
           END-IF
           ADD 1 TO WS-RUN-NO.

      *>   Carries the whole prior letter log forward; this run's
      *>   letters are appended as they are issued. Nothing is
      *>   opened in a trial.
       4012-INIT-DUN-HISTORY.
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DUNHIST-OUT-FILE
           MOVE "N" TO WS-DUNHIST-EOF
           OPEN INPUT DUNHIST-FILE
           IF WS-DUNHIST-STATUS = "35"
               MOVE "Y" TO WS-DUNHIST-EOF
           ELSE
               PERFORM UNTIL WS-DUNHIST-EOF = "Y"
                   READ DUNHIST-FILE
                       AT END
                           MOVE "Y" TO WS-DUNHIST-EOF
                       NOT AT END
                           MOVE ALL SPACES TO DUNHIST-OUT-LINE
                           MOVE DUNHIST-LINE TO DUNHIST-OUT-LINE
                           WRITE DUNHIST-OUT-LINE
                   END-READ
               END-PERFORM
               CLOSE DUNHIST-FILE
           END-IF.

      *>   Opens the prior-balance stream for the PASSB co-sequential
      *>   merge and primes the first record. The file is in
      *>   customer-id order (it is written that way below), the same
      *>   order statements come off TXN-SORTED-FILE.
      *>   Carries the hold queue forward whole -- statements still
      *>   held from earlier runs stay on it until STMTREL releases
      *>   or withdraws them -- and this run's holds are appended.
      *>   Like the statement archive, it is rebuilt from data/ on a
      *>   restart, so holds are written even in the skip zone.
       4014-INIT-HOLD-QUEUE.
           MOVE 0 TO WS-BSK-CARRIED-RECS WS-BSK-CARRIED-STMTS
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STMTHOLD-OUT-FILE
           OPEN INPUT STMTHOLD-FILE
           IF WS-STMTHOLD-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HIST-EOF
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ STMTHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       MOVE STMTHOLD-LINE TO HQ-REC
                            OF WS-STMTHOLD-PARSED
                       IF HQ-TYPE OF WS-STMTHOLD-PARSED = "H"
                           ADD 1 TO WS-BSK-CARRIED-STMTS
                       END-IF
                       ADD 1 TO WS-BSK-CARRIED-RECS
                       MOVE ALL SPACES TO STMTHOLD-OUT-LINE
                       MOVE STMTHOLD-LINE TO STMTHOLD-OUT-LINE
                       WRITE STMTHOLD-OUT-LINE
               END-READ
           END-PERFORM
           CLOSE STMTHOLD-FILE
           MOVE "N" TO WS-HIST-EOF.

      *>   Carries the placement ledger forward whole; this run's
      *>   placements are appended at write-off. Rebuilt from data/
      *>   on a restart, so placements are written even in the skip
      *>   zone; nothing is written in a trial.
       4018-INIT-PLACEMENTS.
           MOVE 0 TO WS-PLC-CARRIED
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AGYPLACE-OUT-FILE
           OPEN INPUT AGYPLACE-FILE
           IF WS-AGYPLACE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AGYPLACE-EOF
           PERFORM UNTIL WS-AGYPLACE-EOF = "Y"
               READ AGYPLACE-FILE
                   AT END
                       MOVE "Y" TO WS-AGYPLACE-EOF
                   NOT AT END
                       MOVE AGYPLACE-LINE TO APL-REC
                            OF WS-AGYPLACE-PARSED
                       IF APL-TYPE OF WS-AGYPLACE-PARSED = "P"
                           ADD 1 TO WS-PLC-CARRIED
                       END-IF
                       MOVE ALL SPACES TO AGYPLACE-OUT-LINE
                       MOVE AGYPLACE-LINE TO AGYPLACE-OUT-LINE
                       WRITE AGYPLACE-OUT-LINE
               END-READ
           END-PERFORM
           CLOSE AGYPLACE-FILE.

      *>   Re-sorts the prior archive by customer, newest run first,
      *>   for the co-sequential match at each statement start. Only
      *>   when the review is on and there is an archive to compare.
       4016-INIT-PRIOR-STMTS.
           MOVE "N" TO WS-PHS-HAVE-REC WS-PHS-OPEN
           IF WS-BSK-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STMTHIST-FILE
           IF WS-STMTHIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           CLOSE STMTHIST-FILE
           SORT STMTHIST-SORT-WORK
               ON ASCENDING KEY HSS-CUST-ID
               ON DESCENDING KEY HSS-RUN-NO
               ON ASCENDING KEY HSS-SEQ
               USING  STMTHIST-FILE
               GIVING STMTHIST-SORTED-FILE
           OPEN INPUT STMTHIST-SORTED-FILE
           MOVE "Y" TO WS-PHS-OPEN
           PERFORM 4017-READ-NEXT-PRIOR.

       4017-READ-NEXT-PRIOR.
           READ STMTHIST-SORTED-FILE
               AT END
                   MOVE "N" TO WS-PHS-HAVE-REC
               NOT AT END
                   MOVE STMTHIST-SORTED-LINE TO PHS-REC
                        OF WS-PRIOR-HIST-PARSED
                   MOVE "Y" TO WS-PHS-HAVE-REC
           END-READ.

      *>   Merge step at each statement start, as for the prior
      *>   balances: archive lines of lower customers are passed
      *>   over; this customer's are scanned run by run, newest
      *>   first, until a run with a TOTAL CHARGES line (a combined
      *>   parent invoice alone has none) is found.
       4075-GET-PRIOR-STMT.
           MOVE "N" TO WS-BSK-PRIOR-FOUND
           MOVE 0 TO WS-BSK-PRIOR-RUN WS-BSK-PRIOR-AMT
                     WS-BSK-PRIOR-CNT
           IF WS-PHS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PHS-HAVE-REC = "N"
                   OR PHS-CUST-ID OF WS-PRIOR-HIST-PARSED
                      >= WS-CURR-CUST-ID
               PERFORM 4017-READ-NEXT-PRIOR
           END-PERFORM
           MOVE 0 TO WS-PHS-SCAN-RUN WS-PHS-SCAN-CNT
           PERFORM UNTIL WS-PHS-HAVE-REC = "N"
                   OR PHS-CUST-ID OF WS-PRIOR-HIST-PARSED
                      NOT = WS-CURR-CUST-ID
               IF WS-BSK-PRIOR-FOUND = "N"
                   PERFORM 4076-NOTE-PRIOR-LINE
               END-IF
               PERFORM 4017-READ-NEXT-PRIOR
           END-PERFORM.

       4076-NOTE-PRIOR-LINE.
           IF PHS-RUN-NO OF WS-PRIOR-HIST-PARSED NOT = WS-PHS-SCAN-RUN
               MOVE PHS-RUN-NO OF WS-PRIOR-HIST-PARSED
                    TO WS-PHS-SCAN-RUN
               MOVE 0 TO WS-PHS-SCAN-CNT
           END-IF
           IF PHS-TEXT OF WS-PRIOR-HIST-PARSED (1:15)
              = "TOTAL CHARGES: "
               MOVE PHS-TEXT OF WS-PRIOR-HIST-PARSED (16:14)
                    TO WS-BSK-PRIOR-AMT-ED
               MOVE WS-BSK-PRIOR-AMT-ED TO WS-BSK-PRIOR-AMT
               MOVE WS-PHS-SCAN-RUN TO WS-BSK-PRIOR-RUN
               MOVE WS-PHS-SCAN-CNT TO WS-BSK-PRIOR-CNT
               MOVE "Y" TO WS-BSK-PRIOR-FOUND
               EXIT PARAGRAPH
           END-IF
      *>   a transaction detail line: date, type, amount
           IF PHS-TEXT OF WS-PRIOR-HIST-PARSED (1:8) IS NUMERIC
              AND PHS-TEXT OF WS-PRIOR-HIST-PARSED (1:8)
                  NOT = "00000000"
              AND PHS-TEXT OF WS-PRIOR-HIST-PARSED (9:2) = SPACES
              AND PHS-TEXT OF WS-PRIOR-HIST-PARSED (13:3) = SPACES
               ADD 1 TO WS-PHS-SCAN-CNT
           END-IF.

       4050-LOAD-PRIOR-BALANCES.
           MOVE "N" TO WS-CB-HAVE-REC
           MOVE "N" TO WS-CB-OPEN
           ADD 1 TO WS-OIO-COUNT
           ADD OI-AMT-REMAIN (WS-OI-SUB) TO WS-OIO-HASH.

      *>   Carry-forward of on-account credits with money left on
      *>   them, in the layout the next run's 1042-INIT-CREDITS and
      *>   the REFUND run read.
       4985-WRITE-CREDITS-OUT.
           MOVE 0 TO WS-CRO-COUNT WS-CRO-HASH
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CREDITS-OUT-FILE
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1 UNTIL
                           WS-CRD-SUB > WS-CRD-COUNT
               IF CRD-AMT-REMAIN (WS-CRD-SUB) > 0
                   PERFORM 4986-WRITE-ONE-CREDIT-OUT
               END-IF
           END-PERFORM
           CLOSE CREDITS-OUT-FILE.

       4986-WRITE-ONE-CREDIT-OUT.
           MOVE SPACES TO CRF-REC OF WS-CREDITS-PARSED
           MOVE CRD-CUST-ID    (WS-CRD-SUB)
                TO CRF-CUST-ID    OF WS-CREDITS-PARSED
           MOVE CRD-DATE       (WS-CRD-SUB)
                TO CRF-DATE       OF WS-CREDITS-PARSED
           MOVE CRD-RUN-NO     (WS-CRD-SUB)
                TO CRF-RUN-NO     OF WS-CREDITS-PARSED
           MOVE CRD-AMT-ORIG   (WS-CRD-SUB)
                TO CRF-AMT-ORIG   OF WS-CREDITS-PARSED
           MOVE CRD-AMT-REMAIN (WS-CRD-SUB)
                TO CRF-AMT-REMAIN OF WS-CREDITS-PARSED
           MOVE CRD-SOURCE     (WS-CRD-SUB)
                TO CRF-SOURCE     OF WS-CREDITS-PARSED
           MOVE ALL SPACES TO CREDITS-OUT-LINE
           MOVE CRF-REC OF WS-CREDITS-PARSED TO CREDITS-OUT-LINE
           WRITE CREDITS-OUT-LINE
           ADD 1 TO WS-CRO-COUNT
           ADD CRD-AMT-REMAIN (WS-CRD-SUB) TO WS-CRO-HASH.

      *>   Carry-forward of still-open disputes, in the same record
      *>   layout the next run's 1030-INIT-DISPUTES loads.
       4955-WRITE-DISPUTES-OUT.
           END-PERFORM
           CLOSE DUNNING-OUT-FILE.

      *>   Every arrangement goes back out, closed ones included, so
      *>   the file keeps each account's promise history.
       4977-WRITE-ARRANGE-OUT.
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ARRANGE-OUT-FILE
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1 UNTIL
                           WS-ARR-SUB > WS-ARR-COUNT
               PERFORM 4978-WRITE-ONE-ARRANGE-OUT
           END-PERFORM
           CLOSE ARRANGE-OUT-FILE.

       4978-WRITE-ONE-ARRANGE-OUT.
           MOVE SPACES TO ARF-REC OF WS-ARRANGE-PARSED
           MOVE ARR-CUST-ID (WS-ARR-SUB)
                TO ARF-CUST-ID OF WS-ARRANGE-PARSED
           MOVE ARR-AGREE-DT (WS-ARR-SUB)
                TO ARF-AGREE-DT OF WS-ARRANGE-PARSED
           MOVE ARR-COLLECTOR (WS-ARR-SUB)
                TO ARF-COLLECTOR OF WS-ARRANGE-PARSED
           MOVE ARR-INST-NO (WS-ARR-SUB)
                TO ARF-INST-NO OF WS-ARRANGE-PARSED
           MOVE ARR-DUE-DT (WS-ARR-SUB)
                TO ARF-DUE-DT OF WS-ARRANGE-PARSED
           MOVE ARR-INST-AMT (WS-ARR-SUB)
                TO ARF-INST-AMT OF WS-ARRANGE-PARSED
           MOVE ARR-PAID (WS-ARR-SUB)
                TO ARF-PAID OF WS-ARRANGE-PARSED
           MOVE ARR-STATUS (WS-ARR-SUB)
                TO ARF-STATUS OF WS-ARRANGE-PARSED
           MOVE ARR-PRIOR-LEVEL (WS-ARR-SUB)
                TO ARF-PRIOR-LEVEL OF WS-ARRANGE-PARSED
           MOVE ARR-CLOSE-DT (WS-ARR-SUB)
                TO ARF-CLOSE-DT OF WS-ARRANGE-PARSED
           MOVE ALL SPACES TO ARRANGE-OUT-LINE
           MOVE ARF-REC OF WS-ARRANGE-PARSED TO ARRANGE-OUT-LINE
           WRITE ARRANGE-OUT-LINE.

       4976-WRITE-ONE-DUNNING-OUT.
           MOVE SPACES TO DUNF-REC OF WS-DUNNING-PARSED
           MOVE DUN-CUST-ID (WS-DUN-SUB)
           IF WS-HAVE-CUST = "Y"
               PERFORM 4600-WRITE-STMT-TOTALS
               PERFORM 4700-WRITE-STMT-BLANK
           END-IF
           MOVE "N" TO WS-BSK-HELD.

       4200-PROCESS-SORTED-TXN.
           ADD 1 TO WS-PASSB-TXN
           MOVE 0 TO WS-TOT-ADJUSTMENTS WS-TOT-REVERSALS
           MOVE 0 TO WS-TOT-DISPUTED WS-TOT-PAYMENTS
           MOVE 0 TO WS-TOT-REBILLED WS-TOT-WRITEOFF
           MOVE 0 TO WS-TOT-RETPAY WS-TOT-REFUNDS WS-RF-UNCOVERED
           MOVE 0 TO WS-TOT-PROMO
           MOVE "N" TO WS-BSK-HELD
           MOVE 0 TO WS-CUST-LAST-PAY
           MOVE 0 TO WS-AGE-CURRENT WS-AGE-30 WS-AGE-60 WS-AGE-90
           MOVE 0 TO WS-CUST-TXN-COUNT WS-UNRES-COUNT
           MOVE 0 TO WS-TOT-TAXABLE WS-TOT-TAX
           END-IF
           PERFORM 4655-CHECK-WOFF-DUE
           PERFORM 4070-GET-PREV-BAL
           PERFORM 4075-GET-PRIOR-STMT
           PERFORM 4302-OPEN-SPOOL

      *>   Reset pagination for each customer (enterprise option)
           MOVE 0 TO WS-PAGE-NO WS-LINE-ON-PAGE
           PERFORM 4330-WRITE-STMT-COLHEAD
           PERFORM 4340-ADD-MONTHLY-FEE.

      *>   Every line of the statement, printed or extract, goes to
      *>   the spool until the control break decides where it goes.
       4302-OPEN-SPOOL.
           OPEN OUTPUT STMTSPOOL-FILE
           MOVE "Y" TO WS-BSK-SPOOLING.

       4325-WRITE-PREV-BALANCE.
           MOVE 2 TO WS-NEEDED-LINES
           PERFORM 4905-ENSURE-SPACE
           PERFORM 4322-WRITE-REMIT-BLOCK.

      *>   Remit-to block from the address file, so the mailed piece
      *>   no longer depends on the hand-merged address list. An
      *>   autopay customer sends nothing back: the block says when
      *>   the balance will be debited instead -- the same AS-OF + 30
      *>   due date 4672 gives the open item, which is the item
      *>   ACHDEBIT picks up on that date.
       4322-WRITE-REMIT-BLOCK.
           IF WS-APY-ACTIVE = "Y"
               MOVE 2 TO WS-NEEDED-LINES
               PERFORM 4905-ENSURE-SPACE
               MOVE 0 TO WS-APY-DEBIT-DATE
               IF WS-AS-OF-DATE > 0
                   COMPUTE WS-APY-DEBIT-INT = WS-AS-OF-INT + 30
                   MOVE FUNCTION DATE-OF-INTEGER(WS-APY-DEBIT-INT)
                        TO WS-APY-DEBIT-DATE
               END-IF
               MOVE ALL SPACES TO WS-LINE
               STRING "AUTOPAY: AMOUNT DUE WILL BE DEBITED ON "
                      DELIMITED BY SIZE
                      WS-APY-DEBIT-DATE  DELIMITED BY SIZE
                 INTO WS-LINE
               END-STRING
               PERFORM 4800-WRITE-STMT-LINE
               MOVE ALL SPACES TO WS-LINE
               STRING "         FROM BANK ACCOUNT ENDING "
                      DELIMITED BY SIZE
                      WS-APY-ACCT-LAST4  DELIMITED BY SIZE
                      " - DO NOT REMIT"  DELIMITED BY SIZE
                 INTO WS-LINE
               END-STRING
               PERFORM 4800-WRITE-STMT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ADDR-FOUND = "Y"
               MOVE 2 TO WS-NEEDED-LINES
               PERFORM 4905-ENSURE-SPACE

       4340-ADD-MONTHLY-FEE.
           PERFORM 5000-GET-MONTHLY-FEE
           PERFORM 4350-FIND-PROMOTIONS
           MOVE "MONTHLY FEE" TO WS-PRM-FEE-DESC
      *>   a contract monthly fee replaces the plan rate outright
           IF PTK-FOUND (2) = "Y"
               MOVE PTK-AMOUNT (2) TO WS-MONTHLY-FEE
               MOVE SPACES TO WS-PRM-FEE-DESC
               STRING "MONTHLY FEE CONTRACT " DELIMITED BY SIZE
                      PTK-CODE (2)            DELIMITED BY SIZE
                 INTO WS-PRM-FEE-DESC
               END-STRING
           END-IF
           MOVE 0 TO WS-PRM-FEE-OLD WS-PRM-FEE-NEW
           PERFORM 4335-CHECK-PLAN-CHANGE
           IF WS-PRORATE-ACTIVE = "Y"
               PERFORM 4345-ADD-PRORATED-FEES
                   ADD WS-MONTHLY-FEE TO WS-TOT-CHARGES
                   ADD WS-MONTHLY-FEE TO WS-GRAND-SYS-CHARGES
                   ADD WS-MONTHLY-FEE TO WS-TOT-TAXABLE
                   MOVE WS-MONTHLY-FEE TO WS-PRM-FEE-NEW
                   PERFORM 4405-COMPUTE-TOT-NET

                   MOVE ALL SPACES TO WS-LINE
                   STRING "00000000" DELIMITED BY SIZE
                          "  FE    " DELIMITED BY SIZE
                          WS-AMT-POS DELIMITED BY SIZE
                          "  "       DELIMITED BY SIZE
                          WS-PRM-FEE-DESC DELIMITED BY SIZE
                     INTO WS-LINE
                   END-STRING
                   PERFORM 4800-WRITE-STMT-LINE
               END-IF
           END-IF
           PERFORM 4360-APPLY-PROMO-DISCOUNT
           PERFORM 4370-NOTE-PROMO-EXPIRY.

      *>   Fills the three WS-PRM-TAKE groups for this statement from
      *>   the promotions in force on the AS-OF date: the customer's
      *>   own entries first, then its plan's.
       4350-FIND-PROMOTIONS.
           MOVE "N" TO PTK-FOUND (1) PTK-FOUND (2) PTK-FOUND (3)
           IF WS-PRM-AVAIL NOT = "Y" OR WS-AS-OF-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AS-OF-DATE TO WS-PRM-ASOF-PARTS
           COMPUTE WS-PRM-NEXT-INT = WS-AS-OF-INT + WS-CYCLE-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-PRM-NEXT-INT)
                TO WS-PRM-NEXT-DATE
           MOVE "C" TO WS-PRM-SCAN-TYPE
           MOVE WS-CURR-CUST-ID TO WS-PRM-SCAN-VALUE
           PERFORM 4352-SCAN-PROMOTIONS
           MOVE "P" TO WS-PRM-SCAN-TYPE
           MOVE WS-LOOKUP-PLAN TO WS-PRM-SCAN-VALUE
           PERFORM 4352-SCAN-PROMOTIONS.

       4352-SCAN-PROMOTIONS.
           MOVE WS-PRM-SCAN-TYPE  TO PRM-KEY-TYPE
           MOVE WS-PRM-SCAN-VALUE TO PRM-KEY-VALUE
           MOVE LOW-VALUES TO PRM-CODE
           MOVE "N" TO WS-PRM-EOF
           START PROMO-IDX-FILE KEY IS NOT LESS THAN PRM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRM-EOF
           END-START
           PERFORM UNTIL WS-PRM-EOF = "Y"
               READ PROMO-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRM-EOF
                   NOT AT END
                       IF PRM-KEY-TYPE NOT = WS-PRM-SCAN-TYPE
                          OR PRM-KEY-VALUE NOT = WS-PRM-SCAN-VALUE
                           MOVE "Y" TO WS-PRM-EOF
                       ELSE
                           PERFORM 4354-TAKE-PROMOTION
                       END-IF
               END-READ
           END-PERFORM.

       4354-TAKE-PROMOTION.
           EVALUATE PRM-KIND
               WHEN "P"
               WHEN "F"
                   MOVE 1 TO WS-PTK-SUB
               WHEN "M"
                   MOVE 2 TO WS-PTK-SUB
               WHEN "O"
                   MOVE 3 TO WS-PTK-SUB
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF PTK-FOUND (WS-PTK-SUB) = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4356-CHECK-PROMO-DATES
           IF WS-PRM-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y"          TO PTK-FOUND  (WS-PTK-SUB)
           MOVE PRM-KEY-TYPE TO PTK-LEVEL  (WS-PTK-SUB)
           MOVE PRM-CODE     TO PTK-CODE   (WS-PTK-SUB)
           MOVE PRM-KIND     TO PTK-KIND   (WS-PTK-SUB)
           MOVE PRM-PCT      TO PTK-PCT    (WS-PTK-SUB)
           MOVE PRM-AMOUNT   TO PTK-AMOUNT (WS-PTK-SUB)
           MOVE WS-PRM-ENDS  TO PTK-ENDS   (WS-PTK-SUB)
           MOVE PRM-END-DT   TO PTK-END-DT (WS-PTK-SUB)
           MOVE PRM-CYCLES   TO PTK-CYCLES (WS-PTK-SUB).

      *>   In force if started by the AS-OF date and not yet past its
      *>   end date or cycle count. Cycles are counted as statements
      *>   since the start, this one included: the months between,
      *>   plus one if the statement day has reached the start day
      *>   (days past the 28th count as the 28th, so a month-end
      *>   start does not skip February). WS-PRM-ENDS flags one that
      *>   will not be in force on the next statement.
       4356-CHECK-PROMO-DATES.
           MOVE "N" TO WS-PRM-ACTIVE WS-PRM-ENDS
           IF PRM-START-DT > WS-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           IF PRM-END-DT > 0
               IF PRM-END-DT < WS-AS-OF-DATE
                   EXIT PARAGRAPH
               END-IF
               IF PRM-END-DT < WS-PRM-NEXT-DATE
                   MOVE "Y" TO WS-PRM-ENDS
               END-IF
           ELSE
               MOVE PRM-START-DT TO WS-PRM-START-PARTS
               IF WS-PRM-START-DD > 28
                   MOVE 28 TO WS-PRM-START-DD
               END-IF
               COMPUTE WS-PRM-CYCLE-NO =
                       (WS-PRM-ASOF-YYYY * 12 + WS-PRM-ASOF-MM)
                     - (WS-PRM-START-YYYY * 12 + WS-PRM-START-MM)
               IF WS-PRM-ASOF-DD >= WS-PRM-START-DD
                   ADD 1 TO WS-PRM-CYCLE-NO
               END-IF
               IF WS-PRM-CYCLE-NO > PRM-CYCLES
                   EXIT PARAGRAPH
               END-IF
               IF WS-PRM-CYCLE-NO = PRM-CYCLES
                   MOVE "Y" TO WS-PRM-ENDS
               END-IF
           END-IF
           MOVE "Y" TO WS-PRM-ACTIVE.

      *>   A customer's discount covers the whole fee billed; a plan-
      *>   wide one only the new-plan portion of a prorated fee (it
      *>   is keyed by the plan now in force), a fixed plan discount
      *>   scaled to the same days. Never more than the fee it
      *>   covers. Comes off the taxable base, so tax is charged on
      *>   the discounted price.
       4360-APPLY-PROMO-DISCOUNT.
           MOVE 0 TO WS-PRM-DISCOUNT
           IF PTK-FOUND (1) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF PTK-LEVEL (1) = "C"
               COMPUTE WS-PRM-COVERED =
                       WS-PRM-FEE-OLD + WS-PRM-FEE-NEW
           ELSE
               MOVE WS-PRM-FEE-NEW TO WS-PRM-COVERED
           END-IF
           IF WS-PRM-COVERED = 0
               EXIT PARAGRAPH
           END-IF
           IF PTK-KIND (1) = "P"
               COMPUTE WS-PRM-DISCOUNT ROUNDED =
                       WS-PRM-COVERED * PTK-PCT (1) / 100
           ELSE
               MOVE PTK-AMOUNT (1) TO WS-PRM-DISCOUNT
               IF WS-PRORATE-ACTIVE = "Y" AND PTK-LEVEL (1) = "P"
                   COMPUTE WS-PRM-DISCOUNT ROUNDED =
                           PTK-AMOUNT (1) * WS-DAYS-NEW / WS-CYCLE-DAYS
               END-IF
           END-IF
           IF WS-PRM-DISCOUNT > WS-PRM-COVERED
               MOVE WS-PRM-COVERED TO WS-PRM-DISCOUNT
           END-IF
           IF WS-PRM-DISCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-PRM-DISCOUNT TO WS-TOT-PROMO
           SUBTRACT WS-PRM-DISCOUNT FROM WS-TOT-TAXABLE
           PERFORM 4405-COMPUTE-TOT-NET

           MOVE ALL SPACES TO WS-LINE
           COMPUTE WS-AMT-SIGNED = 0 - WS-PRM-DISCOUNT
           MOVE WS-AMT-SIGNED TO WS-AMT-DISP
           IF PTK-KIND (1) = "P"
               MOVE PTK-PCT (1) TO WS-PRM-PCT-DISP
               STRING "00000000" DELIMITED BY SIZE
                      "  PD    " DELIMITED BY SIZE
                      WS-AMT-DISP DELIMITED BY SIZE
                      "  PROMO " DELIMITED BY SIZE
                      PTK-CODE (1) DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WS-PRM-PCT-DISP DELIMITED BY SIZE
                      "% OFF"    DELIMITED BY SIZE
                 INTO WS-LINE
               END-STRING
           ELSE
               STRING "00000000" DELIMITED BY SIZE
                      "  PD    " DELIMITED BY SIZE
                      WS-AMT-DISP DELIMITED BY SIZE
                      "  PROMO " DELIMITED BY SIZE
                      PTK-CODE (1) DELIMITED BY SIZE
                      " DISCOUNT" DELIMITED BY SIZE
                 INTO WS-LINE
               END-STRING
           END-IF
           PERFORM 4800-WRITE-STMT-LINE.

      *>   One report line per promotion billed on this statement
      *>   that will not be in force on the next. Held back in the
      *>   restart skip zone like the statement lines, since those
      *>   customers' lines are already on the report.
       4370-NOTE-PROMO-EXPIRY.
           IF WS-SUPPRESS-OUTPUT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PTK-SUB FROM 1 BY 1 UNTIL WS-PTK-SUB > 3
               IF PTK-FOUND (WS-PTK-SUB) = "Y"
                  AND PTK-ENDS (WS-PTK-SUB) = "Y"
                   PERFORM 4372-WRITE-PROMO-EXPIRY
               END-IF
           END-PERFORM.

       4372-WRITE-PROMO-EXPIRY.
           ADD 1 TO WS-PRM-EXP-COUNT
           IF PTK-LEVEL (WS-PTK-SUB) = "C"
               MOVE "CUST" TO WS-PRM-LEVEL-DESC
           ELSE
               MOVE "PLAN" TO WS-PRM-LEVEL-DESC
           END-IF
           EVALUATE PTK-KIND (WS-PTK-SUB)
               WHEN "P"
                   MOVE "PERCENT OFF"  TO WS-PRM-KIND-DESC
                   MOVE PTK-PCT (WS-PTK-SUB) TO WS-AMT-POS
               WHEN "F"
                   MOVE "AMOUNT OFF"   TO WS-PRM-KIND-DESC
                   MOVE PTK-AMOUNT (WS-PTK-SUB) TO WS-AMT-POS
               WHEN "M"
                   MOVE "CONTRACT FEE" TO WS-PRM-KIND-DESC
                   MOVE PTK-AMOUNT (WS-PTK-SUB) TO WS-AMT-POS
               WHEN OTHER
                   MOVE "CONTRACT OVG" TO WS-PRM-KIND-DESC
                   MOVE PTK-AMOUNT (WS-PTK-SUB) TO WS-AMT-POS
           END-EVALUATE
           MOVE ALL SPACES TO PROMOEXP-LINE
           IF PTK-END-DT (WS-PTK-SUB) > 0
               STRING WS-CURR-CUST-ID       DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-LOOKUP-NAME        DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-LOOKUP-PLAN        DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      PTK-CODE (WS-PTK-SUB) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-PRM-LEVEL-DESC     DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-PRM-KIND-DESC      DELIMITED BY SIZE
                      WS-AMT-POS            DELIMITED BY SIZE
                      "  END DATE "         DELIMITED BY SIZE
                      PTK-END-DT (WS-PTK-SUB) DELIMITED BY SIZE
                 INTO PROMOEXP-LINE
               END-STRING
           ELSE
               STRING WS-CURR-CUST-ID       DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      WS-LOOKUP-NAME        DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-LOOKUP-PLAN        DELIMITED BY SIZE
                      "  "                  DELIMITED BY SIZE
                      PTK-CODE (WS-PTK-SUB) DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-PRM-LEVEL-DESC     DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-PRM-KIND-DESC      DELIMITED BY SIZE
                      WS-AMT-POS            DELIMITED BY SIZE
                      "  FINAL CYCLE "      DELIMITED BY SIZE
                      PTK-CYCLES (WS-PTK-SUB) DELIMITED BY SIZE
                 INTO PROMOEXP-LINE
               END-STRING
           END-IF
           WRITE PROMOEXP-LINE.

      *>   Proration is in effect when the master's plan-change date
      *>   falls inside this cycle: days on the new plan run from the
           COMPUTE WS-FEE-PORTION ROUNDED =
                   WS-OLD-MONTHLY * WS-DAYS-OLD / WS-CYCLE-DAYS
           IF WS-FEE-PORTION > 0
               MOVE WS-FEE-PORTION TO WS-PRM-FEE-OLD
               ADD WS-FEE-PORTION TO WS-TOT-CHARGES
               ADD WS-FEE-PORTION TO WS-GRAND-SYS-CHARGES
               ADD WS-FEE-PORTION TO WS-TOT-TAXABLE
           COMPUTE WS-FEE-PORTION ROUNDED =
                   WS-MONTHLY-FEE * WS-DAYS-NEW / WS-CYCLE-DAYS
           IF WS-FEE-PORTION > 0
               MOVE WS-FEE-PORTION TO WS-PRM-FEE-NEW
               ADD WS-FEE-PORTION TO WS-TOT-CHARGES
               ADD WS-FEE-PORTION TO WS-GRAND-SYS-CHARGES
               ADD WS-FEE-PORTION TO WS-TOT-TAXABLE
               WHEN "PY"
                   ADD SRT-AMOUNT OF WS-SRT-OUT TO WS-TOT-PAYMENTS
                   ADD SRT-AMOUNT OF WS-SRT-OUT TO WS-XSUM-PAYMENTS
                   IF SRT-DATE OF WS-SRT-OUT > WS-CUST-LAST-PAY
                       MOVE SRT-DATE OF WS-SRT-OUT TO WS-CUST-LAST-PAY
                   END-IF
                   PERFORM 4430-APPLY-PAYMENT-TO-ITEMS
      *>       NS re-debits a bounced payment: the money goes back
      *>       onto the open items the payment had retired, so the
               WHEN "NF"
                   ADD SRT-AMOUNT OF WS-SRT-OUT TO WS-TOT-CHARGES
                   ADD SRT-AMOUNT OF WS-SRT-OUT TO WS-XSUM-CHARGES
      *>       RF pays aged on-account credit back out by check: a
      *>       debit that takes the credit back off the ledger. Any
      *>       part the ledger no longer covers (spent since REFUND
      *>       ran) is billable and joins this statement's new item.
               WHEN "RF"
                   ADD SRT-AMOUNT OF WS-SRT-OUT TO WS-TOT-REFUNDS
                   ADD SRT-AMOUNT OF WS-SRT-OUT TO WS-XSUM-REFUNDS
                   MOVE SRT-AMOUNT OF WS-SRT-OUT TO WS-CRD-USE-AMT
                   PERFORM 4438-CONSUME-CREDITS
                   ADD WS-CRD-USE-AMT TO WS-RF-UNCOVERED
               WHEN OTHER
                   ADD SRT-AMOUNT OF WS-SRT-OUT TO WS-TOT-CREDITS
                   ADD SRT-AMOUNT OF WS-SRT-OUT TO WS-XSUM-CREDITS
       4405-COMPUTE-TOT-NET.
           COMPUTE WS-TOT-NET = WS-TOT-CHARGES + WS-TOT-ADJUSTMENTS
                               + WS-TOT-REBILLED + WS-TOT-RETPAY
                               + WS-TOT-REFUNDS
                               - WS-TOT-CREDITS - WS-TOT-REVERSALS
                               - WS-TOT-PAYMENTS - WS-TOT-PROMO.

      *>   A DP hold becomes an open dispute carried until a DR/DW
      *>   resolution closes it.

      *>   Open-item payment application: each PY retires the OLDEST
      *>   open item first (by due date), reducing its remaining
      *>   amount. A payment bigger than everything open carries the
      *>   excess as an on-account credit dated the payment date.
       4430-APPLY-PAYMENT-TO-ITEMS.
           MOVE SRT-AMOUNT OF WS-SRT-OUT TO WS-OI-APPLY-AMT
           PERFORM 4432-APPLY-AMOUNT-TO-ITEMS
           IF WS-OI-APPLY-AMT > 0
               MOVE WS-OI-APPLY-AMT TO WS-CRD-NEW-AMT
               MOVE SRT-DATE OF WS-SRT-OUT TO WS-CRD-NEW-DATE
               MOVE SRT-DESC OF WS-SRT-OUT TO WS-CRD-NEW-SRC
               PERFORM 4437-ADD-ON-ACCOUNT-CREDIT
           END-IF.

       4432-APPLY-AMOUNT-TO-ITEMS.
           PERFORM 4431-FIND-OLDEST-OPEN-ITEM
               END-IF
           END-PERFORM.

      *>   An NS return first takes back any on-account credit the
      *>   bounced payment left (the excess went there last, so it
      *>   comes off first), then puts the rest back on the oldest
      *>   item that still has room (remaining below its original
      *>   amount). An item already rolled off the carry cannot be
      *>   restored; that residue lives in the net balance alone.
       4435-RESTORE-RETURNED-ITEMS.
           MOVE SRT-AMOUNT OF WS-SRT-OUT TO WS-CRD-USE-AMT
           PERFORM 4438-CONSUME-CREDITS
           MOVE WS-CRD-USE-AMT TO WS-OI-APPLY-AMT
           PERFORM 4436-FIND-OLDEST-RESTORABLE
           PERFORM UNTIL WS-OI-APPLY-AMT <= 0
                   OR WS-OI-PICK-SUB = 0
               END-IF
           END-PERFORM.

      *>   Starts a new on-account credit for the current customer
      *>   from WS-CRD-NEW-AMT / -DATE / -SRC, stamped with this run.
       4437-ADD-ON-ACCOUNT-CREDIT.
           IF WS-CRD-COUNT >= 100000
               DISPLAY "WARNING: on-account credits exceed table size"
           ELSE
               ADD 1 TO WS-CRD-COUNT
               MOVE WS-CURR-CUST-ID TO CRD-CUST-ID    (WS-CRD-COUNT)
               MOVE WS-CRD-NEW-DATE TO CRD-DATE       (WS-CRD-COUNT)
               MOVE WS-RUN-NO       TO CRD-RUN-NO     (WS-CRD-COUNT)
               MOVE WS-CRD-NEW-AMT  TO CRD-AMT-ORIG   (WS-CRD-COUNT)
               MOVE WS-CRD-NEW-AMT  TO CRD-AMT-REMAIN (WS-CRD-COUNT)
               MOVE WS-CRD-NEW-SRC  TO CRD-SOURCE     (WS-CRD-COUNT)
               ADD WS-CRD-NEW-AMT TO WS-GRAND-CRD-NEW
           END-IF.

      *>   Draws WS-CRD-USE-AMT from the current customer's credits,
      *>   OLDEST first. Leaves what the credits could not cover in
      *>   WS-CRD-USE-AMT and what they did cover in WS-CRD-APPLIED.
       4438-CONSUME-CREDITS.
           MOVE 0 TO WS-CRD-APPLIED
           PERFORM 4439-FIND-OLDEST-CREDIT
           PERFORM UNTIL WS-CRD-USE-AMT <= 0
                   OR WS-CRD-PICK-SUB = 0
               IF WS-CRD-USE-AMT <
                  CRD-AMT-REMAIN (WS-CRD-PICK-SUB)
                   MOVE WS-CRD-USE-AMT TO WS-CRD-PORTION
               ELSE
                   MOVE CRD-AMT-REMAIN (WS-CRD-PICK-SUB)
                        TO WS-CRD-PORTION
               END-IF
               SUBTRACT WS-CRD-PORTION
                   FROM CRD-AMT-REMAIN (WS-CRD-PICK-SUB)
               SUBTRACT WS-CRD-PORTION FROM WS-CRD-USE-AMT
               ADD WS-CRD-PORTION TO WS-CRD-APPLIED
               ADD WS-CRD-PORTION TO WS-GRAND-CRD-USED
               PERFORM 4439-FIND-OLDEST-CREDIT
           END-PERFORM.

       4439-FIND-OLDEST-CREDIT.
           MOVE 0 TO WS-CRD-PICK-SUB
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1 UNTIL
                           WS-CRD-SUB > WS-CRD-COUNT
               IF CRD-CUST-ID (WS-CRD-SUB) = WS-CURR-CUST-ID
                  AND CRD-AMT-REMAIN (WS-CRD-SUB) > 0
                   IF WS-CRD-PICK-SUB = 0
                       MOVE WS-CRD-SUB TO WS-CRD-PICK-SUB
                   ELSE
                       IF CRD-DATE (WS-CRD-SUB) <
                          CRD-DATE (WS-CRD-PICK-SUB)
                           MOVE WS-CRD-SUB TO WS-CRD-PICK-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>   Receivables aging off statement due dates: each of the
      *>   customer's open items buckets its REMAINING amount by how
      *>   far past its due date the AS-OF date is (not yet due =
             INTO WS-LINE
           END-STRING
           PERFORM 4800-WRITE-STMT-LINE
           PERFORM 4880-CHECK-BILL-SHOCK

           PERFORM 4690-APPLY-ARRANGEMENT
           PERFORM 4672-CREATE-NEW-OPEN-ITEM
           PERFORM 4660-APPLY-BAD-DEBT-WRITEOFF
           PERFORM 4670-WRITE-OPEN-ITEMS-SECTION
           ADD WS-TOT-REBILLED    TO WS-GRAND-REBILLED
           ADD WS-TOT-WRITEOFF    TO WS-GRAND-WRITEOFF
           ADD WS-TOT-RETPAY      TO WS-GRAND-RETPAY
           ADD WS-TOT-REFUNDS     TO WS-GRAND-REFUNDS
           ADD WS-TOT-PROMO       TO WS-GRAND-PROMO
           ADD WS-TOT-NET         TO WS-GRAND-NET

           IF WS-LOOKUP-PARENT > 0
           PERFORM 4620-WRITE-AGING-LINE
           PERFORM 4627-WRITE-MAILWORK-REC
           PERFORM 4860-WRITE-EXTRACT-SUMMARY
           PERFORM 4890-ROUTE-SPOOL
           PERFORM 4640-MAYBE-CHECKPOINT.

      *>   One mail-sort work record per statement actually printed
      *>   for mailing -- electronic-delivery customers and the
      *>   restart skip zone stay off the listing, and a customer
      *>   with no address record cannot be presorted. A held
      *>   statement's record waits on the hold queue instead (skip
      *>   zone included -- the queue is rebuilt on a restart).
       4627-WRITE-MAILWORK-REC.
           IF WS-ADDR-FOUND = "Y"
              AND WS-EDELIV-SUPPRESS = "N"
              AND (WS-SUPPRESS-OUTPUT = "N" OR WS-BSK-HELD = "Y")
               MOVE SPACES TO MW-REC
               MOVE WS-ADDR-POSTAL  TO MW-POSTAL
               MOVE WS-CURR-CUST-ID TO MW-CUST-ID
               MOVE WS-ADDR-STREET  TO MW-STREET
               MOVE WS-ADDR-CITY    TO MW-CITY
               MOVE WS-ADDR-STATE   TO MW-STATE
               IF WS-BSK-HELD = "Y"
                   MOVE "M" TO HQ-TYPE OF WS-STMTHOLD-PARSED
                   MOVE MW-REC TO HQ-DATA OF WS-STMTHOLD-PARSED
                   PERFORM 4886-WRITE-HOLD-REC
               ELSE
                   MOVE ALL SPACES TO MAILWORK-LINE
                   MOVE MW-REC TO MAILWORK-LINE
                   WRITE MAILWORK-LINE
                   ADD 1 TO WS-MAIL-RECS
               END-IF
           END-IF.

      *>   Remembers this child statement's totals for the parent's
           IF WS-DUN-OLD-LEVEL > WS-DUN-NEW-LEVEL
               MOVE WS-DUN-OLD-LEVEL TO WS-DUN-NEW-LEVEL
           END-IF
      *>   A kept payment arrangement holds the level where it was;
      *>   one broken this run puts back the level the account had
      *>   when the plan was agreed.
           IF WS-ARR-STATE = "K"
               MOVE WS-DUN-OLD-LEVEL TO WS-DUN-NEW-LEVEL
           END-IF
           IF WS-ARR-STATE = "B"
              AND WS-ARR-PRIOR-LEVEL > WS-DUN-NEW-LEVEL
               MOVE WS-ARR-PRIOR-LEVEL TO WS-DUN-NEW-LEVEL
           END-IF
           IF WS-NET-DUE <= 0
               MOVE 0 TO WS-DUN-NEW-LEVEL
           END-IF

           IF WS-DUN-NEW-LEVEL > 0
              AND WS-SUPPRESS-OUTPUT = "N"
              AND WS-ARR-STATE NOT = "K"
               PERFORM 4622-WRITE-DUN-LETTER
           END-IF
      *>   a held statement's collections record waits on the hold
      *>   queue with it (skip zone included, as for 4627)
           IF WS-DUN-NEW-LEVEL > 0
              AND (WS-SUPPRESS-OUTPUT = "N" OR WS-BSK-HELD = "Y")
              AND WS-ARR-STATE NOT = "K"
               PERFORM 4623-WRITE-COLLWORK-REC
           END-IF
           IF WS-DUN-NEW-LEVEL > 0
              AND WS-ARR-STATE NOT = "K"
               PERFORM 4629-WRITE-DUN-HISTORY
           END-IF.

      *>   Logs the letter. Not gated by the restart suppression, for
      *>   the same reason as the statement archive: the log being
      *>   carried predates the aborted run.
       4629-WRITE-DUN-HISTORY.
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DHF-REC OF WS-DUNHIST-PARSED
           MOVE WS-CURR-CUST-ID  TO DHF-CUST-ID OF WS-DUNHIST-PARSED
           MOVE WS-RUN-NO        TO DHF-RUN-NO OF WS-DUNHIST-PARSED
           MOVE WS-AS-OF-DATE    TO DHF-DATE OF WS-DUNHIST-PARSED
           MOVE WS-DUN-NEW-LEVEL TO DHF-LEVEL OF WS-DUNHIST-PARSED
           MOVE WS-NET-DUE       TO DHF-BAL OF WS-DUNHIST-PARSED
           MOVE ALL SPACES TO DUNHIST-OUT-LINE
           MOVE DHF-REC OF WS-DUNHIST-PARSED TO DUNHIST-OUT-LINE
           WRITE DUNHIST-OUT-LINE.

      *>   Write-off trigger bookkeeping: a run that leaves the
      *>   account at level 3 with no money received and an over-90
      *>   balance no smaller than last time extends the stay;
           IF WS-DUN-FOUND-SUB = 0
               EXIT PARAGRAPH
           END-IF
      *>   A kept arrangement freezes the count where it stands.
           IF WS-ARR-STATE = "K"
               EXIT PARAGRAPH
           END-IF
           IF WS-DUN-NEW-LEVEL = 3
               IF WS-DUN-OLD-LEVEL = 3
                  AND WS-TOT-PAYMENTS = 0
               MOVE 0 TO DUN-BAL (WS-DUN-FOUND-SUB)
           END-IF.

      *>   Payment-arrangement check for this statement. The money
      *>   received (payments less returned payments) is applied to
      *>   the active installments earliest-due first; a bounced
      *>   payment takes back from the latest paid installment. Then
      *>   the plan is completed (nothing left owing), broken (an
      *>   installment due before the statement date is still short)
      *>   or kept, and the statement says which.
       4690-APPLY-ARRANGEMENT.
           MOVE "N" TO WS-ARR-STATE
           MOVE 0 TO WS-ARR-PRIOR-LEVEL
           PERFORM 4697-FIND-ACTIVE-ARRANGEMENT
           IF WS-ARR-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ARR-RECEIVED = WS-TOT-PAYMENTS - WS-TOT-RETPAY
           PERFORM UNTIL WS-ARR-RECEIVED <= 0
               PERFORM 4692-FIND-NEXT-INSTALLMENT
               IF WS-ARR-NEXT-SUB = 0
                   MOVE 0 TO WS-ARR-RECEIVED
               ELSE
                   COMPUTE WS-ARR-PORTION =
                           ARR-INST-AMT (WS-ARR-NEXT-SUB)
                           - ARR-PAID (WS-ARR-NEXT-SUB)
                   IF WS-ARR-PORTION > WS-ARR-RECEIVED
                       MOVE WS-ARR-RECEIVED TO WS-ARR-PORTION
                   END-IF
                   ADD WS-ARR-PORTION TO ARR-PAID (WS-ARR-NEXT-SUB)
                   SUBTRACT WS-ARR-PORTION FROM WS-ARR-RECEIVED
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-ARR-RECEIVED >= 0
               PERFORM 4693-FIND-LAST-PAID
               IF WS-ARR-NEXT-SUB = 0
                   MOVE 0 TO WS-ARR-RECEIVED
               ELSE
                   COMPUTE WS-ARR-PORTION = 0 - WS-ARR-RECEIVED
                   IF WS-ARR-PORTION > ARR-PAID (WS-ARR-NEXT-SUB)
                       MOVE ARR-PAID (WS-ARR-NEXT-SUB)
                            TO WS-ARR-PORTION
                   END-IF
                   SUBTRACT WS-ARR-PORTION
                            FROM ARR-PAID (WS-ARR-NEXT-SUB)
                   ADD WS-ARR-PORTION TO WS-ARR-RECEIVED
               END-IF
           END-PERFORM

           PERFORM 4692-FIND-NEXT-INSTALLMENT
           EVALUATE TRUE
               WHEN WS-ARR-NEXT-SUB = 0
                   MOVE "C" TO WS-ARR-NEW-STATUS
                   PERFORM 4694-CLOSE-ARRANGEMENT
                   ADD 1 TO WS-ARR-DONE
                   PERFORM 4695-WRITE-ARR-STMT-LINE
               WHEN ARR-DUE-DT (WS-ARR-NEXT-SUB) < WS-AS-OF-DATE
                   MOVE "B" TO WS-ARR-STATE
                   MOVE ARR-PRIOR-LEVEL (WS-ARR-NEXT-SUB)
                        TO WS-ARR-PRIOR-LEVEL
                   ADD 1 TO WS-ARR-BROKEN
                   PERFORM 4695-WRITE-ARR-STMT-LINE
                   IF WS-SUPPRESS-OUTPUT = "N"
                       PERFORM 4696-WRITE-BROKEN-PROMISE
                   END-IF
                   MOVE "B" TO WS-ARR-NEW-STATUS
                   PERFORM 4694-CLOSE-ARRANGEMENT
               WHEN OTHER
                   MOVE "K" TO WS-ARR-STATE
                   ADD 1 TO WS-ARR-KEPT
                   PERFORM 4695-WRITE-ARR-STMT-LINE
           END-EVALUATE.

      *>   Earliest-due active installment of this customer's plan
      *>   with money still owing on it (0 = none left).
       4692-FIND-NEXT-INSTALLMENT.
           MOVE 0 TO WS-ARR-NEXT-SUB
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1 UNTIL
                           WS-ARR-SUB > WS-ARR-COUNT
               IF ARR-CUST-ID (WS-ARR-SUB) = WS-CURR-CUST-ID
                  AND ARR-STATUS (WS-ARR-SUB) = "A"
                  AND ARR-PAID (WS-ARR-SUB) <
                      ARR-INST-AMT (WS-ARR-SUB)
                   IF WS-ARR-NEXT-SUB = 0
                       MOVE WS-ARR-SUB TO WS-ARR-NEXT-SUB
                   ELSE
                       IF ARR-DUE-DT (WS-ARR-SUB) <
                          ARR-DUE-DT (WS-ARR-NEXT-SUB)
                           MOVE WS-ARR-SUB TO WS-ARR-NEXT-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>   Latest-due active installment with anything paid on it.
       4693-FIND-LAST-PAID.
           MOVE 0 TO WS-ARR-NEXT-SUB
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1 UNTIL
                           WS-ARR-SUB > WS-ARR-COUNT
               IF ARR-CUST-ID (WS-ARR-SUB) = WS-CURR-CUST-ID
                  AND ARR-STATUS (WS-ARR-SUB) = "A"
                  AND ARR-PAID (WS-ARR-SUB) > 0
                   IF WS-ARR-NEXT-SUB = 0
                       MOVE WS-ARR-SUB TO WS-ARR-NEXT-SUB
                   ELSE
                       IF ARR-DUE-DT (WS-ARR-SUB) >
                          ARR-DUE-DT (WS-ARR-NEXT-SUB)
                           MOVE WS-ARR-SUB TO WS-ARR-NEXT-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       4694-CLOSE-ARRANGEMENT.
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1 UNTIL
                           WS-ARR-SUB > WS-ARR-COUNT
               IF ARR-CUST-ID (WS-ARR-SUB) = WS-CURR-CUST-ID
                  AND ARR-STATUS (WS-ARR-SUB) = "A"
                   MOVE WS-ARR-NEW-STATUS TO ARR-STATUS (WS-ARR-SUB)
                   MOVE WS-AS-OF-DATE TO ARR-CLOSE-DT (WS-ARR-SUB)
               END-IF
           END-PERFORM.

       4695-WRITE-ARR-STMT-LINE.
           MOVE 1 TO WS-NEEDED-LINES
           PERFORM 4905-ENSURE-SPACE
           MOVE ALL SPACES TO WS-LINE
           EVALUATE TRUE
               WHEN WS-ARR-STATE = "K"
                   COMPUTE WS-ARR-SHORT =
                           ARR-INST-AMT (WS-ARR-NEXT-SUB)
                           - ARR-PAID (WS-ARR-NEXT-SUB)
                   MOVE WS-ARR-SHORT TO WS-AMT-POS
                   STRING "PAYMENT ARRANGEMENT - NEXT INSTALLMENT: "
                          DELIMITED BY SIZE
                          WS-AMT-POS DELIMITED BY SIZE
                          " DUE "    DELIMITED BY SIZE
                          ARR-DUE-DT (WS-ARR-NEXT-SUB)
                          DELIMITED BY SIZE
                     INTO WS-LINE
                   END-STRING
               WHEN WS-ARR-STATE = "B"
                   STRING "PAYMENT ARRANGEMENT CANCELLED - "
                          DELIMITED BY SIZE
                          "INSTALLMENT DUE "  DELIMITED BY SIZE
                          ARR-DUE-DT (WS-ARR-NEXT-SUB)
                          DELIMITED BY SIZE
                          " NOT RECEIVED"     DELIMITED BY SIZE
                     INTO WS-LINE
                   END-STRING
               WHEN OTHER
                   STRING "PAYMENT ARRANGEMENT COMPLETED - "
                          DELIMITED BY SIZE
                          "THANK YOU"         DELIMITED BY SIZE
                     INTO WS-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 4800-WRITE-STMT-LINE.

       4696-WRITE-BROKEN-PROMISE.
           COMPUTE WS-ARR-SHORT = ARR-INST-AMT (WS-ARR-NEXT-SUB)
                                  - ARR-PAID (WS-ARR-NEXT-SUB)
           MOVE WS-ARR-SHORT TO WS-AMT-POS
           MOVE ALL SPACES TO BRKPROM-LINE
           STRING WS-CURR-CUST-ID  DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-LOOKUP-NAME   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ARR-COLLECTOR (WS-ARR-NEXT-SUB) DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ARR-AGREE-DT (WS-ARR-NEXT-SUB)  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ARR-INST-NO (WS-ARR-NEXT-SUB)   DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  ARR-DUE-DT (WS-ARR-NEXT-SUB)    DELIMITED BY SIZE
                  WS-AMT-POS       DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WS-ARR-PRIOR-LEVEL DELIMITED BY SIZE
             INTO BRKPROM-LINE
           END-STRING
           WRITE BRKPROM-LINE.

       4697-FIND-ACTIVE-ARRANGEMENT.
           MOVE "N" TO WS-ARR-FOUND
           PERFORM VARYING WS-ARR-SUB FROM 1 BY 1 UNTIL
                           WS-ARR-SUB > WS-ARR-COUNT
                           OR WS-ARR-FOUND = "Y"
               IF ARR-CUST-ID (WS-ARR-SUB) = WS-CURR-CUST-ID
                  AND ARR-STATUS (WS-ARR-SUB) = "A"
                   MOVE "Y" TO WS-ARR-FOUND
               END-IF
           END-PERFORM.

      *>   This statement's own receivable: new billing (charges,
      *>   adjustments, and re-bills net of credits and reversals --
      *>   payments and returns belong to the OLD items they applied
       4672-CREATE-NEW-OPEN-ITEM.
           COMPUTE WS-NEW-ITEM-AMT =
                   WS-TOT-NET + WS-TOT-PAYMENTS - WS-TOT-RETPAY
                   - WS-TOT-REFUNDS + WS-RF-UNCOVERED
           EVALUATE TRUE
               WHEN WS-NEW-ITEM-AMT > 0
                   IF WS-OI-COUNT >= 200000
                            TO OI-AMT-DUE    (WS-OI-COUNT)
                       MOVE WS-NEW-ITEM-AMT
                            TO OI-AMT-REMAIN (WS-OI-COUNT)
      *>               money already on account pays the new invoice
      *>               before it goes out
                       MOVE WS-NEW-ITEM-AMT TO WS-CRD-USE-AMT
                       PERFORM 4438-CONSUME-CREDITS
                       IF WS-CRD-APPLIED > 0
                           SUBTRACT WS-CRD-APPLIED
                               FROM OI-AMT-REMAIN (WS-OI-COUNT)
                           PERFORM 4674-WRITE-CREDIT-APPLIED
                       END-IF
      *>               the new invoice is current money on the aging
      *>               line written at this same control break
                       ADD OI-AMT-REMAIN (WS-OI-COUNT) TO WS-AGE-CURRENT
                   END-IF
               WHEN WS-NEW-ITEM-AMT < 0
                   COMPUTE WS-OI-APPLY-AMT = 0 - WS-NEW-ITEM-AMT
                   PERFORM 4432-APPLY-AMOUNT-TO-ITEMS
      *>           credit left over once every item is paid stays on
      *>           account for the next statement
                   IF WS-OI-APPLY-AMT > 0
                       MOVE WS-OI-APPLY-AMT TO WS-CRD-NEW-AMT
                       MOVE WS-AS-OF-DATE   TO WS-CRD-NEW-DATE
                       MOVE "STATEMENT CREDIT" TO WS-CRD-NEW-SRC
                       PERFORM 4437-ADD-ON-ACCOUNT-CREDIT
                   END-IF
      *>           the credit just changed the item remainders, so
      *>           rebuild the buckets the aging line at this same
      *>           control break will print
                   PERFORM 4412-AGE-OPEN-ITEMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 4673-WRITE-CREDIT-ON-ACCOUNT.

      *>   Tells the customer what is still sitting on account after
      *>   this statement (nothing printed when there is none).
       4673-WRITE-CREDIT-ON-ACCOUNT.
           MOVE 0 TO WS-CRD-CUST-BAL
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1 UNTIL
                           WS-CRD-SUB > WS-CRD-COUNT
               IF CRD-CUST-ID (WS-CRD-SUB) = WS-CURR-CUST-ID
                   ADD CRD-AMT-REMAIN (WS-CRD-SUB) TO WS-CRD-CUST-BAL
               END-IF
           END-PERFORM
           IF WS-CRD-CUST-BAL > 0
               MOVE 1 TO WS-NEEDED-LINES
               PERFORM 4905-ENSURE-SPACE
               MOVE ALL SPACES TO WS-LINE
               MOVE WS-CRD-CUST-BAL TO WS-AMT-POS
               STRING "CREDIT ON ACCOUNT        : " DELIMITED BY SIZE
                      WS-AMT-POS                    DELIMITED BY SIZE
                 INTO WS-LINE
               END-STRING
               PERFORM 4800-WRITE-STMT-LINE
           END-IF.

       4674-WRITE-CREDIT-APPLIED.
           MOVE 1 TO WS-NEEDED-LINES
           PERFORM 4905-ENSURE-SPACE
           MOVE ALL SPACES TO WS-LINE
           COMPUTE WS-AMT-SIGNED = 0 - WS-CRD-APPLIED
           MOVE WS-AMT-SIGNED TO WS-AMT-NEG
           STRING "CREDIT ON ACCOUNT APPLIED: " DELIMITED BY SIZE
                  WS-AMT-NEG                    DELIMITED BY SIZE
             INTO WS-LINE
           END-STRING
           PERFORM 4800-WRITE-STMT-LINE.

      *>   Per-invoice balance section: every item of this customer
      *>   still carrying a remaining amount, as of the bottom of
                      WS-WOFF-RUNS-PARM
                   MOVE "Y" TO WS-WOFF-THIS-CUST
               END-IF
           END-IF
      *>   Nobody is written off while paying to an agreed plan.
           IF WS-WOFF-THIS-CUST = "Y"
               PERFORM 4697-FIND-ACTIVE-ARRANGEMENT
               IF WS-ARR-FOUND = "Y"
                   MOVE "N" TO WS-WOFF-THIS-CUST
               END-IF
           END-IF.

      *>   The write-off statement: the remaining balance is cleared
           IF WS-SUPPRESS-OUTPUT = "N"
               PERFORM 4661-WRITE-WOFF-REGISTER
               PERFORM 4662-WRITE-DEACTIVATE-CHG
           END-IF
           PERFORM 4666-PLACE-WITH-AGENCY.

      *>   The written-off account goes to the collection agency: a
      *>   ledger record for AGYRECV to settle remittances against,
      *>   and a line on the agency's placement extract.
       4666-PLACE-WITH-AGENCY.
           PERFORM 4667-FIND-LAST-PAYMENT
           ADD 1 TO WS-PLC-NEW
           ADD WS-WOFF-AMOUNT TO WS-PLC-NEW-AMT
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO APL-REC OF WS-AGYPLACE-PARSED
           MOVE "P"             TO APL-TYPE OF WS-AGYPLACE-PARSED
           MOVE WS-CURR-CUST-ID TO APL-CUST-ID OF WS-AGYPLACE-PARSED
           MOVE WS-AS-OF-DATE   TO APL-PLACED-DT OF WS-AGYPLACE-PARSED
           MOVE WS-RUN-NO       TO APL-PLACED-RUN OF WS-AGYPLACE-PARSED
           MOVE "O"             TO APL-STATUS OF WS-AGYPLACE-PARSED
           MOVE WS-WOFF-AMOUNT  TO APL-WOFF-AMT OF WS-AGYPLACE-PARSED
           MOVE WS-CUST-LAST-PAY
                TO APL-LAST-PAY-DT OF WS-AGYPLACE-PARSED
           MOVE 0 TO APL-AGY-GROSS OF WS-AGYPLACE-PARSED
                     APL-AGY-COMM OF WS-AGYPLACE-PARSED
                     APL-DIRECT-AMT OF WS-AGYPLACE-PARSED
                     APL-CLOSE-DT OF WS-AGYPLACE-PARSED
                     APL-SETTLE-DT OF WS-AGYPLACE-PARSED
           MOVE WS-LOOKUP-NAME  TO APL-NAME OF WS-AGYPLACE-PARSED
           MOVE ALL SPACES TO AGYPLACE-OUT-LINE
           MOVE APL-REC OF WS-AGYPLACE-PARSED TO AGYPLACE-OUT-LINE
           WRITE AGYPLACE-OUT-LINE
           IF WS-SUPPRESS-OUTPUT = "N"
               MOVE SPACES TO PLX-REC
               MOVE WS-CURR-CUST-ID  TO PLX-CUST-ID
               MOVE WS-LOOKUP-NAME   TO PLX-NAME
               MOVE WS-ADDR-STREET   TO PLX-STREET
               MOVE WS-ADDR-CITY     TO PLX-CITY
               MOVE WS-ADDR-STATE    TO PLX-STATE
               MOVE WS-ADDR-POSTAL   TO PLX-POSTAL
               MOVE WS-WOFF-AMOUNT   TO PLX-WOFF-AMT
               MOVE WS-CUST-LAST-PAY TO PLX-LAST-PAY-DT
               MOVE WS-AS-OF-DATE    TO PLX-PLACED-DT
               MOVE ALL SPACES TO PLACEMENT-LINE
               MOVE PLX-REC TO PLACEMENT-LINE
               WRITE PLACEMENT-LINE
           END-IF.

      *>   Last payment: the latest PY on this statement, else the
      *>   latest in the transaction key log (sorted by customer and
      *>   date; binary search to the customer's first entry). Zero
      *>   when none is on record within the log's retention.
       4667-FIND-LAST-PAYMENT.
           IF WS-CUST-LAST-PAY > 0 OR WS-TXNLOG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TLB-LO
           MOVE WS-TXNLOG-COUNT TO WS-TLB-HI
           PERFORM UNTIL WS-TLB-LO > WS-TLB-HI
               COMPUTE WS-TLB-MID = (WS-TLB-LO + WS-TLB-HI) / 2
               IF TL-CUST-ID (WS-TLB-MID) < WS-CURR-CUST-ID
                   COMPUTE WS-TLB-LO = WS-TLB-MID + 1
               ELSE
                   IF WS-TLB-MID = 1
                       MOVE 0 TO WS-TLB-HI
                   ELSE
                       COMPUTE WS-TLB-HI = WS-TLB-MID - 1
                   END-IF
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-TLB-LO > WS-TXNLOG-COUNT
                   OR TL-CUST-ID (WS-TLB-LO) NOT = WS-CURR-CUST-ID
               IF TL-TYPE (WS-TLB-LO) = "PY"
                  AND TL-DATE (WS-TLB-LO) > WS-CUST-LAST-PAY
                   MOVE TL-DATE (WS-TLB-LO) TO WS-CUST-LAST-PAY
               END-IF
               ADD 1 TO WS-TLB-LO
           END-PERFORM.

      *>   A written-off balance has no collectible invoices behind
      *>   it any more -- close every open item so nothing ages or
      *>   accepts application against the dead account.
           MOVE SPACES TO WS-CUSTCHG-OUT
           MOVE "D" TO CHG-ACTION
           MOVE WS-CURR-CUST-ID TO CHG-CUST-ID
           MOVE "BILSTMT" TO CHG-USER-ID
           MOVE ALL SPACES TO CUSTCHG-OUT-LINE
           MOVE WS-CUSTCHG-OUT TO CUSTCHG-OUT-LINE
           WRITE CUSTCHG-OUT-LINE.
           MOVE WS-AGE-30         TO CW-AGE-30
           MOVE WS-AGE-60         TO CW-AGE-60
           MOVE WS-AGE-90         TO CW-AGE-90
           IF WS-BSK-HELD = "Y"
               MOVE "C" TO HQ-TYPE OF WS-STMTHOLD-PARSED
               MOVE CW-REC TO HQ-DATA OF WS-STMTHOLD-PARSED
               PERFORM 4886-WRITE-HOLD-REC
           ELSE
               MOVE ALL SPACES TO COLLWORK-LINE
               MOVE CW-REC TO COLLWORK-LINE
               WRITE COLLWORK-LINE
           END-IF.

      *>   AJ/RV/DP totals only show up when the customer actually
      *>   has one, instead of cluttering every statement with zeros.
       4610-WRITE-OPTIONAL-TOTALS.
           IF WS-TOT-PROMO > 0
               MOVE 1 TO WS-NEEDED-LINES
               PERFORM 4905-ENSURE-SPACE
               MOVE ALL SPACES TO WS-LINE
               MOVE WS-TOT-PROMO TO WS-AMT-POS
               STRING "PROMO DISCOUNTS  : " DELIMITED BY SIZE
                      WS-AMT-POS            DELIMITED BY SIZE
                 INTO WS-LINE
               END-STRING
               PERFORM 4800-WRITE-STMT-LINE
           END-IF

           IF WS-TOT-ADJUSTMENTS > 0
               MOVE 1 TO WS-NEEDED-LINES
               PERFORM 4905-ENSURE-SPACE
               PERFORM 4800-WRITE-STMT-LINE
           END-IF

           IF WS-TOT-REFUNDS > 0
               MOVE 1 TO WS-NEEDED-LINES
               PERFORM 4905-ENSURE-SPACE
               MOVE ALL SPACES TO WS-LINE
               MOVE WS-TOT-REFUNDS TO WS-AMT-POS
               STRING "REFUNDS ISSUED   : " DELIMITED BY SIZE
                      WS-AMT-POS            DELIMITED BY SIZE
                 INTO WS-LINE
               END-STRING
               PERFORM 4800-WRITE-STMT-LINE
           END-IF

           IF WS-TOT-TAX > 0
               MOVE 1 TO WS-NEEDED-LINES
               PERFORM 4905-ENSURE-SPACE
      *>   it is reflected in the printed totals and NET DUE.
       4615-ADD-OVERAGE-CHARGE.
           PERFORM 5010-GET-OVERAGE-RATE
      *>   a contract overage rate (found at 4350) replaces the plan's
           IF PTK-FOUND (3) = "Y"
               MOVE PTK-AMOUNT (3) TO WS-PLAN-OVR-AMT
           END-IF
      *>   Under proration the threshold follows the same day split
      *>   as the monthly fee; the per-transaction overage rate is
      *>   the new plan's (it is the plan in force at statement
      *>   advance (so totals come out right once replayed in full)
      *>   but the physical WRITE is suppressed, since that customer
      *>   was already printed by the run being resumed.
      *>   While a statement is being built its lines go to the spool
      *>   (4890 applies these same gates when it routes them).
       4800-WRITE-STMT-LINE.
           MOVE WS-LINE TO STMT-LINE
           IF WS-BSK-SPOOLING = "Y"
               MOVE "S" TO SPL-TAG
               MOVE STMT-LINE TO SPL-TEXT
               WRITE STMTSPOOL-LINE
           ELSE
               IF WS-SUPPRESS-OUTPUT = "N"
                  AND WS-EDELIV-SUPPRESS = "N"
                  AND WS-BSK-HELD = "N"
                   WRITE STMT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-WRITE-STMT-LINES
           ADD 1 TO WS-LINE-ON-PAGE
      *>   resumed run does not duplicate already-written extract
      *>   records either.
       4810-WRITE-EXTRACT-LINE.
           IF WS-BSK-SPOOLING = "Y"
               MOVE "X" TO SPL-TAG
               MOVE STMT-EXTRACT-LINE TO SPL-TEXT
               WRITE STMTSPOOL-LINE
           ELSE
               IF WS-SUPPRESS-OUTPUT = "N"
                   WRITE STMT-EXTRACT-LINE
               END-IF
           END-IF
           ADD 1 TO WS-WRITE-EXTRACT-LINES.

      *>   Bill-shock review of the statement just totalled, against
      *>   the limits and the customer's last archived statement
      *>   (4075). A held statement is listed on the variance report
      *>   and headed on the hold queue here; its lines follow when
      *>   the spool is routed. Receivables, GL, dunning and the
      *>   archive are untouched -- only what the customer sees waits.
       4880-CHECK-BILL-SHOCK.
           MOVE "N" TO WS-BSK-HELD
           IF WS-BSK-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BSR-AMT BSR-CNT BSR-MAX
           IF WS-BSK-MAX-TOTAL > 0
              AND WS-TOT-CHARGES > WS-BSK-MAX-TOTAL
               MOVE "MAX" TO BSR-MAX
           END-IF
           IF WS-BSK-PRIOR-FOUND = "Y"
               PERFORM 4881-COMPARE-TO-PRIOR
           END-IF
           IF BSR-AMT = SPACES AND BSR-CNT = SPACES
              AND BSR-MAX = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-BSK-HELD
           ADD 1 TO WS-BSK-HELD-COUNT
           ADD WS-TOT-CHARGES TO WS-BSK-HELD-AMT
           PERFORM 4882-WRITE-VARIANCE-LINE
           MOVE 0 TO WS-BSK-HOLD-SEQ
           MOVE "H" TO HQ-TYPE OF WS-STMTHOLD-PARSED
           MOVE SPACES TO HQ-DATA OF WS-STMTHOLD-PARSED
           MOVE WS-BSK-REASON   TO HQH-REASON OF WS-STMTHOLD-PARSED
           MOVE WS-LOOKUP-NAME  TO HQH-NAME OF WS-STMTHOLD-PARSED
           MOVE WS-AS-OF-DATE   TO HQH-AS-OF OF WS-STMTHOLD-PARSED
           MOVE WS-BSK-PRIOR-RUN TO HQH-PRIOR-RUN OF WS-STMTHOLD-PARSED
           MOVE WS-BSK-PRIOR-AMT TO HQH-PRIOR-AMT OF WS-STMTHOLD-PARSED
           MOVE WS-TOT-CHARGES  TO HQH-CUR-AMT OF WS-STMTHOLD-PARSED
           MOVE WS-BSK-PRIOR-CNT TO HQH-PRIOR-CNT OF WS-STMTHOLD-PARSED
           MOVE WS-CUST-TXN-COUNT TO HQH-CUR-CNT OF WS-STMTHOLD-PARSED
           MOVE WS-NET-DUE      TO HQH-NET-DUE OF WS-STMTHOLD-PARSED
           MOVE WS-EDELIV-SUPPRESS TO HQH-EDELIV OF WS-STMTHOLD-PARSED
           PERFORM 4886-WRITE-HOLD-REC.

       4881-COMPARE-TO-PRIOR.
           IF (WS-BSK-INCR-AMT > 0 OR WS-BSK-INCR-PCT > 0)
              AND WS-TOT-CHARGES > WS-BSK-PRIOR-AMT
               COMPUTE WS-BSK-RISE = WS-TOT-CHARGES - WS-BSK-PRIOR-AMT
               IF WS-BSK-RISE > WS-BSK-INCR-AMT
                  AND WS-BSK-RISE * 100 >
                      WS-BSK-PRIOR-AMT * WS-BSK-INCR-PCT
                   MOVE "AMT" TO BSR-AMT
               END-IF
           END-IF
           IF WS-BSK-CNT-PCT > 0
              AND WS-CUST-TXN-COUNT > WS-BSK-PRIOR-CNT
               COMPUTE WS-BSK-CNT-RISE =
                       WS-CUST-TXN-COUNT - WS-BSK-PRIOR-CNT
               IF WS-BSK-CNT-RISE > WS-BSK-CNT-MIN
                  AND WS-BSK-CNT-RISE * 100 >
                      WS-BSK-PRIOR-CNT * WS-BSK-CNT-PCT
                   MOVE "CNT" TO BSR-CNT
               END-IF
           END-IF.

      *>   Prior versus current for the reviewer. Report only, so it
      *>   follows the restart suppression like the other reports.
       4882-WRITE-VARIANCE-LINE.
           IF WS-SUPPRESS-OUTPUT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOT-CHARGES    TO WS-AMT-POS
           MOVE WS-CUST-TXN-COUNT TO WS-BSK-CNT-DISP
           MOVE ALL SPACES TO VARIANCE-LINE
           IF WS-BSK-PRIOR-FOUND = "Y"
               MOVE WS-BSK-PRIOR-RUN TO WS-BSK-RUN-DISP
               MOVE WS-BSK-PRIOR-AMT TO WS-BSK-PAMT-DISP
               MOVE WS-BSK-PRIOR-CNT TO WS-BSK-PCNT-DISP
               IF WS-BSK-PRIOR-AMT > 0
                   COMPUTE WS-BSK-PCT ROUNDED =
                           (WS-TOT-CHARGES - WS-BSK-PRIOR-AMT) * 100
                           / WS-BSK-PRIOR-AMT
                       ON SIZE ERROR
                           MOVE 99999 TO WS-BSK-PCT
                   END-COMPUTE
               ELSE
                   MOVE 99999 TO WS-BSK-PCT
               END-IF
               MOVE WS-BSK-PCT TO WS-BSK-PCT-DISP
               STRING WS-CURR-CUST-ID    DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-LOOKUP-NAME     DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-BSK-RUN-DISP    DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-BSK-PAMT-DISP   DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-AMT-POS         DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-BSK-PCT-DISP    DELIMITED BY SIZE
                      "     "            DELIMITED BY SIZE
                      WS-BSK-PCNT-DISP   DELIMITED BY SIZE
                      "   "              DELIMITED BY SIZE
                      WS-BSK-CNT-DISP    DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-BSK-REASON      DELIMITED BY SIZE
                 INTO VARIANCE-LINE
               END-STRING
           ELSE
               STRING WS-CURR-CUST-ID    DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-LOOKUP-NAME     DELIMITED BY SIZE
                      " NONE "           DELIMITED BY SIZE
                      "                " DELIMITED BY SIZE
                      WS-AMT-POS         DELIMITED BY SIZE
                      "                " DELIMITED BY SIZE
                      "   "              DELIMITED BY SIZE
                      WS-BSK-CNT-DISP    DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-BSK-REASON      DELIMITED BY SIZE
                 INTO VARIANCE-LINE
               END-STRING
           END-IF
           WRITE VARIANCE-LINE.

      *>   One hold-queue record under the current run and customer;
      *>   HQ-TYPE and HQ-DATA are filled by the caller. Nothing is
      *>   queued in a trial.
       4886-WRITE-HOLD-REC.
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-NO       TO HQ-RUN-NO OF WS-STMTHOLD-PARSED
           MOVE WS-CURR-CUST-ID TO HQ-CUST-ID OF WS-STMTHOLD-PARSED
           MOVE WS-BSK-HOLD-SEQ TO HQ-SEQ OF WS-STMTHOLD-PARSED
           ADD 1 TO WS-BSK-HOLD-SEQ
           MOVE ALL SPACES TO STMTHOLD-OUT-LINE
           MOVE HQ-REC OF WS-STMTHOLD-PARSED TO STMTHOLD-OUT-LINE
           WRITE STMTHOLD-OUT-LINE.

      *>   End of the statement: the spool is played back to the
      *>   printed and extract files under their usual gates, or,
      *>   for a held statement, onto the hold queue (printed lines
      *>   only for a mailed statement, as they would have printed).
       4890-ROUTE-SPOOL.
           CLOSE STMTSPOOL-FILE
           MOVE "N" TO WS-BSK-SPOOLING
           OPEN INPUT STMTSPOOL-FILE
           MOVE "N" TO WS-BSK-SPOOL-EOF
           PERFORM UNTIL WS-BSK-SPOOL-EOF = "Y"
               READ STMTSPOOL-FILE
                   AT END
                       MOVE "Y" TO WS-BSK-SPOOL-EOF
                   NOT AT END
                       PERFORM 4892-ROUTE-SPOOL-LINE
               END-READ
           END-PERFORM
           CLOSE STMTSPOOL-FILE.

       4892-ROUTE-SPOOL-LINE.
           IF WS-BSK-HELD = "Y"
               IF SPL-TAG = "X" OR WS-EDELIV-SUPPRESS = "N"
                   MOVE SPL-TAG TO HQ-TYPE OF WS-STMTHOLD-PARSED
                   MOVE SPL-TEXT TO HQ-DATA OF WS-STMTHOLD-PARSED
                   PERFORM 4886-WRITE-HOLD-REC
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SPL-TAG = "S"
               IF WS-SUPPRESS-OUTPUT = "N"
                  AND WS-EDELIV-SUPPRESS = "N"
                   MOVE SPL-TEXT TO STMT-LINE
                   WRITE STMT-LINE
               END-IF
           ELSE
               IF WS-SUPPRESS-OUTPUT = "N"
                   MOVE SPL-TEXT TO STMT-EXTRACT-LINE
                   WRITE STMT-EXTRACT-LINE
               END-IF
           END-IF.

       4905-ENSURE-SPACE.
           IF (WS-LINE-ON-PAGE + WS-NEEDED-LINES) > WS-LINES-PER-PAGE
               PERFORM 4310-WRITE-PAGE-HEADING
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "TXN BATCHES   : " DELIMITED BY SIZE
                  WS-BAT-COUNT     DELIMITED BY SIZE
                  "  ACCEPTED "    DELIMITED BY SIZE
                  WS-BAT-ACCEPTED  DELIMITED BY SIZE
                  "  REJECTED "    DELIMITED BY SIZE
                  WS-BAT-REJECTED  DELIMITED BY SIZE
                  " ("             DELIMITED BY SIZE
                  WS-BAT-REJ-TXN   DELIMITED BY SIZE
                  " TXNS)  HDR/TRL RECORDS " DELIMITED BY SIZE
                  WS-CTL-RECS      DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "PAY TXNS READ : " DELIMITED BY SIZE
                  WS-READ-PAY      DELIMITED BY SIZE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "REF TXNS READ : " DELIMITED BY SIZE
                  WS-READ-REF      DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "ACH TXNS READ : " DELIMITED BY SIZE
                  WS-READ-ACH      DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "AGY TXNS READ : " DELIMITED BY SIZE
                  WS-READ-REC      DELIMITED BY SIZE
                  "  RECOVERIES POSTED " DELIMITED BY SIZE
                  WS-RECOV-TXN     DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "PEND TXNS READ: " DELIMITED BY SIZE
                  WS-READ-PEND     DELIMITED BY SIZE
           END-STRING
           WRITE CONTROL-LINE

           IF WS-CLOSED-THRU > 0
               MOVE ALL SPACES TO CONTROL-LINE
               STRING "CLOSED THRU   : " DELIMITED BY SIZE
                      WS-CLOSED-THRU   DELIMITED BY SIZE
                      "  PRIOR-PERIOD ADJ ACCEPTED "
                      DELIMITED BY SIZE
                      WS-PPA-TXN       DELIMITED BY SIZE
                      "  REJECTED (R07) " DELIMITED BY SIZE
                      WS-CLOSED-REJ    DELIMITED BY SIZE
                 INTO CONTROL-LINE
               END-STRING
               WRITE CONTROL-LINE
           END-IF

           PERFORM 7050-WRITE-SOURCE-TOTALS

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "STMT LINES    : " DELIMITED BY SIZE
                  WS-WRITE-STMT-LINES DELIMITED BY SIZE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "ARRANGEMENTS  : " DELIMITED BY SIZE
                  WS-ARR-ADDED     DELIMITED BY SIZE
                  " NEW INSTALLMENTS, " DELIMITED BY SIZE
                  WS-ARR-KEPT      DELIMITED BY SIZE
                  " KEPT, "        DELIMITED BY SIZE
                  WS-ARR-BROKEN    DELIMITED BY SIZE
                  " BROKEN, "      DELIMITED BY SIZE
                  WS-ARR-DONE      DELIMITED BY SIZE
                  " COMPLETED"     DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "CONS STMTS    : " DELIMITED BY SIZE
                  WS-CONS-STMTS    DELIMITED BY SIZE
           END-STRING
           WRITE CONTROL-LINE

           IF WS-BSK-ACTIVE = "Y" OR WS-BSK-CARRIED-STMTS > 0
               MOVE ALL SPACES TO CONTROL-LINE
               MOVE WS-BSK-HELD-AMT TO WS-AMT-POS
               STRING "HELD STMTS    : " DELIMITED BY SIZE
                      WS-BSK-HELD-COUNT DELIMITED BY SIZE
                      " THIS RUN, CHARGES " DELIMITED BY SIZE
                      WS-AMT-POS       DELIMITED BY SIZE
                      ", "             DELIMITED BY SIZE
                      WS-BSK-CARRIED-STMTS DELIMITED BY SIZE
                      " CARRIED"       DELIMITED BY SIZE
                 INTO CONTROL-LINE
               END-STRING
               WRITE CONTROL-LINE
           END-IF

           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-PLC-NEW-AMT TO WS-AMT-POS
           STRING "AGENCY PLACED : " DELIMITED BY SIZE
                  WS-PLC-NEW       DELIMITED BY SIZE
                  " THIS RUN, W/OFF " DELIMITED BY SIZE
                  WS-AMT-POS       DELIMITED BY SIZE
                  ", "             DELIMITED BY SIZE
                  WS-PLC-CARRIED   DELIMITED BY SIZE
                  " ON LEDGER"     DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

      *>   On-account credit movement: raised this run, drawn this
      *>   run (applied to new items, returned, refunded), and what
      *>   is carried forward.
           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-GRAND-CRD-NEW TO WS-AMT-POS
           STRING "CREDIT RAISED : " DELIMITED BY SIZE
                  WS-AMT-POS       DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-GRAND-CRD-USED TO WS-AMT-POS
           STRING "CREDIT DRAWN  : " DELIMITED BY SIZE
                  WS-AMT-POS       DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-CRO-HASH TO WS-AMT-POS
           STRING "CREDIT CARRIED: " DELIMITED BY SIZE
                  WS-CRO-COUNT     DELIMITED BY SIZE
                  " CREDITS "      DELIMITED BY SIZE
                  WS-AMT-POS       DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           PERFORM 7100-WRITE-RECONCILIATION.

      *>   Cross-foots the statement grand totals (rolled up per
      *>   exactly the kind of break this report exists to surface.
      *>   Then lists any active customer with accepted transactions
      *>   that never got a statement at all (zero statement lines).
      *>   What became of each feed's transactions, then every
      *>   TXN.DAT batch grouped by the source system that sent it,
      *>   with the trailer's figures beside ours -- the same figures
      *>   the acknowledgment files carry.
       7050-WRITE-SOURCE-TOTALS.
           MOVE ALL SPACES TO CONTROL-LINE
           STRING "--- TRANSACTIONS BY SOURCE ---" DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE
           MOVE ALL SPACES TO CONTROL-LINE
           STRING "FEED  ACCEPTED  ACCEPTED AMOUNT  REJECTED"
                  DELIMITED BY SIZE
                  "  REJECTED AMOUNT"
                  DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE
           PERFORM VARYING WS-FEED-SUB FROM 1 BY 1 UNTIL
                           WS-FEED-SUB > WS-FEED-COUNT
               MOVE FEED-ACC-AMT (WS-FEED-SUB) TO WS-BAT-DISP1
               MOVE FEED-REJ-AMT (WS-FEED-SUB) TO WS-BAT-DISP2
               MOVE ALL SPACES TO CONTROL-LINE
               STRING FEED-NAME (WS-FEED-SUB)      DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FEED-ACC-COUNT (WS-FEED-SUB) DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      WS-BAT-DISP1                 DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FEED-REJ-COUNT (WS-FEED-SUB) DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      WS-BAT-DISP2                 DELIMITED BY SIZE
                 INTO CONTROL-LINE
               END-STRING
               WRITE CONTROL-LINE
           END-PERFORM

           MOVE ALL SPACES TO CONTROL-LINE
           STRING "--- TXN.DAT BATCHES BY SOURCE ---"
                  DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE
           MOVE ALL SPACES TO CONTROL-LINE
           STRING "SOURCE   BATCH ID     DATE     S RSN TRL CNT"
                  DELIMITED BY SIZE
                  "         TRL HASH ACC CNT       ACC AMOUNT"
                  DELIMITED BY SIZE
                  " REJ CNT       REJ AMOUNT"
                  DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1 UNTIL
                           WS-BAT-SUB > WS-BAT-COUNT
               MOVE "N" TO BAT-DONE (WS-BAT-SUB)
           END-PERFORM
           PERFORM VARYING WS-BAT-SUB FROM 1 BY 1 UNTIL
                           WS-BAT-SUB > WS-BAT-COUNT
               IF BAT-DONE (WS-BAT-SUB) = "N"
                   PERFORM 7052-WRITE-ONE-SOURCE
               END-IF
           END-PERFORM.

       7052-WRITE-ONE-SOURCE.
           MOVE BAT-SOURCE (WS-BAT-SUB) TO WS-ACK-SOURCE
           MOVE 0 TO WS-SRC-BATCHES WS-SRC-ACC-COUNT WS-SRC-ACC-AMT
           MOVE 0 TO WS-SRC-REJ-COUNT WS-SRC-REJ-AMT
           PERFORM VARYING WS-BAT-SUB2 FROM WS-BAT-SUB BY 1 UNTIL
                           WS-BAT-SUB2 > WS-BAT-COUNT
               IF BAT-SOURCE (WS-BAT-SUB2) = WS-ACK-SOURCE
                   PERFORM 7054-WRITE-BATCH-LINE
                   MOVE "Y" TO BAT-DONE (WS-BAT-SUB2)
               END-IF
           END-PERFORM
           IF WS-ACK-SOURCE = SPACES
               MOVE "(NONE)" TO WS-ACK-SOURCE
           END-IF
           MOVE WS-SRC-ACC-AMT TO WS-BAT-DISP1
           MOVE WS-SRC-REJ-AMT TO WS-BAT-DISP2
           MOVE ALL SPACES TO CONTROL-LINE
           STRING "  SOURCE "       DELIMITED BY SIZE
                  WS-ACK-SOURCE     DELIMITED BY SIZE
                  " TOTAL "         DELIMITED BY SIZE
                  WS-SRC-BATCHES    DELIMITED BY SIZE
                  " BATCHES  ACCEPTED " DELIMITED BY SIZE
                  WS-SRC-ACC-COUNT  DELIMITED BY SIZE
                  WS-BAT-DISP1      DELIMITED BY SIZE
                  "  REJECTED "     DELIMITED BY SIZE
                  WS-SRC-REJ-COUNT  DELIMITED BY SIZE
                  WS-BAT-DISP2      DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE.

       7054-WRITE-BATCH-LINE.
           ADD 1 TO WS-SRC-BATCHES
           ADD BAT-ACC-COUNT (WS-BAT-SUB2) TO WS-SRC-ACC-COUNT
           ADD BAT-ACC-AMT (WS-BAT-SUB2)   TO WS-SRC-ACC-AMT
           ADD BAT-REJ-COUNT (WS-BAT-SUB2) TO WS-SRC-REJ-COUNT
           ADD BAT-REJ-AMT (WS-BAT-SUB2)   TO WS-SRC-REJ-AMT
           MOVE BAT-TRL-HASH (WS-BAT-SUB2) TO WS-BAT-DISP1
           MOVE BAT-ACC-AMT (WS-BAT-SUB2)  TO WS-BAT-DISP2
           MOVE BAT-REJ-AMT (WS-BAT-SUB2)  TO WS-BAT-DISP3
           MOVE ALL SPACES TO CONTROL-LINE
           STRING BAT-SOURCE (WS-BAT-SUB2)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  BAT-ID (WS-BAT-SUB2)        DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  BAT-DATE (WS-BAT-SUB2)      DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  BAT-STATUS (WS-BAT-SUB2)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  BAT-REASON (WS-BAT-SUB2)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  BAT-TRL-COUNT (WS-BAT-SUB2) DELIMITED BY SIZE
                  WS-BAT-DISP1                DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  BAT-ACC-COUNT (WS-BAT-SUB2) DELIMITED BY SIZE
                  WS-BAT-DISP2                DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  BAT-REJ-COUNT (WS-BAT-SUB2) DELIMITED BY SIZE
                  WS-BAT-DISP3                DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE
           IF BAT-STATUS (WS-BAT-SUB2) NOT = "A"
               MOVE ALL SPACES TO CONTROL-LINE
               MOVE BAT-DTL-HASH (WS-BAT-SUB2) TO WS-BAT-DISP1
               STRING "    ** REJECTED AS A UNIT: " DELIMITED BY SIZE
                      BAT-REASON-TEXT (WS-BAT-SUB2) DELIMITED BY SIZE
                      " (RECEIVED "                 DELIMITED BY SIZE
                      BAT-DTL-COUNT (WS-BAT-SUB2)   DELIMITED BY SIZE
                      " TXNS, HASH"                 DELIMITED BY SIZE
                      WS-BAT-DISP1                  DELIMITED BY SIZE
                      ")"                           DELIMITED BY SIZE
                 INTO CONTROL-LINE
               END-STRING
               WRITE CONTROL-LINE
           END-IF.

       7100-WRITE-RECONCILIATION.
           COMPUTE WS-XSUM-NET = WS-XSUM-CHARGES + WS-XSUM-ADJUSTMENTS
                                + WS-XSUM-REBILLED + WS-XSUM-RETPAY
                                + WS-XSUM-REFUNDS
                                - WS-XSUM-CREDITS - WS-XSUM-REVERSALS
                                - WS-XSUM-PAYMENTS

           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-GRAND-PROMO TO WS-RECON-AMT-DISP
           STRING "SYSTEM PROMO DISCOUNTS        : "  DELIMITED BY SIZE
                  WS-RECON-AMT-DISP    DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

      *>   Recoveries are memo lines: they do not enter AR or NET.
           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-GRAND-RECOVER TO WS-RECON-AMT-DISP
           STRING "RECOVERIES NET (NOT AR)       : "  DELIMITED BY SIZE
                  WS-RECON-AMT-DISP    DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-GRAND-AGYCOMM TO WS-RECON-AMT-DISP
           STRING "AGENCY COMMISSION (NOT AR)    : "  DELIMITED BY SIZE
                  WS-RECON-AMT-DISP    DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-XSUM-CREDITS TO WS-RECON-AMT-DISP
           STRING "ACCEPTED TXN CREDITS          : "  DELIMITED BY SIZE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-XSUM-REFUNDS TO WS-RECON-AMT-DISP
           STRING "ACCEPTED TXN REFUNDS          : "  DELIMITED BY SIZE
                  WS-RECON-AMT-DISP    DELIMITED BY SIZE
             INTO CONTROL-LINE
           END-STRING
           WRITE CONTROL-LINE

           MOVE ALL SPACES TO CONTROL-LINE
           MOVE WS-GRAND-CHARGES TO WS-RECON-AMT-DISP
           STRING "STATEMENT GRAND CHARGES       : "  DELIMITED BY SIZE
               PERFORM 7110-WRITE-RECON-BREAK-LINE
           END-IF

           COMPUTE WS-RECON-DIFF =
                   WS-GRAND-REFUNDS - WS-XSUM-REFUNDS
           IF WS-RECON-DIFF NOT = 0
               MOVE "Y" TO WS-RECON-BREAK
               PERFORM 7110-WRITE-RECON-BREAK-LINE
           END-IF

           COMPUTE WS-RECON-DIFF =
                   WS-GRAND-NET
                   - (WS-XSUM-NET + WS-GRAND-SYS-CHARGES
                      - WS-GRAND-PROMO)
           IF WS-RECON-DIFF NOT = 0
               MOVE "Y" TO WS-RECON-BREAK
               PERFORM 7110-WRITE-RECON-BREAK-LINE
           MOVE 0 TO WS-GL-LINES
           IF WS-GL-SUPPRESS = "N"
               PERFORM VARYING WS-GL-BUCKET-SUB FROM 1 BY 1 UNTIL
                               WS-GL-BUCKET-SUB > WS-GL-BUCKET-MAX
                   PERFORM 7240-POST-GL-BUCKET
               END-PERFORM
           END-IF
           CLOSE GLEXTRACT-FILE
           PERFORM 7270-WRITE-GL-HISTORY

           MOVE ALL SPACES TO CONTROL-LINE
           IF WS-GL-SUPPRESS = "Y"
           MOVE WS-GRAND-RETPAY       TO GLB-AMOUNT (12)
           MOVE "BADDEBT"  TO GLB-BUCKET (13)
           MOVE WS-GRAND-BADDEBT      TO GLB-AMOUNT (13)
           MOVE "REFUND"   TO GLB-BUCKET (14)
           MOVE WS-GRAND-REFUNDS      TO GLB-AMOUNT (14)
           MOVE "PROMO"    TO GLB-BUCKET (15)
           MOVE WS-GRAND-PROMO        TO GLB-AMOUNT (15)
           MOVE "RECOVER"  TO GLB-BUCKET (16)
           MOVE WS-GRAND-RECOVER      TO GLB-AMOUNT (16)
           MOVE "AGYCOMM"  TO GLB-BUCKET (17)
           MOVE WS-GRAND-AGYCOMM      TO GLB-AMOUNT (17)
           MOVE "CREDITS"  TO GLB-BUCKET (3)
           MOVE WS-GRAND-CREDITS      TO GLB-AMOUNT (3)
           MOVE "PAYMENTS" TO GLB-BUCKET (4)
      *>   extract is worse than none.
       7230-CHECK-GL-MAP.
           PERFORM VARYING WS-GL-BUCKET-SUB FROM 1 BY 1 UNTIL
                           WS-GL-BUCKET-SUB > WS-GL-BUCKET-MAX
               IF GLB-AMOUNT (WS-GL-BUCKET-SUB) NOT = 0
                   PERFORM 7250-FIND-GL-MAP
                   IF WS-GL-MAP-FOUND NOT = "Y"
           WRITE GLEXTRACT-LINE
           ADD 1 TO WS-GL-LINES.

      *>   The prior history, then this run: one record per bucket
      *>   (zero buckets included, so every run has the full set)
      *>   and the run's closing CUSTBAL, open-item and credit
      *>   totals. GLH-POSTED says whether this run's extract
      *>   actually went to the GL. Nothing is written in a trial.
       7270-WRITE-GL-HISTORY.
           IF WS-TRIAL-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT GLHIST-OUT-FILE
           MOVE "N" TO WS-GLHIST-EOF
           OPEN INPUT GLHIST-FILE
           IF WS-GLHIST-STATUS = "35"
               MOVE "Y" TO WS-GLHIST-EOF
           ELSE
               PERFORM UNTIL WS-GLHIST-EOF = "Y"
                   READ GLHIST-FILE
                       AT END
                           MOVE "Y" TO WS-GLHIST-EOF
                       NOT AT END
                           MOVE ALL SPACES TO GLHIST-OUT-LINE
                           MOVE GLHIST-LINE TO GLHIST-OUT-LINE
                           WRITE GLHIST-OUT-LINE
                   END-READ
               END-PERFORM
               CLOSE GLHIST-FILE
           END-IF
           PERFORM VARYING WS-GL-BUCKET-SUB FROM 1 BY 1 UNTIL
                           WS-GL-BUCKET-SUB > WS-GL-BUCKET-MAX
               MOVE GLB-BUCKET (WS-GL-BUCKET-SUB)
                    TO GLH-KEY OF WS-GLHIST-PARSED
               MOVE GLB-AMOUNT (WS-GL-BUCKET-SUB)
                    TO GLH-AMOUNT OF WS-GLHIST-PARSED
               PERFORM 7275-WRITE-GL-HISTORY-REC
           END-PERFORM
           MOVE "ARCLOSE"  TO GLH-KEY OF WS-GLHIST-PARSED
           MOVE WS-CBO-HASH TO GLH-AMOUNT OF WS-GLHIST-PARSED
           PERFORM 7275-WRITE-GL-HISTORY-REC
           MOVE "OIOPEN"   TO GLH-KEY OF WS-GLHIST-PARSED
           MOVE WS-OIO-HASH TO GLH-AMOUNT OF WS-GLHIST-PARSED
           PERFORM 7275-WRITE-GL-HISTORY-REC
           MOVE "CRONACCT" TO GLH-KEY OF WS-GLHIST-PARSED
           MOVE WS-CRO-HASH TO GLH-AMOUNT OF WS-GLHIST-PARSED
           PERFORM 7275-WRITE-GL-HISTORY-REC
           CLOSE GLHIST-OUT-FILE.

       7275-WRITE-GL-HISTORY-REC.
           MOVE WS-RUN-NO     TO GLH-RUN-NO OF WS-GLHIST-PARSED
           MOVE WS-AS-OF-DATE TO GLH-RUN-DATE OF WS-GLHIST-PARSED
           IF WS-GL-SUPPRESS = "Y"
               MOVE "N" TO GLH-POSTED OF WS-GLHIST-PARSED
           ELSE
               MOVE "Y" TO GLH-POSTED OF WS-GLHIST-PARSED
           END-IF
           MOVE ALL SPACES TO GLHIST-OUT-LINE
           MOVE GLH-REC OF WS-GLHIST-PARSED TO GLHIST-OUT-LINE
           WRITE GLHIST-OUT-LINE.

      *>   On-demand reprint: filters the archive for the requested
      *>   customer and run and regenerates that statement verbatim
      *>   into out/REPRINT.RPT. Read-only against the archive;

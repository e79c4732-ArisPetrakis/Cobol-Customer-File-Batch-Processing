       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND.

      *>--- On-account credit refund run. Overpayments no longer sit
      *>    on the unapplied-cash report: BILSTMT carries them as
      *>    per-customer credits (CREDITS.DAT) and spends them on the
      *>    customer's next statements. A credit nobody has drawn on
      *>    for long enough is owed back to the customer, and this
      *>    program finds them. It runs after BILSTMT and before
      *>    PROMOTE, against the run waiting in out/, and for each
      *>    customer with credit at least data/REFPARM.DAT days old
      *>    (counted from the date the credit arose to the run's
      *>    AS-OF date) writes:
      *>      RF - one refund debit per customer into out/REFTXN.DAT,
      *>           in TXNREC layout, for PROMOTE to carry forward
      *>           like PAYTXN; the next BILSTMT run takes the credit
      *>           back off the ledger and posts the REFUND GL bucket
      *>           (AR / customer refunds payable);
      *>      a check request for accounts payable (out/APCHKREQ.DAT)
      *>           with the payee name and mailing address;
      *>      the refund register (out/REFUND.RPT), credit by credit.
      *>    An account that is no longer active is held on the
      *>    register instead -- BILSTMT would reject its RF -- for a
      *>    person to work by hand. A customer off-cycle when an
      *>    earlier refund was promoted still has that RF waiting on
      *>    the pending file with the credit still on the ledger;
      *>    it is listed as pending and not refunded again. No
      *>    REFPARM.DAT (or 0 days) means refunds are off; the
      *>    outputs are still written, empty, so a stale refund file
      *>    can never be promoted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-IDX-FILE ASSIGN TO "data/CUSTOMER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-CUST-ID
               FILE STATUS IS WS-IDX-STATUS.

      *>   Payee mailing address. Optional: without it the check
      *>   request goes out flagged for AP to address by hand.
           SELECT CUSTADDR-IDX-FILE ASSIGN TO "data/CUSTADDR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDR-STATUS.

      *>   The run being refunded against (last BS record) and the
      *>   live chain, to refuse a run that was already promoted.
           SELECT RUNCTL-OUT-FILE ASSIGN TO "out/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCOUT-STATUS.

           SELECT RUNCTL-DATA-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCDATA-STATUS.

      *>   The on-account credit ledger BILSTMT just wrote.
           SELECT CREDITS-FILE ASSIGN TO "out/CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITS-STATUS.

      *>   Transactions BILSTMT deferred for off-cycle customers; an
      *>   RF here has not yet taken its credit off the ledger.
           SELECT TXNPEND-FILE ASSIGN TO "out/TXNPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNPEND-STATUS.

      *>   Refund parameter: minimum credit age in days on the first
      *>   line (3 digits).
           SELECT REFPARM-FILE ASSIGN TO "data/REFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFPARM-STATUS.

           SELECT REFTXN-OUT-FILE ASSIGN TO "out/REFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APCHK-FILE ASSIGN TO "out/APCHKREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFRPT-FILE ASSIGN TO "out/REFUND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-IDX-FILE.
       01  IDX-CUST-REC.
           05  IDX-CUST-ID         PIC 9(9).
           05  IDX-CUST-NAME       PIC X(20).
           05  IDX-CUST-STATUS     PIC X.
           05  IDX-CUST-PLAN       PIC X(3).
           05  IDX-CUST-CYCLE      PIC 9(2).
           05  IDX-CUST-FIN-EX     PIC X.
           05  IDX-CUST-PARENT-ID  PIC 9(9).
           05  IDX-CUST-TAX-JUR    PIC X(3).
           05  IDX-CUST-PREV-PLAN  PIC X(3).
           05  IDX-CUST-PLAN-CHG-DT PIC 9(8).
           05  FILLER              PIC X(61).

       FD  CUSTADDR-IDX-FILE.
       01  ADR-CUST-REC.
           05  ADR-CUST-ID         PIC 9(9).
           05  ADR-STREET          PIC X(25).
           05  ADR-CITY            PIC X(15).
           05  ADR-STATE           PIC X(2).
           05  ADR-POSTAL          PIC X(9).
           05  ADR-DELIVERY        PIC X.
           05  FILLER              PIC X(59).

       FD  RUNCTL-OUT-FILE.
       01  RUNCTL-OUT-LINE         PIC X(120).

       FD  RUNCTL-DATA-FILE.
       01  RUNCTL-DATA-LINE        PIC X(120).

       FD  CREDITS-FILE.
       01  CREDITS-LINE            PIC X(120).

       FD  TXNPEND-FILE.
       01  TXNPEND-LINE            PIC X(120).

       FD  REFPARM-FILE.
       01  REFPARM-LINE            PIC X(120).

       FD  REFTXN-OUT-FILE.
       01  REFTXN-OUT-LINE         PIC X(120).

       FD  APCHK-FILE.
       01  APCHK-LINE              PIC X(120).

       FD  REFRPT-FILE.
       01  REFRPT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-IDX-STATUS           PIC XX VALUE SPACES.
       77  WS-ADDR-STATUS          PIC XX VALUE SPACES.
       77  WS-RCOUT-STATUS         PIC XX VALUE SPACES.
       77  WS-RCDATA-STATUS        PIC XX VALUE SPACES.
       77  WS-CREDITS-STATUS       PIC XX VALUE SPACES.
       77  WS-REFPARM-STATUS       PIC XX VALUE SPACES.
       77  WS-TXNPEND-STATUS       PIC XX VALUE SPACES.
       77  WS-TP-EOF               PIC X VALUE "N".
       77  WS-RC-EOF               PIC X VALUE "N".
       77  WS-CRD-EOF              PIC X VALUE "N".
       77  WS-ADDR-OPEN            PIC X VALUE "N".
       77  WS-ABORT                PIC X VALUE "N".

       77  WS-REFUND-DAYS          PIC 9(3) VALUE 0.
       77  WS-OUT-BS-FOUND         PIC X VALUE "N".
       77  WS-OUT-BS-RUN           PIC 9(5) VALUE 0.
       77  WS-DATA-BS-FOUND        PIC X VALUE "N".
       77  WS-DATA-BS-RUN          PIC 9(5) VALUE 0.
       77  WS-AS-OF-DATE           PIC 9(8) VALUE 0.
       77  WS-AS-OF-INT            PIC 9(7) VALUE 0.
       77  WS-AGE-DAYS             PIC S9(7) VALUE 0.

       77  WS-CUST-FOUND           PIC X VALUE "N".
       77  WS-ADDR-FOUND           PIC X VALUE "N".
       77  WS-CUST-REFUND          PIC S9(9)V99 VALUE 0.
       77  WS-CUST-AGED            PIC 9(6) VALUE 0.

       77  WS-READ-CRD             PIC 9(9) VALUE 0.
       77  WS-READ-CRD-AMT         PIC S9(11)V99 VALUE 0.
       77  WS-REFUND-CUST          PIC 9(9) VALUE 0.
       77  WS-REFUND-AMT           PIC S9(11)V99 VALUE 0.
       77  WS-HELD-CUST            PIC 9(9) VALUE 0.
       77  WS-HELD-AMT             PIC S9(11)V99 VALUE 0.
       77  WS-NOADDR-CUST          PIC 9(9) VALUE 0.
       77  WS-PENDING-CUST         PIC 9(9) VALUE 0.
       77  WS-PENDING-AMT          PIC S9(11)V99 VALUE 0.
       77  WS-RF-PENDING           PIC X VALUE "N".

       77  WS-AMT-DISP             PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-TOT-DISP             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-DAYS-DISP            PIC ZZZZ9.
       77  WS-HOLD-REASON          PIC X(30) VALUE SPACES.

      *>--- Credits off the ledger, with the distinct customers in
      *>    the order first seen. A customer's aged credits are
      *>    refunded together in one RF and one check.
       77  WS-CRD-COUNT            PIC 9(6) VALUE 0.
       77  WS-CRD-SUB              PIC 9(6) VALUE 0.
       01  WS-CRD-TABLE.
           05  WS-CRD-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CRD-COUNT
               INDEXED BY WS-CRD-IDX.
               10  CRD-CUST-ID      PIC 9(9).
               10  CRD-DATE         PIC 9(8).
               10  CRD-RUN-NO       PIC 9(5).
               10  CRD-AMT-REMAIN   PIC S9(9)V99.
               10  CRD-SOURCE       PIC X(20).
               10  CRD-AGED         PIC X.

       77  WS-RCU-COUNT            PIC 9(6) VALUE 0.
       77  WS-RCU-SUB              PIC 9(6) VALUE 0.
       77  WS-RCU-FOUND            PIC X VALUE "N".
       01  WS-RCU-TABLE.
           05  WS-RCU-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-RCU-COUNT
               INDEXED BY WS-RCU-IDX.
               10  RCU-CUST-ID      PIC 9(9).
               10  RCU-RF-PENDING   PIC X.

      *>--- Copybook-style record layouts for parsing raw files
       01  WS-RUNCTL-PARSED.
           05  RC-REC.
               10  RC-TYPE             PIC X(2).
               10  RC-RUN-NO           PIC 9(5).
               10  RC-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(105).

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

       01  WS-REFPARM-PARSED.
           05  REFP-REC.
               10  REFP-DAYS           PIC 9(3).
               10  FILLER              PIC X(117).

      *>--- Generated transactions go out in the standard TXNREC
      *>    layout so BILSTMT validates them like any other input.
       01  WS-TXN-OUT.
           05  TXN-REC.
               10  TXN-CUST-ID         PIC 9(9).
               10  TXN-DATE            PIC 9(8).
               10  TXN-TYPE            PIC X(2).
               10  TXN-AMOUNT          PIC 9(7)V99.
               10  TXN-DESC            PIC X(20).
               10  TXN-PPA-FLAG        PIC X.
               10  FILLER              PIC X(73).

      *>--- Accounts-payable check request: one per refunded
      *>    customer. CHK-ADDR-FLAG N = no address on file, AP must
      *>    obtain one before the check is cut.
       01  WS-APCHK-OUT.
           05  CHK-REC.
               10  CHK-CUST-ID         PIC 9(9).
               10  CHK-PAYEE           PIC X(20).
               10  CHK-STREET          PIC X(25).
               10  CHK-CITY            PIC X(15).
               10  CHK-STATE           PIC X(2).
               10  CHK-POSTAL          PIC X(9).
               10  CHK-AMOUNT          PIC 9(7)V99.
               10  CHK-DATE            PIC 9(8).
               10  CHK-RUN-NO          PIC 9(5).
               10  CHK-ADDR-FLAG       PIC X.
               10  FILLER              PIC X(17).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-REFUND-PARM
           PERFORM 1200-READ-OUT-RUNCTL
           IF WS-ABORT = "N"
               PERFORM 1250-CHECK-NOT-PROMOTED
           END-IF
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-LOAD-CREDITS
           PERFORM 1400-LOAD-PENDING-REFUNDS
           PERFORM 2000-OPEN-REF-FILES
           IF WS-ABORT = "Y"
               CLOSE REFTXN-OUT-FILE APCHK-FILE REFRPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-REFUND-DAYS > 0
               PERFORM 3000-PROCESS-CUSTOMERS
           END-IF
           PERFORM 5000-WRITE-REFUND-TOTALS
           PERFORM 9000-CLOSE-REF-FILES
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO WS-READ-CRD WS-READ-CRD-AMT
           MOVE 0 TO WS-REFUND-CUST WS-REFUND-AMT
           MOVE 0 TO WS-HELD-CUST WS-HELD-AMT WS-NOADDR-CUST
           MOVE 0 TO WS-PENDING-CUST WS-PENDING-AMT
           MOVE 0 TO WS-CRD-COUNT WS-RCU-COUNT
           MOVE "N" TO WS-ABORT WS-CRD-EOF WS-RC-EOF.

       1100-LOAD-REFUND-PARM.
           MOVE 0 TO WS-REFUND-DAYS
           OPEN INPUT REFPARM-FILE
           IF WS-REFPARM-STATUS = "35"
               DISPLAY "REFUND: NO data/REFPARM.DAT - "
                       "NO CREDITS WILL BE REFUNDED"
           ELSE
               READ REFPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE REFPARM-LINE TO REFP-REC
                            OF WS-REFPARM-PARSED
                       IF REFP-DAYS OF WS-REFPARM-PARSED IS NUMERIC
                           MOVE REFP-DAYS OF WS-REFPARM-PARSED
                                TO WS-REFUND-DAYS
                       END-IF
               END-READ
               CLOSE REFPARM-FILE
           END-IF.

      *>   The run being refunded is the LAST BS record in
      *>   out/RUNCTL.DAT; its run date is the AS-OF date the credit
      *>   ages are measured to and the refund is dated.
       1200-READ-OUT-RUNCTL.
           MOVE "N" TO WS-OUT-BS-FOUND
           OPEN INPUT RUNCTL-OUT-FILE
           IF WS-RCOUT-STATUS = "35"
               DISPLAY "REFUND: NO out/RUNCTL.DAT - "
                       "NO STATEMENT RUN WAITING IN out/"
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RC-EOF
           PERFORM UNTIL WS-RC-EOF = "Y"
               READ RUNCTL-OUT-FILE
                   AT END
                       MOVE "Y" TO WS-RC-EOF
                   NOT AT END
                       MOVE RUNCTL-OUT-LINE TO RC-REC
                            OF WS-RUNCTL-PARSED
                       IF RC-TYPE OF WS-RUNCTL-PARSED = "BS"
                           MOVE "Y" TO WS-OUT-BS-FOUND
                           MOVE RC-RUN-NO OF WS-RUNCTL-PARSED
                                TO WS-OUT-BS-RUN
                           MOVE RC-RUN-DATE OF WS-RUNCTL-PARSED
                                TO WS-AS-OF-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTL-OUT-FILE
           IF WS-OUT-BS-FOUND NOT = "Y"
               DISPLAY "REFUND: NO BS RECORD IN out/RUNCTL.DAT - "
                       "NO STATEMENT RUN WAITING IN out/"
               MOVE "Y" TO WS-ABORT
           ELSE
               COMPUTE WS-AS-OF-INT =
                       FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           END-IF.

      *>   Refunds ride the promotion of the run they were computed
      *>   against. Once that run is live in data/ the refund file
      *>   would miss it and be billed against a ledger the next run
      *>   has already moved -- refuse, the same test PROMOTE makes.
       1250-CHECK-NOT-PROMOTED.
           MOVE "N" TO WS-DATA-BS-FOUND
           MOVE 0 TO WS-DATA-BS-RUN
           OPEN INPUT RUNCTL-DATA-FILE
           IF WS-RCDATA-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RC-EOF
           PERFORM UNTIL WS-RC-EOF = "Y"
               READ RUNCTL-DATA-FILE
                   AT END
                       MOVE "Y" TO WS-RC-EOF
                   NOT AT END
                       MOVE RUNCTL-DATA-LINE TO RC-REC
                            OF WS-RUNCTL-PARSED
                       IF RC-TYPE OF WS-RUNCTL-PARSED = "BS"
                           MOVE "Y" TO WS-DATA-BS-FOUND
                           MOVE RC-RUN-NO OF WS-RUNCTL-PARSED
                                TO WS-DATA-BS-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTL-DATA-FILE
           IF WS-DATA-BS-FOUND = "Y"
              AND WS-DATA-BS-RUN >= WS-OUT-BS-RUN
               DISPLAY "REFUND: RUN " WS-OUT-BS-RUN
                       " ALREADY PROMOTED - REFUND RUN REFUSED"
               MOVE "Y" TO WS-ABORT
           END-IF.

      *>   Loads every credit with money left on it, marking the
      *>   ones old enough to refund.
       1300-LOAD-CREDITS.
           OPEN INPUT CREDITS-FILE
           IF WS-CREDITS-STATUS = "35"
               DISPLAY "REFUND: NO out/CREDITS.DAT - "
                       "NO CREDITS ON ACCOUNT"
               MOVE "Y" TO WS-CRD-EOF
           ELSE
               PERFORM UNTIL WS-CRD-EOF = "Y"
                   READ CREDITS-FILE
                       AT END
                           MOVE "Y" TO WS-CRD-EOF
                       NOT AT END
                           MOVE CREDITS-LINE TO CRF-REC
                                OF WS-CREDITS-PARSED
                           IF CRF-AMT-REMAIN OF WS-CREDITS-PARSED > 0
                               PERFORM 1310-ADD-CREDIT-TO-TABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDITS-FILE
           END-IF.

       1310-ADD-CREDIT-TO-TABLE.
           IF WS-CRD-COUNT >= 100000
               DISPLAY "WARNING: on-account credits exceed table size"
           ELSE
               ADD 1 TO WS-CRD-COUNT
               ADD 1 TO WS-READ-CRD
               ADD CRF-AMT-REMAIN OF WS-CREDITS-PARSED
                   TO WS-READ-CRD-AMT
               MOVE CRF-CUST-ID    OF WS-CREDITS-PARSED
                    TO CRD-CUST-ID    (WS-CRD-COUNT)
               MOVE CRF-DATE       OF WS-CREDITS-PARSED
                    TO CRD-DATE       (WS-CRD-COUNT)
               MOVE CRF-RUN-NO     OF WS-CREDITS-PARSED
                    TO CRD-RUN-NO     (WS-CRD-COUNT)
               MOVE CRF-AMT-REMAIN OF WS-CREDITS-PARSED
                    TO CRD-AMT-REMAIN (WS-CRD-COUNT)
               MOVE CRF-SOURCE     OF WS-CREDITS-PARSED
                    TO CRD-SOURCE     (WS-CRD-COUNT)
               MOVE "N" TO CRD-AGED (WS-CRD-COUNT)
               COMPUTE WS-AGE-DAYS =
                       WS-AS-OF-INT
                       - FUNCTION INTEGER-OF-DATE(
                         CRF-DATE OF WS-CREDITS-PARSED)
               IF WS-REFUND-DAYS > 0
                  AND WS-AGE-DAYS >= WS-REFUND-DAYS
                   MOVE "Y" TO CRD-AGED (WS-CRD-COUNT)
                   PERFORM 1320-NOTE-REFUND-CUSTOMER
               END-IF
           END-IF.

       1320-NOTE-REFUND-CUSTOMER.
           MOVE "N" TO WS-RCU-FOUND
           PERFORM VARYING WS-RCU-SUB FROM 1 BY 1 UNTIL
                           WS-RCU-SUB > WS-RCU-COUNT
                           OR WS-RCU-FOUND = "Y"
               IF RCU-CUST-ID (WS-RCU-SUB) =
                  CRF-CUST-ID OF WS-CREDITS-PARSED
                   MOVE "Y" TO WS-RCU-FOUND
               END-IF
           END-PERFORM
           IF WS-RCU-FOUND = "N"
               IF WS-RCU-COUNT >= 100000
                   DISPLAY "WARNING: refund customers exceed table size"
               ELSE
                   ADD 1 TO WS-RCU-COUNT
                   MOVE CRF-CUST-ID OF WS-CREDITS-PARSED
                        TO RCU-CUST-ID (WS-RCU-COUNT)
                   MOVE "N" TO RCU-RF-PENDING (WS-RCU-COUNT)
               END-IF
           END-IF.

      *>   Marks each refund customer who still has an RF on the
      *>   pending file. Deferred RFs are dated the AS-OF of the run
      *>   that wrote them, so BILSTMT's duplicate check would not
      *>   catch a second one dated this run.
       1400-LOAD-PENDING-REFUNDS.
           IF WS-RCU-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TXNPEND-FILE
           IF WS-TXNPEND-STATUS = "35"
      *>       nothing deferred
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TP-EOF
           PERFORM UNTIL WS-TP-EOF = "Y"
               READ TXNPEND-FILE
                   AT END
                       MOVE "Y" TO WS-TP-EOF
                   NOT AT END
                       MOVE TXNPEND-LINE TO TXN-REC OF WS-TXN-OUT
                       IF TXN-TYPE OF WS-TXN-OUT = "RF"
                           PERFORM 1410-MARK-PENDING-REFUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXNPEND-FILE.

       1410-MARK-PENDING-REFUND.
           PERFORM VARYING WS-RCU-SUB FROM 1 BY 1 UNTIL
                           WS-RCU-SUB > WS-RCU-COUNT
               IF RCU-CUST-ID (WS-RCU-SUB) =
                  TXN-CUST-ID OF WS-TXN-OUT
                   MOVE "Y" TO RCU-RF-PENDING (WS-RCU-SUB)
               END-IF
           END-PERFORM.

       2000-OPEN-REF-FILES.
           OPEN OUTPUT REFTXN-OUT-FILE
                OUTPUT APCHK-FILE
                OUTPUT REFRPT-FILE
           OPEN INPUT CUSTOMER-IDX-FILE
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "REFUND: CANNOT OPEN data/CUSTOMER.IDX "
                       "(STATUS " WS-IDX-STATUS ") - RUN CUSTLOAD"
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ADDR-OPEN
           OPEN INPUT CUSTADDR-IDX-FILE
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN
           END-IF
           MOVE ALL SPACES TO REFRPT-LINE
           MOVE WS-REFUND-DAYS TO WS-DAYS-DISP
           STRING "REFUND REGISTER - RUN " DELIMITED BY SIZE
                  WS-OUT-BS-RUN            DELIMITED BY SIZE
                  " AS OF "                DELIMITED BY SIZE
                  WS-AS-OF-DATE            DELIMITED BY SIZE
                  " - CREDITS "            DELIMITED BY SIZE
                  WS-DAYS-DISP             DELIMITED BY SIZE
                  " DAYS OR OLDER"         DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE
           MOVE ALL SPACES TO REFRPT-LINE
           STRING "ACCOUNT    NAME                 CREDIT DT RUN  "
                  DELIMITED BY SIZE
                  " SOURCE                      AMOUNT  RESULT"
                  DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE.

       9000-CLOSE-REF-FILES.
           CLOSE REFTXN-OUT-FILE APCHK-FILE REFRPT-FILE
                 CUSTOMER-IDX-FILE
           IF WS-ADDR-OPEN = "Y"
               CLOSE CUSTADDR-IDX-FILE
           END-IF.

       3000-PROCESS-CUSTOMERS.
           PERFORM VARYING WS-RCU-SUB FROM 1 BY 1 UNTIL
                           WS-RCU-SUB > WS-RCU-COUNT
               PERFORM 3100-REFUND-ONE-CUSTOMER
           END-PERFORM.

      *>   Lists each aged credit, then either issues the customer's
      *>   refund (RF + check request) or holds it.
       3100-REFUND-ONE-CUSTOMER.
           PERFORM 4100-LOOKUP-CUSTOMER
           MOVE SPACES TO WS-HOLD-REASON
           MOVE RCU-RF-PENDING (WS-RCU-SUB) TO WS-RF-PENDING
           IF WS-RF-PENDING = "Y"
               MOVE "PENDING - RF NOT YET POSTED" TO WS-HOLD-REASON
           ELSE
           IF WS-CUST-FOUND NOT = "Y"
               MOVE "HELD - ACCOUNT NOT FOUND" TO WS-HOLD-REASON
           ELSE
               IF IDX-CUST-STATUS NOT = "A"
                   MOVE "HELD - ACCOUNT NOT ACTIVE" TO WS-HOLD-REASON
               END-IF
           END-IF
           END-IF

           MOVE 0 TO WS-CUST-REFUND WS-CUST-AGED
           PERFORM VARYING WS-CRD-SUB FROM 1 BY 1 UNTIL
                           WS-CRD-SUB > WS-CRD-COUNT
               IF CRD-AGED (WS-CRD-SUB) = "Y"
                  AND CRD-CUST-ID (WS-CRD-SUB) =
                      RCU-CUST-ID (WS-RCU-SUB)
                   ADD 1 TO WS-CUST-AGED
                   ADD CRD-AMT-REMAIN (WS-CRD-SUB) TO WS-CUST-REFUND
                   PERFORM 3800-WRITE-CREDIT-LINE
               END-IF
           END-PERFORM

           IF WS-HOLD-REASON = SPACES
               ADD 1 TO WS-REFUND-CUST
               ADD WS-CUST-REFUND TO WS-REFUND-AMT
               PERFORM 4110-LOOKUP-ADDRESS
               PERFORM 3200-WRITE-REFUND-TXN
               PERFORM 3300-WRITE-CHECK-REQUEST
           ELSE
           IF WS-RF-PENDING = "Y"
               ADD 1 TO WS-PENDING-CUST
               ADD WS-CUST-REFUND TO WS-PENDING-AMT
           ELSE
               ADD 1 TO WS-HELD-CUST
               ADD WS-CUST-REFUND TO WS-HELD-AMT
           END-IF
           END-IF
           PERFORM 3850-WRITE-CUSTOMER-TOTAL.

       4100-LOOKUP-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND
           MOVE RCU-CUST-ID (WS-RCU-SUB) TO IDX-CUST-ID
           READ CUSTOMER-IDX-FILE
               INVALID KEY
                   MOVE SPACES TO IDX-CUST-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUST-FOUND
           END-READ.

       4110-LOOKUP-ADDRESS.
           MOVE "N" TO WS-ADDR-FOUND
           IF WS-ADDR-OPEN = "Y"
               MOVE RCU-CUST-ID (WS-RCU-SUB) TO ADR-CUST-ID
               READ CUSTADDR-IDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ADDR-FOUND
               END-READ
           END-IF.

      *>   The RF is dated the run's AS-OF date, so the next
      *>   statement shows the refund inside its own period.
       3200-WRITE-REFUND-TXN.
           MOVE SPACES TO TXN-REC OF WS-TXN-OUT
           MOVE RCU-CUST-ID (WS-RCU-SUB) TO TXN-CUST-ID OF WS-TXN-OUT
           MOVE WS-AS-OF-DATE TO TXN-DATE OF WS-TXN-OUT
           MOVE "RF" TO TXN-TYPE OF WS-TXN-OUT
           MOVE WS-CUST-REFUND TO TXN-AMOUNT OF WS-TXN-OUT
           MOVE "ON-ACCOUNT REFUND" TO TXN-DESC OF WS-TXN-OUT
      *>   The check goes out now; should the month the RF is dated
      *>   in be closed before BILSTMT posts it, it posts in the
      *>   current period rather than being rejected.
           MOVE "P" TO TXN-PPA-FLAG OF WS-TXN-OUT
           MOVE ALL SPACES TO REFTXN-OUT-LINE
           MOVE TXN-REC OF WS-TXN-OUT TO REFTXN-OUT-LINE
           WRITE REFTXN-OUT-LINE.

       3300-WRITE-CHECK-REQUEST.
           MOVE SPACES TO CHK-REC OF WS-APCHK-OUT
           MOVE RCU-CUST-ID (WS-RCU-SUB) TO CHK-CUST-ID
           MOVE IDX-CUST-NAME  TO CHK-PAYEE
           IF WS-ADDR-FOUND = "Y"
               MOVE ADR-STREET TO CHK-STREET
               MOVE ADR-CITY   TO CHK-CITY
               MOVE ADR-STATE  TO CHK-STATE
               MOVE ADR-POSTAL TO CHK-POSTAL
               MOVE "Y" TO CHK-ADDR-FLAG
           ELSE
               ADD 1 TO WS-NOADDR-CUST
               MOVE "N" TO CHK-ADDR-FLAG
           END-IF
           MOVE WS-CUST-REFUND TO CHK-AMOUNT
           MOVE WS-AS-OF-DATE  TO CHK-DATE
           MOVE WS-OUT-BS-RUN  TO CHK-RUN-NO
           MOVE ALL SPACES TO APCHK-LINE
           MOVE CHK-REC OF WS-APCHK-OUT TO APCHK-LINE
           WRITE APCHK-LINE.

       3800-WRITE-CREDIT-LINE.
           MOVE CRD-AMT-REMAIN (WS-CRD-SUB) TO WS-AMT-DISP
           MOVE ALL SPACES TO REFRPT-LINE
           STRING RCU-CUST-ID (WS-RCU-SUB)    DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  IDX-CUST-NAME               DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  CRD-DATE (WS-CRD-SUB)       DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  CRD-RUN-NO (WS-CRD-SUB)     DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  CRD-SOURCE (WS-CRD-SUB)     DELIMITED BY SIZE
                  WS-AMT-DISP                 DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE.

       3850-WRITE-CUSTOMER-TOTAL.
           MOVE WS-CUST-REFUND TO WS-AMT-DISP
           MOVE ALL SPACES TO REFRPT-LINE
           IF WS-HOLD-REASON = SPACES
               STRING "           ACCOUNT TOTAL "  DELIMITED BY SIZE
                      WS-CUST-AGED                 DELIMITED BY SIZE
                      " CREDIT(S)"                 DELIMITED BY SIZE
                      "                        "   DELIMITED BY SIZE
                      WS-AMT-DISP                  DELIMITED BY SIZE
                      "  REFUNDED"                 DELIMITED BY SIZE
                 INTO REFRPT-LINE
               END-STRING
           ELSE
               STRING "           ACCOUNT TOTAL "  DELIMITED BY SIZE
                      WS-CUST-AGED                 DELIMITED BY SIZE
                      " CREDIT(S)"                 DELIMITED BY SIZE
                      "                        "   DELIMITED BY SIZE
                      WS-AMT-DISP                  DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      WS-HOLD-REASON               DELIMITED BY SIZE
                 INTO REFRPT-LINE
               END-STRING
           END-IF
           WRITE REFRPT-LINE.

       5000-WRITE-REFUND-TOTALS.
           MOVE ALL SPACES TO REFRPT-LINE
           WRITE REFRPT-LINE

           MOVE ALL SPACES TO REFRPT-LINE
           STRING "REFUND CONTROL TOTALS" DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE

           MOVE ALL SPACES TO REFRPT-LINE
           MOVE WS-READ-CRD-AMT TO WS-TOT-DISP
           STRING "CREDITS ON ACCOUNT  : " DELIMITED BY SIZE
                  WS-READ-CRD              DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE

           MOVE ALL SPACES TO REFRPT-LINE
           MOVE WS-REFUND-AMT TO WS-TOT-DISP
           STRING "ACCOUNTS REFUNDED   : " DELIMITED BY SIZE
                  WS-REFUND-CUST           DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE

           MOVE ALL SPACES TO REFRPT-LINE
           MOVE WS-HELD-AMT TO WS-TOT-DISP
           STRING "ACCOUNTS HELD       : " DELIMITED BY SIZE
                  WS-HELD-CUST             DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE

           MOVE ALL SPACES TO REFRPT-LINE
           MOVE WS-PENDING-AMT TO WS-TOT-DISP
           STRING "ACCOUNTS RF PENDING : " DELIMITED BY SIZE
                  WS-PENDING-CUST          DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE

           MOVE ALL SPACES TO REFRPT-LINE
           STRING "CHECKS W/O ADDRESS  : " DELIMITED BY SIZE
                  WS-NOADDR-CUST           DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE

           MOVE ALL SPACES TO REFRPT-LINE
           STRING "CHECK REQUESTS      : "
                  DELIMITED BY SIZE
                  "out/APCHKREQ.DAT (send to accounts payable)"
                  DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE

           MOVE ALL SPACES TO REFRPT-LINE
           STRING "REFUND TXNS WRITTEN : "
                  DELIMITED BY SIZE
                  "out/REFTXN.DAT (promoted with this run)"
                  DELIMITED BY SIZE
             INTO REFRPT-LINE
           END-STRING
           WRITE REFRPT-LINE.

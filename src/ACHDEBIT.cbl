       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDEBIT.

      *>--- Autopay direct-debit origination. Customers enrolled
      *>    through CUSTMAINT's E action (data/AUTOPAY.IDX) are not
      *>    sent a remit slip; instead their statement balance is
      *>    pulled from their bank on its due date. This program
      *>    runs after BILSTMT and before PROMOTE, against the open
      *>    items the run waiting in out/ just carried (so a check
      *>    that arrived in that run is not debited again), and for
      *>    every enrolled, active customer with open items due on
      *>    or before the debit date and still owing (so an item
      *>    whose due date fell on a day nobody ran this is pulled
      *>    on the next run) writes:
      *>      a bank debit entry into the origination file
      *>           (out/ACHDEBIT.DAT): one header, one entry per
      *>           customer, one trailer with the entry count, the
      *>           total amount and the routing-number hash the bank
      *>           balances the file on;
      *>      PY - one payment per customer into out/ACHTXN.DAT, in
      *>           TXNREC layout, for PROMOTE to carry forward like
      *>           PAYTXN. Its description ("ACH", debit date, trace)
      *>           is the reference the bank sends back on a return,
      *>           which is how BANKRET finds the debit it reverses;
      *>      the origination register (out/ACHDEBIT.RPT).
      *>    The debit date is today unless DATE=YYYYMMDD is given on
      *>    the command line. An enrollment dropped for returns, a
      *>    customer no longer active, or one whose earlier debit is
      *>    still waiting on the pending file (off-cycle, so its PY
      *>    has not yet retired the items), is listed as skipped. No
      *>    data/ACHPARM.DAT means origination is off; the outputs
      *>    are still written, empty, so a stale debit file can
      *>    never be promoted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-IDX-FILE ASSIGN TO "data/CUSTOMER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IDX-CUST-ID
               FILE STATUS IS WS-IDX-STATUS.

      *>   Enrollments. No file means nobody is enrolled yet.
           SELECT AUTOPAY-IDX-FILE ASSIGN TO "data/AUTOPAY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-APY-STATUS.

      *>   The run the debits ride with (last BS record) and the
      *>   live chain, to refuse a run that was already promoted.
           SELECT RUNCTL-OUT-FILE ASSIGN TO "out/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCOUT-STATUS.

           SELECT RUNCTL-DATA-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCDATA-STATUS.

      *>   The open items BILSTMT just carried.
           SELECT OPENITEM-FILE ASSIGN TO "out/OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENITEM-STATUS.

      *>   Origination parameters: returned-debit limit (BANKRET),
      *>   company id and company name for the file header.
           SELECT ACHPARM-FILE ASSIGN TO "data/ACHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPARM-STATUS.

      *>   Transactions BILSTMT deferred for off-cycle customers; an
      *>   ACH PY here has been collected but not yet applied.
           SELECT TXNPEND-FILE ASSIGN TO "out/TXNPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNPEND-STATUS.

           SELECT ACHFILE-OUT-FILE ASSIGN TO "out/ACHDEBIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACHTXN-OUT-FILE ASSIGN TO "out/ACHTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACHRPT-FILE ASSIGN TO "out/ACHDEBIT.RPT"
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

       FD  AUTOPAY-IDX-FILE.
       01  APY-REC.
           05  APY-CUST-ID         PIC 9(9).
           05  APY-ROUTING         PIC X(9).
           05  APY-ACCOUNT         PIC X(17).
           05  APY-ACCT-TYPE       PIC X.
           05  APY-MANDATE-DT      PIC 9(8).
           05  APY-STATUS          PIC X.
           05  APY-RETURNS         PIC 9(2).
           05  FILLER              PIC X(73).

       FD  RUNCTL-OUT-FILE.
       01  RUNCTL-OUT-LINE         PIC X(120).

       FD  RUNCTL-DATA-FILE.
       01  RUNCTL-DATA-LINE        PIC X(120).

       FD  OPENITEM-FILE.
       01  OPENITEM-LINE           PIC X(120).

       FD  ACHPARM-FILE.
       01  ACHPARM-LINE            PIC X(120).

       FD  ACHFILE-OUT-FILE.
       01  ACHFILE-OUT-LINE        PIC X(120).

       FD  TXNPEND-FILE.
       01  TXNPEND-LINE            PIC X(120).

       FD  ACHTXN-OUT-FILE.
       01  ACHTXN-OUT-LINE         PIC X(120).

       FD  ACHRPT-FILE.
       01  ACHRPT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-IDX-STATUS           PIC XX VALUE SPACES.
       77  WS-APY-STATUS           PIC XX VALUE SPACES.
       77  WS-RCOUT-STATUS         PIC XX VALUE SPACES.
       77  WS-RCDATA-STATUS        PIC XX VALUE SPACES.
       77  WS-OPENITEM-STATUS      PIC XX VALUE SPACES.
       77  WS-ACHPARM-STATUS       PIC XX VALUE SPACES.
       77  WS-TXNPEND-STATUS       PIC XX VALUE SPACES.
       77  WS-TP-EOF               PIC X VALUE "N".
       77  WS-RC-EOF               PIC X VALUE "N".
       77  WS-OI-EOF               PIC X VALUE "N".
       77  WS-APY-OPEN             PIC X VALUE "N".
       77  WS-ABORT                PIC X VALUE "N".
       77  WS-ACH-ON               PIC X VALUE "N".

       77  WS-CMD-ARG              PIC X(80) VALUE SPACES.
       77  WS-DEBIT-DATE           PIC 9(8) VALUE 0.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-OUT-BS-FOUND         PIC X VALUE "N".
       77  WS-OUT-BS-RUN           PIC 9(5) VALUE 0.
       77  WS-DATA-BS-FOUND        PIC X VALUE "N".
       77  WS-DATA-BS-RUN          PIC 9(5) VALUE 0.

       77  WS-CUST-FOUND           PIC X VALUE "N".
       77  WS-APY-FOUND            PIC X VALUE "N".
       77  WS-SKIP-REASON          PIC X(30) VALUE SPACES.
       77  WS-TRACE-NO             PIC 9(7) VALUE 0.

       77  WS-READ-OI              PIC 9(9) VALUE 0.
       77  WS-DUE-OI               PIC 9(9) VALUE 0.
       77  WS-DEBIT-CUST           PIC 9(9) VALUE 0.
       77  WS-DEBIT-AMT            PIC S9(11)V99 VALUE 0.
       77  WS-SKIP-CUST            PIC 9(9) VALUE 0.
       77  WS-SKIP-AMT             PIC S9(11)V99 VALUE 0.
       77  WS-ROUTING-HASH         PIC 9(10) VALUE 0.
       77  WS-ROUTING-8            PIC 9(8) VALUE 0.

       77  WS-AMT-DISP             PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-TOT-DISP             PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *>--- Customers with open items due by the debit date, in the
      *>    order first seen, with the total due. Anything not on
      *>    autopay simply drops out at the enrollment read.
       77  WS-DCU-COUNT            PIC 9(6) VALUE 0.
       77  WS-DCU-SUB              PIC 9(6) VALUE 0.
       77  WS-DCU-FOUND            PIC X VALUE "N".
       01  WS-DCU-TABLE.
           05  WS-DCU-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-DCU-COUNT
               INDEXED BY WS-DCU-IDX.
               10  DCU-CUST-ID      PIC 9(9).
               10  DCU-ITEMS        PIC 9(4).
               10  DCU-AMOUNT       PIC S9(9)V99.
               10  DCU-PENDING      PIC X.

      *>--- Copybook-style record layouts for parsing raw files
       01  WS-RUNCTL-PARSED.
           05  RC-REC.
               10  RC-TYPE             PIC X(2).
               10  RC-RUN-NO           PIC 9(5).
               10  RC-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(105).

       01  WS-OPENITEM-PARSED.
           05  OIF-REC.
               10  OIF-CUST-ID         PIC 9(9).
               10  OIF-RUN-NO          PIC 9(5).
               10  OIF-STMT-DATE       PIC 9(8).
               10  OIF-DUE-DATE        PIC 9(8).
               10  OIF-AMT-DUE         PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  OIF-AMT-REMAIN      PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(66).

      *>   Cols 1-2 returned-debit limit (read by BANKRET), 3-12
      *>   originator company id, 13-28 company name.
       01  WS-ACHPARM-PARSED.
           05  ACHP-REC.
               10  ACHP-RETURN-LIMIT   PIC 9(2).
               10  ACHP-COMPANY-ID     PIC X(10).
               10  ACHP-COMPANY-NAME   PIC X(16).
               10  FILLER              PIC X(92).

      *>--- Origination file: H header, D entry per customer, T
      *>    trailer. The routing hash is the sum of the first eight
      *>    digits of every entry's routing number, kept to ten
      *>    digits, as the bank recomputes it.
       01  WS-ACH-HEADER.
           05  ACHH-REC.
               10  ACHH-TYPE           PIC X.
               10  ACHH-COMPANY-ID     PIC X(10).
               10  ACHH-COMPANY-NAME   PIC X(16).
               10  ACHH-EFFECTIVE-DT   PIC 9(8).
               10  ACHH-CREATED-DT     PIC 9(8).
               10  ACHH-RUN-NO         PIC 9(5).
               10  FILLER              PIC X(72).

       01  WS-ACH-DETAIL.
           05  ACHD-REC.
               10  ACHD-TYPE           PIC X.
               10  ACHD-ROUTING        PIC X(9).
               10  ACHD-ACCOUNT        PIC X(17).
               10  ACHD-ACCT-TYPE      PIC X.
               10  ACHD-AMOUNT         PIC 9(7)V99.
               10  ACHD-CUST-ID        PIC 9(9).
               10  ACHD-NAME           PIC X(20).
               10  ACHD-TRACE          PIC 9(7).
               10  FILLER              PIC X(47).

       01  WS-ACH-TRAILER.
           05  ACHT-REC.
               10  ACHT-TYPE           PIC X.
               10  ACHT-ENTRY-COUNT    PIC 9(6).
               10  ACHT-TOTAL-AMOUNT   PIC 9(9)V99.
               10  ACHT-ROUTING-HASH   PIC 9(10).
               10  FILLER              PIC X(92).

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

      *>   "ACH" + debit date + trace: the reference on the bank
      *>   entry and on any return of it.
       01  WS-ACH-REF.
           05  FILLER                  PIC X(3) VALUE "ACH".
           05  WS-ACH-REF-DATE         PIC 9(8).
           05  WS-ACH-REF-TRACE        PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-GET-DEBIT-DATE
           PERFORM 1100-LOAD-ACH-PARM
           IF WS-ABORT = "N"
               PERFORM 1200-READ-OUT-RUNCTL
           END-IF
           IF WS-ABORT = "N"
               PERFORM 1250-CHECK-NOT-PROMOTED
           END-IF
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ACH-ON = "Y"
               PERFORM 1300-LOAD-DUE-ITEMS
               PERFORM 1400-LOAD-PENDING-DEBITS
           END-IF
           PERFORM 2000-OPEN-ACH-FILES
           IF WS-ABORT = "Y"
               CLOSE ACHFILE-OUT-FILE ACHTXN-OUT-FILE ACHRPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ACH-ON = "Y"
               PERFORM 3000-PROCESS-CUSTOMERS
           END-IF
           PERFORM 4000-WRITE-ACH-TRAILER
           PERFORM 5000-WRITE-ACH-TOTALS
           PERFORM 9000-CLOSE-ACH-FILES
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO WS-READ-OI WS-DUE-OI
           MOVE 0 TO WS-DEBIT-CUST WS-DEBIT-AMT
           MOVE 0 TO WS-SKIP-CUST WS-SKIP-AMT
           MOVE 0 TO WS-DCU-COUNT WS-TRACE-NO WS-ROUTING-HASH
           MOVE "N" TO WS-ABORT WS-OI-EOF WS-RC-EOF WS-ACH-ON.

      *>   DATE=YYYYMMDD (or the bare eight digits) sets the debit
      *>   (effective) date; otherwise it is today. Items due by
      *>   that date are pulled.
       1050-GET-DEBIT-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DEBIT-DATE
           MOVE SPACES TO WS-CMD-ARG
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           IF WS-CMD-ARG (1:5) = "DATE="
               MOVE WS-CMD-ARG (6:75) TO WS-CMD-ARG
           END-IF
           IF WS-CMD-ARG NOT = SPACES
               IF WS-CMD-ARG (1:8) IS NUMERIC
                  AND WS-CMD-ARG (9:72) = SPACES
                   MOVE WS-CMD-ARG (1:8) TO WS-DEBIT-DATE
               ELSE
                   DISPLAY "ACHDEBIT: INVALID DEBIT DATE ("
                           WS-CMD-ARG (1:20)
                           ") - USE DATE=YYYYMMDD"
                   MOVE "Y" TO WS-ABORT
               END-IF
           END-IF.

       1100-LOAD-ACH-PARM.
           MOVE SPACES TO ACHP-REC OF WS-ACHPARM-PARSED
           OPEN INPUT ACHPARM-FILE
           IF WS-ACHPARM-STATUS = "35"
               DISPLAY "ACHDEBIT: NO data/ACHPARM.DAT - "
                       "NO DEBITS WILL BE ORIGINATED"
           ELSE
               READ ACHPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACHPARM-LINE TO ACHP-REC
                            OF WS-ACHPARM-PARSED
                       IF ACHP-COMPANY-ID OF WS-ACHPARM-PARSED
                          NOT = SPACES
                           MOVE "Y" TO WS-ACH-ON
                       END-IF
               END-READ
               CLOSE ACHPARM-FILE
           END-IF.

      *>   The debits ride the promotion of the last BS run in
      *>   out/RUNCTL.DAT; its open items are the ones debited.
       1200-READ-OUT-RUNCTL.
           MOVE "N" TO WS-OUT-BS-FOUND
           OPEN INPUT RUNCTL-OUT-FILE
           IF WS-RCOUT-STATUS = "35"
               DISPLAY "ACHDEBIT: NO out/RUNCTL.DAT - "
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTL-OUT-FILE
           IF WS-OUT-BS-FOUND NOT = "Y"
               DISPLAY "ACHDEBIT: NO BS RECORD IN out/RUNCTL.DAT - "
                       "NO STATEMENT RUN WAITING IN out/"
               MOVE "Y" TO WS-ABORT
           END-IF.

      *>   Same refusal as REFUND: once the run is live in data/ the
      *>   debit file would miss the promote and never post.
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
               DISPLAY "ACHDEBIT: RUN " WS-OUT-BS-RUN
                       " ALREADY PROMOTED - DEBIT RUN REFUSED"
               MOVE "Y" TO WS-ABORT
           END-IF.

      *>   Totals each customer's open items due on or before the
      *>   debit date that still have money owing. An item already
      *>   debited is retired once its PY posts, and drops out.
       1300-LOAD-DUE-ITEMS.
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS = "35"
               DISPLAY "ACHDEBIT: NO out/OPENITEM.DAT - "
                       "NO OPEN ITEMS"
               MOVE "Y" TO WS-OI-EOF
           ELSE
               PERFORM UNTIL WS-OI-EOF = "Y"
                   READ OPENITEM-FILE
                       AT END
                           MOVE "Y" TO WS-OI-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-OI
                           MOVE OPENITEM-LINE TO OIF-REC
                                OF WS-OPENITEM-PARSED
                           IF OIF-DUE-DATE OF WS-OPENITEM-PARSED
                              <= WS-DEBIT-DATE
                              AND OIF-AMT-REMAIN
                                  OF WS-OPENITEM-PARSED > 0
                               PERFORM 1310-ADD-DUE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPENITEM-FILE
           END-IF.

       1310-ADD-DUE-ITEM.
           ADD 1 TO WS-DUE-OI
           MOVE "N" TO WS-DCU-FOUND
           PERFORM VARYING WS-DCU-SUB FROM 1 BY 1 UNTIL
                           WS-DCU-SUB > WS-DCU-COUNT
                           OR WS-DCU-FOUND = "Y"
               IF DCU-CUST-ID (WS-DCU-SUB) =
                  OIF-CUST-ID OF WS-OPENITEM-PARSED
                   MOVE "Y" TO WS-DCU-FOUND
                   ADD 1 TO DCU-ITEMS (WS-DCU-SUB)
                   ADD OIF-AMT-REMAIN OF WS-OPENITEM-PARSED
                       TO DCU-AMOUNT (WS-DCU-SUB)
               END-IF
           END-PERFORM
           IF WS-DCU-FOUND = "N"
               IF WS-DCU-COUNT >= 100000
                   DISPLAY "WARNING: debit customers exceed table size"
               ELSE
                   ADD 1 TO WS-DCU-COUNT
                   MOVE OIF-CUST-ID OF WS-OPENITEM-PARSED
                        TO DCU-CUST-ID (WS-DCU-COUNT)
                   MOVE 1 TO DCU-ITEMS (WS-DCU-COUNT)
                   MOVE "N" TO DCU-PENDING (WS-DCU-COUNT)
                   MOVE OIF-AMT-REMAIN OF WS-OPENITEM-PARSED
                        TO DCU-AMOUNT (WS-DCU-COUNT)
               END-IF
           END-IF.

      *>   An earlier debit's PY deferred for an off-cycle customer
      *>   has not yet retired the items it paid; they still look
      *>   due, and must not be pulled a second time.
       1400-LOAD-PENDING-DEBITS.
           IF WS-DCU-COUNT = 0
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
                       IF TXN-TYPE OF WS-TXN-OUT = "PY"
                          AND TXN-DESC OF WS-TXN-OUT (1:3) = "ACH"
                           PERFORM 1410-MARK-PENDING-DEBIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TXNPEND-FILE.

       1410-MARK-PENDING-DEBIT.
           PERFORM VARYING WS-DCU-SUB FROM 1 BY 1 UNTIL
                           WS-DCU-SUB > WS-DCU-COUNT
               IF DCU-CUST-ID (WS-DCU-SUB) =
                  TXN-CUST-ID OF WS-TXN-OUT
                   MOVE "Y" TO DCU-PENDING (WS-DCU-SUB)
               END-IF
           END-PERFORM.

       2000-OPEN-ACH-FILES.
           OPEN OUTPUT ACHFILE-OUT-FILE
                OUTPUT ACHTXN-OUT-FILE
                OUTPUT ACHRPT-FILE
           OPEN INPUT CUSTOMER-IDX-FILE
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "ACHDEBIT: CANNOT OPEN data/CUSTOMER.IDX "
                       "(STATUS " WS-IDX-STATUS ") - RUN CUSTLOAD"
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-APY-OPEN
           OPEN INPUT AUTOPAY-IDX-FILE
           IF WS-APY-STATUS = "00"
               MOVE "Y" TO WS-APY-OPEN
           END-IF

           MOVE SPACES TO ACHH-REC OF WS-ACH-HEADER
           MOVE "H" TO ACHH-TYPE
           MOVE ACHP-COMPANY-ID OF WS-ACHPARM-PARSED
                TO ACHH-COMPANY-ID
           MOVE ACHP-COMPANY-NAME OF WS-ACHPARM-PARSED
                TO ACHH-COMPANY-NAME
           MOVE WS-DEBIT-DATE TO ACHH-EFFECTIVE-DT
           MOVE WS-TODAY      TO ACHH-CREATED-DT
           MOVE WS-OUT-BS-RUN TO ACHH-RUN-NO
           MOVE ALL SPACES TO ACHFILE-OUT-LINE
           MOVE ACHH-REC OF WS-ACH-HEADER TO ACHFILE-OUT-LINE
           WRITE ACHFILE-OUT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           STRING "AUTOPAY DEBIT REGISTER - DEBIT DATE "
                  DELIMITED BY SIZE
                  WS-DEBIT-DATE            DELIMITED BY SIZE
                  " - WITH RUN "           DELIMITED BY SIZE
                  WS-OUT-BS-RUN            DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE
           MOVE ALL SPACES TO ACHRPT-LINE
           STRING "ACCOUNT    NAME                 ROUTING   "
                  DELIMITED BY SIZE
                  "ITEMS  TRACE            AMOUNT  RESULT"
                  DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE.

       9000-CLOSE-ACH-FILES.
           CLOSE ACHFILE-OUT-FILE ACHTXN-OUT-FILE ACHRPT-FILE
                 CUSTOMER-IDX-FILE
           IF WS-APY-OPEN = "Y"
               CLOSE AUTOPAY-IDX-FILE
           END-IF.

       3000-PROCESS-CUSTOMERS.
           PERFORM VARYING WS-DCU-SUB FROM 1 BY 1 UNTIL
                           WS-DCU-SUB > WS-DCU-COUNT
               PERFORM 3100-DEBIT-ONE-CUSTOMER
           END-PERFORM.

      *>   A customer not enrolled is silently not ours; an enrolled
      *>   one is either debited or listed as skipped with the
      *>   reason, for collections to chase the old way.
       3100-DEBIT-ONE-CUSTOMER.
           PERFORM 4200-LOOKUP-AUTOPAY
           IF WS-APY-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-LOOKUP-CUSTOMER
           MOVE SPACES TO WS-SKIP-REASON
           IF APY-STATUS NOT = "A"
               MOVE "SKIPPED - ENROLLMENT DROPPED" TO WS-SKIP-REASON
           ELSE
               IF WS-CUST-FOUND NOT = "Y"
                   MOVE "SKIPPED - ACCOUNT NOT FOUND" TO WS-SKIP-REASON
               ELSE
                   IF IDX-CUST-STATUS NOT = "A"
                       MOVE "SKIPPED - ACCOUNT NOT ACTIVE"
                            TO WS-SKIP-REASON
                   ELSE
                       IF DCU-PENDING (WS-DCU-SUB) = "Y"
                           MOVE "SKIPPED - PRIOR DEBIT PENDING"
                                TO WS-SKIP-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               ADD 1 TO WS-TRACE-NO
               ADD 1 TO WS-DEBIT-CUST
               ADD DCU-AMOUNT (WS-DCU-SUB) TO WS-DEBIT-AMT
               MOVE WS-DEBIT-DATE TO WS-ACH-REF-DATE
               MOVE WS-TRACE-NO   TO WS-ACH-REF-TRACE
               PERFORM 3200-WRITE-DEBIT-ENTRY
               PERFORM 3300-WRITE-PAYMENT-TXN
           ELSE
               ADD 1 TO WS-SKIP-CUST
               ADD DCU-AMOUNT (WS-DCU-SUB) TO WS-SKIP-AMT
           END-IF
           PERFORM 3800-WRITE-REGISTER-LINE.

       4100-LOOKUP-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND
           MOVE DCU-CUST-ID (WS-DCU-SUB) TO IDX-CUST-ID
           READ CUSTOMER-IDX-FILE
               INVALID KEY
                   MOVE SPACES TO IDX-CUST-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUST-FOUND
           END-READ.

       4200-LOOKUP-AUTOPAY.
           MOVE "N" TO WS-APY-FOUND
           IF WS-APY-OPEN = "Y"
               MOVE DCU-CUST-ID (WS-DCU-SUB) TO APY-CUST-ID
               READ AUTOPAY-IDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-APY-FOUND
               END-READ
           END-IF.

       3200-WRITE-DEBIT-ENTRY.
           MOVE SPACES TO ACHD-REC OF WS-ACH-DETAIL
           MOVE "D"                      TO ACHD-TYPE
           MOVE APY-ROUTING              TO ACHD-ROUTING
           MOVE APY-ACCOUNT              TO ACHD-ACCOUNT
           MOVE APY-ACCT-TYPE            TO ACHD-ACCT-TYPE
           MOVE DCU-AMOUNT (WS-DCU-SUB)  TO ACHD-AMOUNT
           MOVE DCU-CUST-ID (WS-DCU-SUB) TO ACHD-CUST-ID
           MOVE IDX-CUST-NAME            TO ACHD-NAME
           MOVE WS-TRACE-NO              TO ACHD-TRACE
           IF APY-ROUTING (1:8) IS NUMERIC
               MOVE APY-ROUTING (1:8) TO WS-ROUTING-8
               ADD WS-ROUTING-8 TO WS-ROUTING-HASH
           END-IF
           MOVE ALL SPACES TO ACHFILE-OUT-LINE
           MOVE ACHD-REC OF WS-ACH-DETAIL TO ACHFILE-OUT-LINE
           WRITE ACHFILE-OUT-LINE.

      *>   The PY is dated the debit date, so it lands in the
      *>   statement period the money actually moved in.
       3300-WRITE-PAYMENT-TXN.
           MOVE SPACES TO TXN-REC OF WS-TXN-OUT
           MOVE DCU-CUST-ID (WS-DCU-SUB) TO TXN-CUST-ID OF WS-TXN-OUT
           MOVE WS-DEBIT-DATE TO TXN-DATE OF WS-TXN-OUT
           MOVE "PY" TO TXN-TYPE OF WS-TXN-OUT
           MOVE DCU-AMOUNT (WS-DCU-SUB) TO TXN-AMOUNT OF WS-TXN-OUT
           MOVE WS-ACH-REF TO TXN-DESC OF WS-TXN-OUT
      *>   The money has moved; should the month it is dated in be
      *>   closed before BILSTMT posts it, it posts in the current
      *>   period rather than being rejected.
           MOVE "P" TO TXN-PPA-FLAG OF WS-TXN-OUT
           MOVE ALL SPACES TO ACHTXN-OUT-LINE
           MOVE TXN-REC OF WS-TXN-OUT TO ACHTXN-OUT-LINE
           WRITE ACHTXN-OUT-LINE.

      *>   Trailer even on an empty run, so the bank always gets a
      *>   balanced file.
       4000-WRITE-ACH-TRAILER.
           MOVE SPACES TO ACHT-REC OF WS-ACH-TRAILER
           MOVE "T"             TO ACHT-TYPE
           MOVE WS-DEBIT-CUST   TO ACHT-ENTRY-COUNT
           MOVE WS-DEBIT-AMT    TO ACHT-TOTAL-AMOUNT
           MOVE WS-ROUTING-HASH TO ACHT-ROUTING-HASH
           MOVE ALL SPACES TO ACHFILE-OUT-LINE
           MOVE ACHT-REC OF WS-ACH-TRAILER TO ACHFILE-OUT-LINE
           WRITE ACHFILE-OUT-LINE.

       3800-WRITE-REGISTER-LINE.
           MOVE DCU-AMOUNT (WS-DCU-SUB) TO WS-AMT-DISP
           MOVE ALL SPACES TO ACHRPT-LINE
           IF WS-SKIP-REASON = SPACES
               STRING DCU-CUST-ID (WS-DCU-SUB)    DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      IDX-CUST-NAME               DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      APY-ROUTING                 DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      DCU-ITEMS (WS-DCU-SUB)      DELIMITED BY SIZE
                      "   "                       DELIMITED BY SIZE
                      WS-TRACE-NO                 DELIMITED BY SIZE
                      WS-AMT-DISP                 DELIMITED BY SIZE
                      "  DEBITED"                 DELIMITED BY SIZE
                 INTO ACHRPT-LINE
               END-STRING
           ELSE
               STRING DCU-CUST-ID (WS-DCU-SUB)    DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      IDX-CUST-NAME               DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      APY-ROUTING                 DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      DCU-ITEMS (WS-DCU-SUB)      DELIMITED BY SIZE
                      "          "                DELIMITED BY SIZE
                      WS-AMT-DISP                 DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      WS-SKIP-REASON              DELIMITED BY SIZE
                 INTO ACHRPT-LINE
               END-STRING
           END-IF
           WRITE ACHRPT-LINE.

       5000-WRITE-ACH-TOTALS.
           MOVE ALL SPACES TO ACHRPT-LINE
           WRITE ACHRPT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           STRING "AUTOPAY DEBIT CONTROL TOTALS" DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           STRING "OPEN ITEMS READ     : " DELIMITED BY SIZE
                  WS-READ-OI               DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           STRING "ITEMS DUE BY DATE   : " DELIMITED BY SIZE
                  WS-DUE-OI                DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           MOVE WS-DEBIT-AMT TO WS-TOT-DISP
           STRING "ACCOUNTS DEBITED    : " DELIMITED BY SIZE
                  WS-DEBIT-CUST            DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           MOVE WS-SKIP-AMT TO WS-TOT-DISP
           STRING "ACCOUNTS SKIPPED    : " DELIMITED BY SIZE
                  WS-SKIP-CUST             DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           STRING "ROUTING HASH        : " DELIMITED BY SIZE
                  WS-ROUTING-HASH          DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           STRING "BANK DEBIT FILE     : "
                  DELIMITED BY SIZE
                  "out/ACHDEBIT.DAT (transmit to the bank)"
                  DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE

           MOVE ALL SPACES TO ACHRPT-LINE
           STRING "PAYMENT TXNS WRITTEN: "
                  DELIMITED BY SIZE
                  "out/ACHTXN.DAT (promoted with this run)"
                  DELIMITED BY SIZE
             INTO ACHRPT-LINE
           END-STRING
           WRITE ACHRPT-LINE.

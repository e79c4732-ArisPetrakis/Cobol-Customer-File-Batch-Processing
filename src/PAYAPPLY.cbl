      *>    transactions to out/PAYTXN.DAT for the operator to
      *>    promote ahead of the next BILSTMT run. Payments that
      *>    cannot be applied (unknown account, inactive account,
      *>    zero amount) are listed on the unapplied-cash report
      *>    with the reason, so cash reconciliation no longer has to
      *>    untangle payments from hand-keyed CR lines. A payment
      *>    for more than the account owes is still posted in full:
      *>    the excess goes on account as a customer credit (carried
      *>    by BILSTMT in CREDITS.DAT) and is shown on the
      *>    application detail report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-UNAPPLIED-PAY        PIC 9(9) VALUE 0.
       77  WS-APPLIED-AMT          PIC S9(11)V99 VALUE 0.
       77  WS-UNAPPLIED-AMT        PIC S9(11)V99 VALUE 0.
       77  WS-ONACCT-PAY           PIC 9(9) VALUE 0.
       77  WS-ONACCT-AMT           PIC S9(11)V99 VALUE 0.
       77  WS-ONACCT-EXCESS        PIC S9(9)V99 VALUE 0.

       77  WS-FOUND                PIC X VALUE "N".
       77  WS-BAL-FOUND            PIC X VALUE "N".
      *>    remaining balance) as one PY transaction per child, so the
      *>    children's statements and balances absorb the cash while
      *>    AP keeps writing one check. Whatever cannot be absorbed
      *>    posts to the parent's own account and goes on account.
       77  WS-MASTER-EOF           PIC X VALUE "N".
       77  WS-KID-COUNT            PIC 9(6) VALUE 0.
       77  WS-KID-SUB              PIC 9(6) VALUE 0.
      *>    binary-search it. The balance declines as payments apply
      *>    so a second payment against the same account checks
      *>    against what is still owed, not the opening balance. A
      *>    customer with no balance row owes nothing, so all of a
      *>    payment for one goes on account.
       77  WS-BAL-COUNT            PIC 9(6) VALUE 0.
       01  WS-BAL-TABLE.
           05  WS-BAL-ENTRY OCCURS 1 TO 200000 TIMES
      *>--- Matched payments go out in the standard TXNREC layout
      *>    with type PY, so BILSTMT bills them like any other
      *>    transaction while keeping real cash distinct from CR.
      *>    The cash is in the bank: each PY is flagged a prior-
      *>    period adjustment, so a check dated in a month already
      *>    closed posts in the current period instead of being
      *>    rejected.
       01  WS-TXN-OUT.
           05  TXN-REC.
               10  TXN-CUST-ID         PIC 9(9).
               10  TXN-TYPE            PIC X(2).
               10  TXN-AMOUNT          PIC 9(7)V99.
               10  TXN-DESC            PIC X(20).
               10  TXN-PPA-FLAG        PIC X.
               10  FILLER              PIC X(73).

       01  WS-UNAPP-OUT.
           05  UNA-ACCT-ID         PIC 9(9).
           MOVE 0 TO WS-READ-PAY
           MOVE 0 TO WS-APPLIED-PAY WS-UNAPPLIED-PAY
           MOVE 0 TO WS-APPLIED-AMT WS-UNAPPLIED-AMT
           MOVE 0 TO WS-ONACCT-PAY WS-ONACCT-AMT
           MOVE 0 TO WS-BAL-COUNT
           MOVE "N" TO WS-LBX-EOF WS-CUSTBAL-EOF.

               END-READ
           END-PERFORM.

      *>   A payment applies only to a known, active account; anything
      *>   else lands on the unapplied-cash report for a person to
      *>   work. More than the account owes is no longer a reason to
      *>   refuse the cash -- the excess goes on account.
       3100-APPLY-ONE-PAYMENT.
           PERFORM 4100-FIND-CUSTOMER
           IF WS-FOUND NOT = "Y"
           END-IF

           PERFORM 4200-FIND-BALANCE
           IF WS-PAY-BAL > 0
               COMPUTE WS-ONACCT-EXCESS =
                       LBX-AMOUNT OF WS-LBX-PARSED - WS-PAY-BAL
           ELSE
               MOVE LBX-AMOUNT OF WS-LBX-PARSED TO WS-ONACCT-EXCESS
           END-IF

      *>   With open items on file for the account, the payment
      *>   applies to them oldest-first with the trail printed on
      *>   the application detail report; whatever the invoices
      *>   cannot take is what goes on account.
           MOVE LBX-ACCT-ID OF WS-LBX-PARSED TO WS-APPLY-CUST
           PERFORM 4310-SUM-OPEN-ITEMS
           IF WS-OI-ANY = "Y"
               MOVE LBX-AMOUNT OF WS-LBX-PARSED TO WS-OI-APPLY-AMT
               PERFORM 4320-APPLY-AMT-TO-ITEMS
               MOVE WS-OI-APPLY-AMT TO WS-ONACCT-EXCESS
           END-IF
           IF WS-ONACCT-EXCESS > 0
               PERFORM 3830-WRITE-ON-ACCOUNT-DETAIL
           END-IF

           IF WS-BAL-FOUND = "Y"
      *>   child-id order, each up to the child's remaining balance,
      *>   writing one PY transaction per child so each child's next
      *>   statement shows its share of the check. Anything the
      *>   children cannot absorb is posted as a PY to the parent's
      *>   own account, where it goes on account.
       3500-SPREAD-PARENT-PAYMENT.
           MOVE LBX-AMOUNT OF WS-LBX-PARSED TO WS-SPREAD-REMAIN
           ADD 1 TO WS-SPREAD-PAY
               END-IF
           END-PERFORM
           IF WS-SPREAD-REMAIN > 0
               MOVE LBX-ACCT-ID OF WS-LBX-PARSED TO WS-APPLY-CUST
               MOVE WS-SPREAD-REMAIN TO WS-ONACCT-EXCESS
               PERFORM 3830-WRITE-ON-ACCOUNT-DETAIL
               PERFORM 3815-WRITE-PARENT-RESIDUAL-TXN
           END-IF.

       3510-APPLY-TO-ONE-CHILD.
           END-STRING
           WRITE APPLYDTL-LINE.

      *>   The part of a payment no invoice can take, as it will be
      *>   carried: a credit on the paying account.
       3830-WRITE-ON-ACCOUNT-DETAIL.
           ADD 1 TO WS-DTL-LINES
           ADD 1 TO WS-ONACCT-PAY
           ADD WS-ONACCT-EXCESS TO WS-ONACCT-AMT
           MOVE WS-ONACCT-EXCESS TO WS-AMT-DISP
           MOVE ALL SPACES TO APPLYDTL-LINE
           STRING WS-APPLY-CUST             DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  LBX-REF OF WS-LBX-PARSED  DELIMITED BY SIZE
                  " -> ON ACCOUNT "         DELIMITED BY SIZE
                  "                   "     DELIMITED BY SIZE
                  WS-AMT-DISP               DELIMITED BY SIZE
             INTO APPLYDTL-LINE
           END-STRING
           WRITE APPLYDTL-LINE.

       4250-CHECK-IS-PARENT.
           MOVE "N" TO WS-IS-PARENT
           PERFORM VARYING WS-KID-IDX FROM 1 BY 1 UNTIL
                TO TXN-AMOUNT  OF WS-TXN-OUT
           MOVE LBX-REF     OF WS-LBX-PARSED
                TO TXN-DESC    OF WS-TXN-OUT
           MOVE "P" TO TXN-PPA-FLAG OF WS-TXN-OUT
           MOVE ALL SPACES TO PAYTXN-OUT-LINE
           MOVE TXN-REC OF WS-TXN-OUT TO PAYTXN-OUT-LINE
           WRITE PAYTXN-OUT-LINE.
                TO TXN-AMOUNT  OF WS-TXN-OUT
           MOVE LBX-REF     OF WS-LBX-PARSED
                TO TXN-DESC    OF WS-TXN-OUT
           MOVE "P" TO TXN-PPA-FLAG OF WS-TXN-OUT
           MOVE ALL SPACES TO PAYTXN-OUT-LINE
           MOVE TXN-REC OF WS-TXN-OUT TO PAYTXN-OUT-LINE
           WRITE PAYTXN-OUT-LINE.

      *>   The part of a spread parent remittance the children could
      *>   not absorb, posted to the parent itself so the cash is
      *>   never left unapplied; BILSTMT carries it as the parent's
      *>   on-account credit.
       3815-WRITE-PARENT-RESIDUAL-TXN.
           ADD 1 TO WS-APPLIED-PAY
           ADD WS-SPREAD-REMAIN TO WS-APPLIED-AMT
           MOVE SPACES TO TXN-REC OF WS-TXN-OUT
           MOVE LBX-ACCT-ID OF WS-LBX-PARSED
                TO TXN-CUST-ID OF WS-TXN-OUT
           MOVE LBX-DATE    OF WS-LBX-PARSED
                TO TXN-DATE    OF WS-TXN-OUT
           MOVE "PY" TO TXN-TYPE OF WS-TXN-OUT
           MOVE WS-SPREAD-REMAIN
                TO TXN-AMOUNT  OF WS-TXN-OUT
           MOVE LBX-REF     OF WS-LBX-PARSED
                TO TXN-DESC    OF WS-TXN-OUT
           MOVE "P" TO TXN-PPA-FLAG OF WS-TXN-OUT
           MOVE ALL SPACES TO PAYTXN-OUT-LINE
           MOVE TXN-REC OF WS-TXN-OUT TO PAYTXN-OUT-LINE
           WRITE PAYTXN-OUT-LINE.
           MOVE WS-UNAPP-OUT TO UNAPPLIED-LINE
           WRITE UNAPPLIED-LINE.

       5000-WRITE-UNAPPLIED-TOTALS.
           MOVE ALL SPACES TO UNAPPLIED-LINE
           WRITE UNAPPLIED-LINE
           END-STRING
           WRITE UNAPPLIED-LINE

           MOVE ALL SPACES TO UNAPPLIED-LINE
           MOVE WS-ONACCT-AMT TO WS-TOT-DISP
           STRING "EXCESS ON ACCOUNT   : " DELIMITED BY SIZE
                  WS-ONACCT-PAY            DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO UNAPPLIED-LINE
           END-STRING
           WRITE UNAPPLIED-LINE

           MOVE ALL SPACES TO UNAPPLIED-LINE
           STRING "ITEM APPLICATIONS   : " DELIMITED BY SIZE
                  WS-DTL-LINES             DELIMITED BY SIZE

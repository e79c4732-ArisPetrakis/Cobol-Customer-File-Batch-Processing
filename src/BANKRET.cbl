      *>    Returns that match no known payment are listed on the
      *>    returns report for a person to work -- nothing is ever
      *>    generated from an unmatched return.
      *>    A matched return of an autopay debit (ACHDEBIT's "ACH"
      *>    reference) also counts against the customer's enrollment
      *>    in data/AUTOPAY.IDX; at the returned-debit limit on
      *>    data/ACHPARM.DAT the enrollment is dropped and the
      *>    customer goes back to the remit-to slip. No limit (or 0)
      *>    means returns are counted but nobody is dropped. Every
      *>    return counted is logged (data/ACHRETLOG.DAT, by customer
      *>    and debit reference), so running the same returns feed
      *>    again does not count it twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFPARM-STATUS.

      *>   Autopay enrollments, updated in place like CUSTMAINT
      *>   does. Optional: no file means no autopay customers.
           SELECT AUTOPAY-IDX-FILE ASSIGN TO "data/AUTOPAY.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-APY-STATUS.

      *>   Autopay returns already counted against an enrollment,
      *>   appended in place as AUTOPAY.IDX is updated in place.
      *>   Created on first use.
           SELECT ACHRETLOG-FILE ASSIGN TO "data/ACHRETLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARL-STATUS.

      *>   Autopay parameters; the returned-debit limit is cols 1-2.
           SELECT ACHPARM-FILE ASSIGN TO "data/ACHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPARM-STATUS.

           SELECT RETTXN-OUT-FILE ASSIGN TO "out/RETTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  NSFPARM-FILE.
       01  NSFPARM-LINE            PIC X(120).

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

       FD  ACHRETLOG-FILE.
       01  ACHRETLOG-LINE          PIC X(120).

       FD  ACHPARM-FILE.
       01  ACHPARM-LINE            PIC X(120).

       FD  RETTXN-OUT-FILE.
       01  RETTXN-OUT-LINE         PIC X(120).

       77  WS-NSFPARM-STATUS       PIC XX VALUE SPACES.
       77  WS-RET-EOF              PIC X VALUE "N".
       77  WS-TL-EOF               PIC X VALUE "N".
       77  WS-APY-STATUS           PIC XX VALUE SPACES.
       77  WS-ACHPARM-STATUS       PIC XX VALUE SPACES.
       77  WS-APY-OPEN             PIC X VALUE "N".
       77  WS-ARL-STATUS           PIC XX VALUE SPACES.
       77  WS-ARL-EOF              PIC X VALUE "N".
       77  WS-ARL-OPEN             PIC X VALUE "N".

       77  WS-READ-RET             PIC 9(9) VALUE 0.
       77  WS-MATCHED-RET          PIC 9(9) VALUE 0.
       77  WS-FEES-GENERATED       PIC S9(11)V99 VALUE 0.

       77  WS-NSF-FEE              PIC 9(5)V99 VALUE 0.
       77  WS-TODAY                PIC 9(8) VALUE 0.
       77  WS-MATCH-FOUND          PIC X VALUE "N".
       77  WS-MATCH-DATE           PIC 9(8) VALUE 0.

      *>--- Autopay returned-debit tracking.
       77  WS-RETURN-LIMIT         PIC 9(2) VALUE 0.
       77  WS-ACH-RETURNS          PIC 9(9) VALUE 0.
       77  WS-APY-DROPPED          PIC 9(9) VALUE 0.
       77  WS-APY-NOTE             PIC X(30) VALUE SPACES.
       77  WS-APY-RECOUNT          PIC 9(9) VALUE 0.

      *>--- Autopay returns counted in earlier runs (and this one).
       77  WS-ARL-COUNT            PIC 9(6) VALUE 0.
       77  WS-ARL-SUB              PIC 9(6) VALUE 0.
       77  WS-ARL-FOUND            PIC X VALUE "N".
       01  WS-ARL-TABLE.
           05  WS-ARL-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON WS-ARL-COUNT
               INDEXED BY WS-ARL-IDX.
               10  ARL-CUST-ID      PIC 9(9).
               10  ARL-REF          PIC X(20).

       77  WS-AMT-DISP             PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-TOT-DISP             PIC -Z,ZZZ,ZZZ,ZZ9.99.

               10  RET-REF             PIC X(20).
               10  FILLER              PIC X(74).

      *>--- Counted-return log record: customer and debit reference
      *>    (ACHDEBIT's "ACH" + debit date + trace), the bank's
      *>    return date and the date it was counted.
       01  WS-ACHRETLOG-PARSED.
           05  ARL-REC.
               10  ARL-LOG-CUST-ID     PIC 9(9).
               10  ARL-LOG-REF         PIC X(20).
               10  ARL-LOG-RET-DATE    PIC 9(8).
               10  ARL-LOG-COUNTED     PIC 9(8).
               10  FILLER              PIC X(75).

       01  WS-ACHPARM-PARSED.
           05  ACHP-REC.
               10  ACHP-RETURN-LIMIT   PIC 9(2).
               10  FILLER              PIC X(118).

       01  WS-NSFPARM-PARSED.
           05  NSFP-REC.
               10  NSFP-FEE            PIC 9(5)V99.
               10  TXN-TYPE            PIC X(2).
               10  TXN-AMOUNT          PIC 9(7)V99.
               10  TXN-DESC            PIC X(20).
               10  TXN-PPA-FLAG        PIC X.
               10  FILLER              PIC X(73).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-NSF-FEE
           PERFORM 1150-LOAD-RETURN-LIMIT
           PERFORM 1200-LOAD-PAYMENT-LOG
           PERFORM 1300-LOAD-RETURN-LOG
           PERFORM 2000-OPEN-RET-FILES
           PERFORM 3000-PROCESS-RETURNS
           PERFORM 5000-WRITE-RETURN-TOTALS
           MOVE 0 TO WS-READ-RET WS-MATCHED-RET WS-UNMATCHED-RET
           MOVE 0 TO WS-MATCHED-AMT WS-FEES-GENERATED
           MOVE 0 TO WS-PAY-COUNT
           MOVE 0 TO WS-ACH-RETURNS WS-APY-DROPPED
           MOVE 0 TO WS-APY-RECOUNT WS-ARL-COUNT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE "N" TO WS-RET-EOF WS-TL-EOF.

       1100-LOAD-NSF-FEE.
               CLOSE NSFPARM-FILE
           END-IF.

       1150-LOAD-RETURN-LIMIT.
           MOVE 0 TO WS-RETURN-LIMIT
           OPEN INPUT ACHPARM-FILE
           IF WS-ACHPARM-STATUS NOT = "35"
               READ ACHPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACHPARM-LINE TO ACHP-REC
                            OF WS-ACHPARM-PARSED
                       IF ACHP-RETURN-LIMIT OF WS-ACHPARM-PARSED
                          IS NUMERIC
                           MOVE ACHP-RETURN-LIMIT OF WS-ACHPARM-PARSED
                                TO WS-RETURN-LIMIT
                       END-IF
               END-READ
               CLOSE ACHPARM-FILE
           END-IF.

      *>   Loads every PY entry off the transaction log; a missing
      *>   log means no payment has ever billed, so every return
      *>   will land on the unmatched list.
               MOVE "N" TO PAY-USED (WS-PAY-COUNT)
           END-IF.

       1300-LOAD-RETURN-LOG.
           OPEN INPUT ACHRETLOG-FILE
           IF WS-ARL-STATUS = "35"
      *>       no autopay return counted yet
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ARL-EOF
           PERFORM UNTIL WS-ARL-EOF = "Y"
               READ ACHRETLOG-FILE
                   AT END
                       MOVE "Y" TO WS-ARL-EOF
                   NOT AT END
                       MOVE ACHRETLOG-LINE TO ARL-REC
                            OF WS-ACHRETLOG-PARSED
                       PERFORM 1310-ADD-RETURN-TO-TABLE
               END-READ
           END-PERFORM
           CLOSE ACHRETLOG-FILE.

       1310-ADD-RETURN-TO-TABLE.
           IF WS-ARL-COUNT >= 200000
               DISPLAY "WARNING: autopay return log exceeds table size"
           ELSE
               ADD 1 TO WS-ARL-COUNT
               MOVE ARL-LOG-CUST-ID OF WS-ACHRETLOG-PARSED
                    TO ARL-CUST-ID (WS-ARL-COUNT)
               MOVE ARL-LOG-REF OF WS-ACHRETLOG-PARSED
                    TO ARL-REF (WS-ARL-COUNT)
           END-IF.

       2000-OPEN-RET-FILES.
           OPEN INPUT  BANKRET-FILE
                OUTPUT RETTXN-OUT-FILE
               DISPLAY "BANKRET: NO data/BANKRET.DAT - NOTHING TO DO"
               MOVE "Y" TO WS-RET-EOF
           END-IF
           MOVE "N" TO WS-APY-OPEN
           OPEN I-O AUTOPAY-IDX-FILE
           IF WS-APY-STATUS = "00"
               MOVE "Y" TO WS-APY-OPEN
           END-IF
           MOVE "N" TO WS-ARL-OPEN
           IF WS-APY-OPEN = "Y"
               OPEN EXTEND ACHRETLOG-FILE
               IF WS-ARL-STATUS = "35"
                   OPEN OUTPUT ACHRETLOG-FILE
               END-IF
               MOVE "Y" TO WS-ARL-OPEN
           END-IF
           MOVE ALL SPACES TO RETRPT-LINE
           STRING "BANKRET RETURNED-PAYMENT REPORT" DELIMITED BY SIZE
             INTO RETRPT-LINE
           IF WS-BANKRET-STATUS NOT = "35"
               CLOSE BANKRET-FILE
           END-IF
           CLOSE RETTXN-OUT-FILE RETRPT-FILE
           IF WS-APY-OPEN = "Y"
               CLOSE AUTOPAY-IDX-FILE
           END-IF
           IF WS-ARL-OPEN = "Y"
               CLOSE ACHRETLOG-FILE
           END-IF.

       3000-PROCESS-RETURNS.
           PERFORM UNTIL WS-RET-EOF = "Y"
               IF WS-NSF-FEE > 0
                   PERFORM 3300-WRITE-NSF-FEE
               END-IF
               MOVE SPACES TO WS-APY-NOTE
               IF RET-REF OF WS-RET-PARSED (1:3) = "ACH"
                   PERFORM 3400-COUNT-AUTOPAY-RETURN
               END-IF
               PERFORM 3800-WRITE-MATCHED-LINE
           ELSE
               ADD 1 TO WS-UNMATCHED-RET
                  RET-REF OF WS-RET-PARSED DELIMITED BY SIZE
             INTO TXN-DESC OF WS-TXN-OUT
           END-STRING
      *>   Dated the original payment, which may lie in a month
      *>   already closed; the reversal then posts in the current
      *>   period rather than being rejected.
           MOVE "P" TO TXN-PPA-FLAG OF WS-TXN-OUT
           MOVE ALL SPACES TO RETTXN-OUT-LINE
           MOVE TXN-REC OF WS-TXN-OUT TO RETTXN-OUT-LINE
           WRITE RETTXN-OUT-LINE.
           MOVE "NF" TO TXN-TYPE OF WS-TXN-OUT
           MOVE WS-NSF-FEE TO TXN-AMOUNT OF WS-TXN-OUT
           MOVE "NSF RETURN FEE" TO TXN-DESC OF WS-TXN-OUT
           MOVE "P" TO TXN-PPA-FLAG OF WS-TXN-OUT
           MOVE ALL SPACES TO RETTXN-OUT-LINE
           MOVE TXN-REC OF WS-TXN-OUT TO RETTXN-OUT-LINE
           WRITE RETTXN-OUT-LINE.

      *>   One more returned debit against the enrollment; reaching
      *>   the limit drops it (status X) so ACHDEBIT stops pulling
      *>   and the statement goes back to the remit slip. CUSTMAINT
      *>   re-enrollment clears the count. A return already on the
      *>   log (the same feed run again) is not counted twice.
       3400-COUNT-AUTOPAY-RETURN.
           ADD 1 TO WS-ACH-RETURNS
           IF WS-APY-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM 3410-FIND-LOGGED-RETURN
           IF WS-ARL-FOUND = "Y"
               ADD 1 TO WS-APY-RECOUNT
               MOVE "  AUTOPAY ALREADY COUNTED" TO WS-APY-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE RET-ACCT-ID OF WS-RET-PARSED TO APY-CUST-ID
           READ AUTOPAY-IDX-FILE
               INVALID KEY
                   MOVE "  AUTOPAY NOT ON FILE" TO WS-APY-NOTE
                   EXIT PARAGRAPH
           END-READ
           IF APY-RETURNS < 99
               ADD 1 TO APY-RETURNS
           END-IF
           IF APY-STATUS = "A"
              AND WS-RETURN-LIMIT > 0
              AND APY-RETURNS >= WS-RETURN-LIMIT
               MOVE "X" TO APY-STATUS
               ADD 1 TO WS-APY-DROPPED
               MOVE "  AUTOPAY ENROLLMENT DROPPED" TO WS-APY-NOTE
           ELSE
               MOVE "  AUTOPAY RETURN COUNTED" TO WS-APY-NOTE
           END-IF
           REWRITE APY-REC
               INVALID KEY
                   MOVE "  AUTOPAY UPDATE FAILED" TO WS-APY-NOTE
               NOT INVALID KEY
                   PERFORM 3420-LOG-COUNTED-RETURN
           END-REWRITE.

       3410-FIND-LOGGED-RETURN.
           MOVE "N" TO WS-ARL-FOUND
           PERFORM VARYING WS-ARL-SUB FROM 1 BY 1 UNTIL
                           WS-ARL-SUB > WS-ARL-COUNT
                           OR WS-ARL-FOUND = "Y"
               IF ARL-CUST-ID (WS-ARL-SUB) =
                  RET-ACCT-ID OF WS-RET-PARSED
                  AND ARL-REF (WS-ARL-SUB) = RET-REF OF WS-RET-PARSED
                   MOVE "Y" TO WS-ARL-FOUND
               END-IF
           END-PERFORM.

       3420-LOG-COUNTED-RETURN.
           MOVE SPACES TO ARL-REC OF WS-ACHRETLOG-PARSED
           MOVE RET-ACCT-ID OF WS-RET-PARSED
                TO ARL-LOG-CUST-ID OF WS-ACHRETLOG-PARSED
           MOVE RET-REF OF WS-RET-PARSED
                TO ARL-LOG-REF OF WS-ACHRETLOG-PARSED
           MOVE RET-DATE OF WS-RET-PARSED
                TO ARL-LOG-RET-DATE OF WS-ACHRETLOG-PARSED
           MOVE WS-TODAY TO ARL-LOG-COUNTED OF WS-ACHRETLOG-PARSED
           MOVE ALL SPACES TO ACHRETLOG-LINE
           MOVE ARL-REC OF WS-ACHRETLOG-PARSED TO ACHRETLOG-LINE
           WRITE ACHRETLOG-LINE
           PERFORM 1310-ADD-RETURN-TO-TABLE.

       3800-WRITE-MATCHED-LINE.
           MOVE RET-AMOUNT OF WS-RET-PARSED TO WS-AMT-DISP
           MOVE ALL SPACES TO RETRPT-LINE
                  RET-REF OF WS-RET-PARSED     DELIMITED BY SIZE
                  "  MATCHED PY "              DELIMITED BY SIZE
                  WS-MATCH-DATE                DELIMITED BY SIZE
                  WS-APY-NOTE                  DELIMITED BY SIZE
             INTO RETRPT-LINE
           END-STRING
           WRITE RETRPT-LINE.
           END-STRING
           WRITE RETRPT-LINE

           MOVE ALL SPACES TO RETRPT-LINE
           STRING "AUTOPAY RETURNS     : " DELIMITED BY SIZE
                  WS-ACH-RETURNS           DELIMITED BY SIZE
             INTO RETRPT-LINE
           END-STRING
           WRITE RETRPT-LINE

           MOVE ALL SPACES TO RETRPT-LINE
           STRING "AUTOPAY SEEN BEFORE : " DELIMITED BY SIZE
                  WS-APY-RECOUNT           DELIMITED BY SIZE
             INTO RETRPT-LINE
           END-STRING
           WRITE RETRPT-LINE

           MOVE ALL SPACES TO RETRPT-LINE
           STRING "AUTOPAY DROPPED     : " DELIMITED BY SIZE
                  WS-APY-DROPPED           DELIMITED BY SIZE
             INTO RETRPT-LINE
           END-STRING
           WRITE RETRPT-LINE

           MOVE ALL SPACES TO RETRPT-LINE
           STRING "RETURN TXNS WRITTEN : "
                  DELIMITED BY SIZE

      *>    hand-promote is impossible: either everything moves or
      *>    nothing does. A promotion log names what moved.
      *>
      *>    out/PAYTXN.DAT, out/RETTXN.DAT, out/REFTXN.DAT,
      *>    out/ACHTXN.DAT and out/RECTXN.DAT ride along when
      *>    present: they are per-feed files (PAYAPPLY / BANKRET /
      *>    REFUND / ACHDEBIT / AGYRECV), not run-control-verified
      *>    carries, and BILSTMT's duplicate check protects against
      *>    promoting any of them twice.
      *>    CREDITS.DAT (the on-account credit ledger), ARRANGE.DAT
      *>    (payment arrangements), DUNHIST.DAT (the dunning letter
      *>    log), GLHIST.DAT (per-run posting history for the
      *>    month-end close), STMTHOLD.DAT (statements held for
      *>    bill-shock review), AGYPLACE.DAT (the collection agency
      *>    placement ledger) and BATCHLOG.DAT (TXN.DAT batches
      *>    received) are required carries verified by count only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.

       FD  COPY-IN-FILE.
       01  COPY-IN-LINE            PIC X(200).

       FD  COPY-OUT-FILE.
       01  COPY-OUT-LINE           PIC X(200).

       FD  PROMLOG-FILE.
       01  PROMLOG-LINE            PIC X(120).

       77  WS-ABORT                PIC X VALUE "N".
       77  WS-FILE-SUB             PIC 9(2) VALUE 0.
       77  WS-FILE-MAX             PIC 9(2) VALUE 21.
       77  WS-REC-COUNT            PIC 9(9) VALUE 0.
       77  WS-REC-HASH             PIC S9(11)V99 VALUE 0.
       77  WS-COPIED-FILES         PIC 9(2) VALUE 0.
           05  FILLER PIC X(16) VALUE "TXNLOG.DAT  TL N".
           05  FILLER PIC X(16) VALUE "TXNPEND.DAT TP N".
           05  FILLER PIC X(16) VALUE "OPENITEM.DATOI N".
           05  FILLER PIC X(16) VALUE "CREDITS.DAT    N".
           05  FILLER PIC X(16) VALUE "DISPUTES.DAT   N".
           05  FILLER PIC X(16) VALUE "DUNNING.DAT    N".
           05  FILLER PIC X(16) VALUE "ARRANGE.DAT    N".
           05  FILLER PIC X(16) VALUE "DUNHIST.DAT    N".
           05  FILLER PIC X(16) VALUE "GLHIST.DAT     N".
           05  FILLER PIC X(16) VALUE "STMTHIST.DAT   N".
           05  FILLER PIC X(16) VALUE "STMTHOLD.DAT   N".
           05  FILLER PIC X(16) VALUE "AGYPLACE.DAT   N".
           05  FILLER PIC X(16) VALUE "BATCHLOG.DAT   N".
           05  FILLER PIC X(16) VALUE "RECYCLE.DAT    N".
           05  FILLER PIC X(16) VALUE "RUNCTL.DAT     N".
           05  FILLER PIC X(16) VALUE "PAYTXN.DAT     Y".
           05  FILLER PIC X(16) VALUE "RETTXN.DAT     Y".
           05  FILLER PIC X(16) VALUE "REFTXN.DAT     Y".
           05  FILLER PIC X(16) VALUE "ACHTXN.DAT     Y".
           05  FILLER PIC X(16) VALUE "RECTXN.DAT     Y".
       01  WS-FILE-TABLE REDEFINES WS-FILE-TABLE-DATA.
           05  WS-FILE-ENTRY OCCURS 21 TIMES.
               10  PF-NAME          PIC X(12).
               10  PF-VERIFY        PIC X(2).
               10  FILLER           PIC X.
               10  PF-OPTIONAL      PIC X.
       01  WS-FILE-STATE.
           05  WS-FILE-STATE-ENTRY OCCURS 21 TIMES.
               10  PF-EXISTS        PIC X.
               10  PF-COUNT         PIC 9(9).


       2000-VERIFY-ALL-FILES.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL
                           WS-FILE-SUB > WS-FILE-MAX
               PERFORM 2100-VERIFY-ONE-FILE
           END-PERFORM.

       3000-COPY-ALL-FILES.
           MOVE 0 TO WS-COPIED-FILES
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1 UNTIL
                           WS-FILE-SUB > WS-FILE-MAX
               IF PF-EXISTS (WS-FILE-SUB) = "Y"
                   PERFORM 3100-COPY-ONE-FILE
               END-IF

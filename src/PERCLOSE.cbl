       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.

      *>--- Month-end accounts-receivable close. BILSTMT runs many
      *>    times a month and each run's GL extract is overwritten
      *>    by the next, so nothing tied a month's receivable
      *>    together. This program walks the promoted run-control
      *>    chain (data/RUNCTL.DAT) for every BS run dated in the
      *>    month and the per-run posting history BILSTMT carries in
      *>    data/GLHIST.DAT, and proves the rollforward:
      *>
      *>        opening AR (CUSTBAL after the last run before the
      *>        month) + charges, fees, finance charges, tax,
      *>        adjustments, re-bills, returned payments and refunds
      *>        - credits, reversals, payments and bad-debt
      *>        write-offs = closing AR
      *>
      *>    run by run (each run must land exactly on the CUSTBAL it
      *>    carried forward) and for the month, and ties the closing
      *>    figure to CUSTBAL and to open items less on-account
      *>    credits at month end. Disputes held and dispute
      *>    write-offs move money between dispute receivable and
      *>    holding, not AR, and are shown as memo lines.
      *>
      *>    It also writes the consolidated month journal
      *>    (out/GLMONTH.DAT, same layout as GLEXTRACT.DAT, one
      *>    balanced DR/CR pair per GLMAP bucket, dated the last day
      *>    of the month) for the ledger's period-end tie-out.
      *>
      *>    PERCLOSE YYYYMM          preview: report only, the month
      *>                             journal is left empty
      *>    PERCLOSE YYYYMM CLOSE    close the month when everything
      *>                             ties: journal written and the
      *>                             month appended to
      *>                             data/PERIOD.DAT
      *>
      *>    Once a month is on PERIOD.DAT, BILSTMT rejects (R07) any
      *>    transaction dated in it or earlier unless the submitter
      *>    flagged it as a prior-period adjustment (P in column 49
      *>    of the TXNREC layout), which then posts in the current
      *>    period. REFUND, ACHDEBIT, AGYRECV and BANKRET flag what
      *>    they generate that way -- the money has already moved.
      *>    A close is refused while the month has not ended, while
      *>    a run dated in the month is still waiting in out/ for
      *>    PROMOTE, when the month is already closed, when it is
      *>    not the month right after the last one closed (months
      *>    close in order, so everything up to PERIOD.DAT's latest
      *>    month has been closed), or when anything fails to tie.
      *>    Run AFTER PROMOTE, like ARCHTRIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RUNCTL-OUT-FILE ASSIGN TO "out/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCOUT-STATUS.

           SELECT GLHIST-FILE ASSIGN TO "data/GLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "data/GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "data/PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GLMONTH-FILE ASSIGN TO "out/GLMONTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PCRPT-FILE ASSIGN TO "out/PERCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE             PIC X(120).

       FD  RUNCTL-OUT-FILE.
       01  RUNCTL-OUT-LINE         PIC X(120).

       FD  GLHIST-FILE.
       01  GLHIST-LINE             PIC X(120).

       FD  GLMAP-FILE.
       01  GLMAP-LINE              PIC X(120).

       FD  PERIOD-FILE.
       01  PERIOD-LINE             PIC X(120).

       FD  GLMONTH-FILE.
       01  GLMONTH-LINE            PIC X(120).

       FD  PCRPT-FILE.
       01  PCRPT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-RUNCTL-STATUS        PIC XX VALUE SPACES.
       77  WS-RCOUT-STATUS         PIC XX VALUE SPACES.
       77  WS-GLHIST-STATUS        PIC XX VALUE SPACES.
       77  WS-GLMAP-STATUS         PIC XX VALUE SPACES.
       77  WS-PERIOD-STATUS        PIC XX VALUE SPACES.

       77  WS-EOF                  PIC X VALUE "N".
       77  WS-ABORT                PIC X VALUE "N".
       77  WS-CLOSE-MODE           PIC X VALUE "N".
       77  WS-CLOSED               PIC X VALUE "N".
       77  WS-BLOCK-COUNT          PIC 9(3) VALUE 0.
       77  WS-BLOCK-RSN            PIC X(100) VALUE SPACES.

       77  WS-CMD-ARG              PIC X(80) VALUE SPACES.
       77  WS-ARG-MONTH            PIC X(10) VALUE SPACES.
       77  WS-ARG-MODE             PIC X(10) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE 0.

      *>--- The month being closed, and the journal date (its last
      *>    day) built from it.
       01  WS-CLOSE-MONTH-X.
           05  WS-CM-YYYY          PIC 9(4).
           05  WS-CM-MM            PIC 9(2).
       01  WS-CLOSE-MONTH REDEFINES WS-CLOSE-MONTH-X PIC 9(6).

       01  WS-MONTH-END-X.
           05  WS-ME-YYYYMM        PIC 9(6).
           05  WS-ME-DD            PIC 9(2).
       01  WS-MONTH-END REDEFINES WS-MONTH-END-X PIC 9(8).

       01  WS-MONTH-DAYS-DATA      PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAY-COUNT  PIC 9(2) OCCURS 12 TIMES.
       77  WS-LEAP-QUOT            PIC 9(4) VALUE 0.
       77  WS-LEAP-REM4            PIC 9(4) VALUE 0.
       77  WS-LEAP-REM100          PIC 9(4) VALUE 0.
       77  WS-LEAP-REM400          PIC 9(4) VALUE 0.

      *>--- Latest month already on data/PERIOD.DAT (0 = none).
       77  WS-CLOSED-THRU          PIC 9(6) VALUE 0.
       01  WS-NEXT-OPEN-X.
           05  WS-NO-YYYY          PIC 9(4).
           05  WS-NO-MM            PIC 9(2).
       01  WS-NEXT-OPEN REDEFINES WS-NEXT-OPEN-X PIC 9(6).

      *>--- Opening position: CUSTBAL after the last BS run dated
      *>    before the month.
       77  WS-OPEN-FOUND           PIC X VALUE "N".
       77  WS-OPEN-RUN             PIC 9(5) VALUE 0.
       77  WS-OPEN-DATE            PIC 9(8) VALUE 0.
       77  WS-OPEN-AR              PIC S9(11)V99 VALUE 0.

      *>--- Last run in data/ (for the unpromoted-run check).
       77  WS-DATA-LAST-RUN        PIC 9(5) VALUE 0.

      *>--- Posting buckets in BILSTMT's GL order. SIGN is the AR
      *>    effect: + adds to the receivable, - reduces it, M is a
      *>    memo bucket that does not touch AR at all.
       77  WS-BKT-MAX              PIC 9(2) VALUE 17.
       77  WS-BKT-SUB              PIC 9(2) VALUE 0.
       01  WS-BKT-TABLE-DATA.
           05  FILLER PIC X(33)
               VALUE "CHARGES +TRANSACTION CHARGES     ".
           05  FILLER PIC X(33)
               VALUE "SYSCHG  +FEES AND OVERAGE        ".
           05  FILLER PIC X(33)
               VALUE "CREDITS -CREDIT MEMOS            ".
           05  FILLER PIC X(33)
               VALUE "PAYMENTS-PAYMENTS RECEIVED       ".
           05  FILLER PIC X(33)
               VALUE "ADJUST  +ADJUSTMENTS             ".
           05  FILLER PIC X(33)
               VALUE "REVERSAL-CHARGE REVERSALS        ".
           05  FILLER PIC X(33)
               VALUE "DISPUTE MDISPUTES HELD           ".
           05  FILLER PIC X(33)
               VALUE "REBILL  +DISPUTE RE-BILLS        ".
           05  FILLER PIC X(33)
               VALUE "WRITEOFFMDISPUTE WRITE-OFFS      ".
           05  FILLER PIC X(33)
               VALUE "FINCHG  +FINANCE CHARGES         ".
           05  FILLER PIC X(33)
               VALUE "TAX     +SALES TAX               ".
           05  FILLER PIC X(33)
               VALUE "RETPAY  +RETURNED PAYMENTS (NSF) ".
           05  FILLER PIC X(33)
               VALUE "BADDEBT -BAD-DEBT WRITE-OFFS     ".
           05  FILLER PIC X(33)
               VALUE "REFUND  +REFUNDS PAID            ".
           05  FILLER PIC X(33)
               VALUE "PROMO   -PROMOTIONAL DISCOUNTS   ".
           05  FILLER PIC X(33)
               VALUE "RECOVER MAGENCY RECOVERIES (NET) ".
           05  FILLER PIC X(33)
               VALUE "AGYCOMM MAGENCY COMMISSION       ".
       01  WS-BKT-TABLE REDEFINES WS-BKT-TABLE-DATA.
           05  WS-BKT-ENTRY OCCURS 17 TIMES.
               10  BKT-NAME         PIC X(8).
               10  BKT-SIGN         PIC X.
               10  BKT-LABEL        PIC X(24).

      *>--- The month's runs, one entry per run number (ARCHTRIM's
      *>    re-stated BS record replaces the original), with the
      *>    bucket totals and closing balances off GLHIST.DAT.
       77  WS-RUN-COUNT            PIC 9(4) VALUE 0.
       77  WS-RUN-SUB              PIC 9(4) VALUE 0.
       77  WS-RUN-FOUND            PIC X VALUE "N".
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 500 TIMES.
               10  PR-RUN-NO        PIC 9(5).
               10  PR-RUN-DATE      PIC 9(8).
               10  PR-CB-HASH       PIC S9(11)V99.
               10  PR-HAS-HIST      PIC X.
               10  PR-POSTED        PIC X.
               10  PR-OPEN          PIC S9(11)V99.
               10  PR-ACTIVITY      PIC S9(11)V99.
               10  PR-CLOSE-CALC    PIC S9(11)V99.
               10  PR-OI-OPEN       PIC S9(11)V99.
               10  PR-CR-ONACCT     PIC S9(11)V99.
               10  PR-STATUS        PIC X(16).
               10  PR-AMT           PIC S9(11)V99 OCCURS 17 TIMES.

      *>--- Month totals.
       01  WS-MONTH-TOTALS.
           05  WS-MON-AMT          PIC S9(11)V99 OCCURS 17 TIMES.
       77  WS-MON-ACTIVITY         PIC S9(11)V99 VALUE 0.
       77  WS-MON-CLOSE-CALC       PIC S9(11)V99 VALUE 0.
       77  WS-MON-CUSTBAL          PIC S9(11)V99 VALUE 0.
       77  WS-MON-OI-NET           PIC S9(11)V99 VALUE 0.
       77  WS-RUNNING-AR           PIC S9(11)V99 VALUE 0.
       77  WS-DIFF                 PIC S9(11)V99 VALUE 0.
       77  WS-TIE-BREAK            PIC X VALUE "N".

      *>--- GL account map (same file and layout BILSTMT uses).
       77  WS-GLMAP-COUNT          PIC 9(3) VALUE 0.
       77  WS-GLMAP-SUB            PIC 9(3) VALUE 0.
       77  WS-GL-MAP-FOUND         PIC X VALUE "N".
       77  WS-GL-MAP-IDX           PIC 9(3) VALUE 0.
       77  WS-GL-LINES             PIC 9(5) VALUE 0.
       77  WS-GL-MAP-OK            PIC X VALUE "Y".

       01  WS-GLMAP-TABLE.
           05  WS-GLMAP-ENTRY OCCURS 50 TIMES.
               10  GLM-BUCKET       PIC X(8).
               10  GLM-DR-ACCT      PIC X(8).
               10  GLM-CR-ACCT      PIC X(8).
               10  GLM-DESC         PIC X(30).

       01  WS-GLMAP-PARSED.
           05  GLMF-REC.
               10  GLMF-BUCKET         PIC X(8).
               10  GLMF-DR-ACCT        PIC X(8).
               10  GLMF-CR-ACCT        PIC X(8).
               10  GLMF-DESC           PIC X(30).
               10  FILLER              PIC X(66).

       01  WS-GLE-OUT.
           05  GLE-RUN-DATE        PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  GLE-ACCOUNT         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  GLE-DRCR            PIC X(2).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  GLE-AMOUNT          PIC 9(11)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  GLE-BUCKET          PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  GLE-DESC            PIC X(30).

       77  WS-AMT-DISP             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-AMT-DISP2            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-AMT-DISP3            PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *>--- Record layouts.
       01  WS-RUNCTL-PARSED.
           05  RC-REC.
               10  RC-TYPE             PIC X(2).
               10  RC-RUN-NO           PIC 9(5).
               10  RC-RUN-DATE         PIC 9(8).
               10  RC-CB-COUNT         PIC 9(9).
               10  RC-CB-HASH          PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  RC-TL-COUNT         PIC 9(9).
               10  RC-TL-HASH          PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  RC-TP-COUNT         PIC 9(9).
               10  RC-TP-HASH          PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  RC-OI-COUNT         PIC 9(9).
               10  RC-OI-HASH          PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(13).

       01  WS-GLHIST-PARSED.
           05  GLH-REC.
               10  GLH-RUN-NO          PIC 9(5).
               10  GLH-RUN-DATE        PIC 9(8).
               10  GLH-KEY             PIC X(8).
               10  GLH-AMOUNT          PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  GLH-POSTED          PIC X.
               10  FILLER              PIC X(84).

       01  WS-PERIOD-PARSED.
           05  PER-REC.
               10  PER-MONTH           PIC 9(6).
               10  PER-CLOSE-DATE      PIC 9(8).
               10  PER-LAST-RUN        PIC 9(5).
               10  PER-CLOSING-AR      PIC S9(11)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(87).

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT PCRPT-FILE
      *>   The journal is emptied on every run -- a preview or a
      *>   refused close must never leave a postable month journal
      *>   behind from an earlier attempt.
           OPEN OUTPUT GLMONTH-FILE
           PERFORM 1000-GET-ARGUMENTS
           IF WS-ABORT = "N"
               PERFORM 1100-READ-CLOSED-PERIODS
           END-IF
           IF WS-ABORT = "N"
               PERFORM 1200-READ-RUN-CONTROL
           END-IF
           IF WS-ABORT = "N"
               PERFORM 2000-WRITE-HEADER
               PERFORM 1300-CHECK-UNPROMOTED-RUN
               PERFORM 1400-READ-GL-HISTORY
               PERFORM 3000-ROLL-FORWARD-RUNS
               PERFORM 3500-TIE-MONTH-END
               PERFORM 4000-WRITE-ROLLFORWARD
               PERFORM 4500-WRITE-RUN-CONTRIBUTIONS
               PERFORM 5000-LOAD-GL-MAP
               IF WS-CLOSE-MODE = "Y" AND WS-BLOCK-COUNT = 0
                   PERFORM 6000-WRITE-MONTH-JOURNAL
                   PERFORM 7000-RECORD-CLOSED-PERIOD
               END-IF
               PERFORM 7500-WRITE-CLOSE-SUMMARY
           END-IF
           CLOSE GLMONTH-FILE
           CLOSE PCRPT-FILE
           IF WS-ABORT = "Y"
              OR (WS-CLOSE-MODE = "Y" AND WS-CLOSED NOT = "Y")
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

      *>   PERCLOSE YYYYMM [CLOSE]
       1000-GET-ARGUMENTS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CMD-ARG WS-ARG-MONTH WS-ARG-MODE
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
               INTO WS-ARG-MONTH WS-ARG-MODE
           END-UNSTRING
           IF WS-ARG-MONTH (1:6) IS NOT NUMERIC
              OR WS-ARG-MONTH (7:4) NOT = SPACES
               PERFORM 8000-LOG-BAD-ARGUMENTS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-MONTH (1:6) TO WS-CLOSE-MONTH
           IF WS-CM-MM < 1 OR WS-CM-MM > 12
               PERFORM 8000-LOG-BAD-ARGUMENTS
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ARG-MODE
               WHEN SPACES
                   MOVE "N" TO WS-CLOSE-MODE
               WHEN "CLOSE"
                   MOVE "Y" TO WS-CLOSE-MODE
               WHEN OTHER
                   PERFORM 8000-LOG-BAD-ARGUMENTS
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-CLOSE-MONTH TO WS-ME-YYYYMM
           MOVE WS-MONTH-DAY-COUNT (WS-CM-MM) TO WS-ME-DD
           IF WS-CM-MM = 2
               DIVIDE WS-CM-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM4
               DIVIDE WS-CM-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM100
               DIVIDE WS-CM-YYYY BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM400
               IF WS-LEAP-REM400 = 0
                  OR (WS-LEAP-REM4 = 0 AND WS-LEAP-REM100 NOT = 0)
                   MOVE 29 TO WS-ME-DD
               END-IF
           END-IF.

      *>   Closing the same month twice, a month behind one already
      *>   closed, or skipping a month, is refused; a preview of a
      *>   closed month is allowed (it reprints the rollforward).
       1100-READ-CLOSED-PERIODS.
           MOVE 0 TO WS-CLOSED-THRU
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
      *>       no period ever closed
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ PERIOD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
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

      *>   Opening balance from the last BS run before the month;
      *>   the month's runs into the run table. A BS record with the
      *>   run number of the entry before it (ARCHTRIM's re-stated
      *>   record) replaces that entry rather than adding a run.
       1200-READ-RUN-CONTROL.
           MOVE 0 TO WS-RUN-COUNT WS-DATA-LAST-RUN
           MOVE "N" TO WS-OPEN-FOUND
           MOVE 0 TO WS-OPEN-AR WS-OPEN-RUN WS-OPEN-DATE
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "35"
               PERFORM 8100-LOG-NO-CHAIN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RUNCTL-LINE TO RC-REC OF WS-RUNCTL-PARSED
                       IF RC-TYPE OF WS-RUNCTL-PARSED = "BS"
                           PERFORM 1210-NOTE-BS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE
           IF WS-RUN-COUNT = 0
               PERFORM 8200-LOG-NO-RUNS
           END-IF.

       1210-NOTE-BS-RECORD.
           MOVE RC-RUN-NO OF WS-RUNCTL-PARSED TO WS-DATA-LAST-RUN
           IF RC-RUN-DATE OF WS-RUNCTL-PARSED (1:6) < WS-CLOSE-MONTH
               MOVE "Y" TO WS-OPEN-FOUND
               MOVE RC-RUN-NO   OF WS-RUNCTL-PARSED TO WS-OPEN-RUN
               MOVE RC-RUN-DATE OF WS-RUNCTL-PARSED TO WS-OPEN-DATE
               MOVE RC-CB-HASH  OF WS-RUNCTL-PARSED TO WS-OPEN-AR
               EXIT PARAGRAPH
           END-IF
           IF RC-RUN-DATE OF WS-RUNCTL-PARSED (1:6) > WS-CLOSE-MONTH
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT > 0
              AND PR-RUN-NO (WS-RUN-COUNT) =
                  RC-RUN-NO OF WS-RUNCTL-PARSED
               MOVE RC-CB-HASH OF WS-RUNCTL-PARSED
                    TO PR-CB-HASH (WS-RUN-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT >= 500
               DISPLAY "WARNING: month runs exceed table size"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           INITIALIZE WS-RUN-ENTRY (WS-RUN-COUNT)
           MOVE RC-RUN-NO   OF WS-RUNCTL-PARSED
                TO PR-RUN-NO   (WS-RUN-COUNT)
           MOVE RC-RUN-DATE OF WS-RUNCTL-PARSED
                TO PR-RUN-DATE (WS-RUN-COUNT)
           MOVE RC-CB-HASH  OF WS-RUNCTL-PARSED
                TO PR-CB-HASH  (WS-RUN-COUNT)
           MOVE "N" TO PR-HAS-HIST (WS-RUN-COUNT)
           MOVE "N" TO PR-POSTED (WS-RUN-COUNT).

      *>   A run finished but not yet promoted is invisible in data/;
      *>   if it is dated in (or before) the month, the month's books
      *>   are not complete yet.
       1300-CHECK-UNPROMOTED-RUN.
           OPEN INPUT RUNCTL-OUT-FILE
           IF WS-RCOUT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RUNCTL-OUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RUNCTL-OUT-LINE TO RC-REC
                            OF WS-RUNCTL-PARSED
                       IF RC-TYPE OF WS-RUNCTL-PARSED = "BS"
                          AND RC-RUN-NO OF WS-RUNCTL-PARSED >
                              WS-DATA-LAST-RUN
                          AND RC-RUN-DATE OF WS-RUNCTL-PARSED (1:6)
                              NOT > WS-CLOSE-MONTH
                           MOVE SPACES TO WS-BLOCK-RSN
                           STRING "RUN " DELIMITED BY SIZE
                                  RC-RUN-NO OF WS-RUNCTL-PARSED
                                  DELIMITED BY SIZE
                                  " DATED " DELIMITED BY SIZE
                                  RC-RUN-DATE OF WS-RUNCTL-PARSED
                                  DELIMITED BY SIZE
                                  " IS WAITING IN out/ FOR PROMOTE"
                                  DELIMITED BY SIZE
                             INTO WS-BLOCK-RSN
                           END-STRING
                           PERFORM 8500-NOTE-CLOSE-BLOCK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTL-OUT-FILE.

      *>   Posting history for the month's runs: one record per
      *>   bucket plus the run's closing CUSTBAL, open-item and
      *>   on-account credit totals.
       1400-READ-GL-HISTORY.
           OPEN INPUT GLHIST-FILE
           IF WS-GLHIST-STATUS = "35"
      *>       every run will show as having no posting history
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ GLHIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE GLHIST-LINE TO GLH-REC OF WS-GLHIST-PARSED
                       IF GLH-RUN-DATE OF WS-GLHIST-PARSED (1:6) =
                          WS-CLOSE-MONTH
                           PERFORM 1410-APPLY-GL-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GLHIST-FILE.

       1410-APPLY-GL-HISTORY.
           MOVE "N" TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1 UNTIL
                           WS-RUN-SUB > WS-RUN-COUNT
                           OR WS-RUN-FOUND = "Y"
               IF PR-RUN-NO (WS-RUN-SUB) =
                  GLH-RUN-NO OF WS-GLHIST-PARSED
                   MOVE "Y" TO WS-RUN-FOUND
               END-IF
           END-PERFORM
           IF WS-RUN-FOUND NOT = "Y"
      *>       history for a run that never reached data/RUNCTL.DAT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-RUN-SUB
           MOVE "Y" TO PR-HAS-HIST (WS-RUN-SUB)
           MOVE GLH-POSTED OF WS-GLHIST-PARSED TO PR-POSTED (WS-RUN-SUB)
           EVALUATE GLH-KEY OF WS-GLHIST-PARSED
               WHEN "ARCLOSE"
                   CONTINUE
               WHEN "OIOPEN"
                   MOVE GLH-AMOUNT OF WS-GLHIST-PARSED
                        TO PR-OI-OPEN (WS-RUN-SUB)
               WHEN "CRONACCT"
                   MOVE GLH-AMOUNT OF WS-GLHIST-PARSED
                        TO PR-CR-ONACCT (WS-RUN-SUB)
               WHEN OTHER
                   PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL
                                   WS-BKT-SUB > WS-BKT-MAX
                       IF BKT-NAME (WS-BKT-SUB) =
                          GLH-KEY OF WS-GLHIST-PARSED
                           MOVE GLH-AMOUNT OF WS-GLHIST-PARSED
                                TO PR-AMT (WS-RUN-SUB, WS-BKT-SUB)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       2000-WRITE-HEADER.
           MOVE ALL SPACES TO PCRPT-LINE
           IF WS-CLOSE-MODE = "Y"
               STRING "PERIOD CLOSE - MONTH " DELIMITED BY SIZE
                      WS-CLOSE-MONTH   DELIMITED BY SIZE
                      "  (CLOSE)   RUN ON " DELIMITED BY SIZE
                      WS-TODAY         DELIMITED BY SIZE
                 INTO PCRPT-LINE
               END-STRING
           ELSE
               STRING "PERIOD CLOSE - MONTH " DELIMITED BY SIZE
                      WS-CLOSE-MONTH   DELIMITED BY SIZE
                      "  (PREVIEW) RUN ON " DELIMITED BY SIZE
                      WS-TODAY         DELIMITED BY SIZE
                 INTO PCRPT-LINE
               END-STRING
           END-IF
           WRITE PCRPT-LINE

           IF WS-CLOSED-THRU > 0
               MOVE ALL SPACES TO PCRPT-LINE
               STRING "PERIODS CLOSED THRU " DELIMITED BY SIZE
                      WS-CLOSED-THRU   DELIMITED BY SIZE
                 INTO PCRPT-LINE
               END-STRING
               WRITE PCRPT-LINE
           END-IF

           IF WS-CLOSE-MONTH NOT > WS-CLOSED-THRU
               MOVE SPACES TO WS-BLOCK-RSN
               STRING "MONTH " DELIMITED BY SIZE
                      WS-CLOSE-MONTH DELIMITED BY SIZE
                      " IS ALREADY CLOSED" DELIMITED BY SIZE
                 INTO WS-BLOCK-RSN
               END-STRING
               PERFORM 8500-NOTE-CLOSE-BLOCK
           END-IF
           IF WS-CLOSED-THRU > 0
              AND WS-CLOSE-MONTH > WS-CLOSED-THRU
               MOVE WS-CLOSED-THRU TO WS-NEXT-OPEN
               IF WS-NO-MM = 12
                   ADD 1 TO WS-NO-YYYY
                   MOVE 1 TO WS-NO-MM
               ELSE
                   ADD 1 TO WS-NO-MM
               END-IF
               IF WS-CLOSE-MONTH NOT = WS-NEXT-OPEN
                   MOVE SPACES TO WS-BLOCK-RSN
                   STRING "MONTH " DELIMITED BY SIZE
                          WS-NEXT-OPEN DELIMITED BY SIZE
                          " MUST BE CLOSED BEFORE " DELIMITED BY SIZE
                          WS-CLOSE-MONTH DELIMITED BY SIZE
                     INTO WS-BLOCK-RSN
                   END-STRING
                   PERFORM 8500-NOTE-CLOSE-BLOCK
               END-IF
           END-IF
           IF WS-TODAY (1:6) NOT > WS-CLOSE-MONTH
               MOVE SPACES TO WS-BLOCK-RSN
               STRING "MONTH " DELIMITED BY SIZE
                      WS-CLOSE-MONTH DELIMITED BY SIZE
                      " HAS NOT ENDED YET" DELIMITED BY SIZE
                 INTO WS-BLOCK-RSN
               END-STRING
               PERFORM 8500-NOTE-CLOSE-BLOCK
           END-IF.

      *>   Each run must carry its opening (the CUSTBAL the run
      *>   before it left) plus its own activity to exactly the
      *>   CUSTBAL it carried forward. The next run opens on the
      *>   CUSTBAL actually carried, so one break does not cascade
      *>   through the rest of the month.
       3000-ROLL-FORWARD-RUNS.
           MOVE 0 TO WS-MON-ACTIVITY
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL
                           WS-BKT-SUB > WS-BKT-MAX
               MOVE 0 TO WS-MON-AMT (WS-BKT-SUB)
           END-PERFORM
           MOVE WS-OPEN-AR TO WS-RUNNING-AR
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1 UNTIL
                           WS-RUN-SUB > WS-RUN-COUNT
               PERFORM 3100-ROLL-FORWARD-ONE-RUN
           END-PERFORM.

       3100-ROLL-FORWARD-ONE-RUN.
           MOVE WS-RUNNING-AR TO PR-OPEN (WS-RUN-SUB)
           MOVE 0 TO PR-ACTIVITY (WS-RUN-SUB)
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL
                           WS-BKT-SUB > WS-BKT-MAX
               ADD PR-AMT (WS-RUN-SUB, WS-BKT-SUB)
                   TO WS-MON-AMT (WS-BKT-SUB)
               EVALUATE BKT-SIGN (WS-BKT-SUB)
                   WHEN "+"
                       ADD PR-AMT (WS-RUN-SUB, WS-BKT-SUB)
                           TO PR-ACTIVITY (WS-RUN-SUB)
                   WHEN "-"
                       SUBTRACT PR-AMT (WS-RUN-SUB, WS-BKT-SUB)
                           FROM PR-ACTIVITY (WS-RUN-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           ADD PR-ACTIVITY (WS-RUN-SUB) TO WS-MON-ACTIVITY
           COMPUTE PR-CLOSE-CALC (WS-RUN-SUB) =
                   PR-OPEN (WS-RUN-SUB) + PR-ACTIVITY (WS-RUN-SUB)

           EVALUATE TRUE
               WHEN PR-HAS-HIST (WS-RUN-SUB) NOT = "Y"
                   MOVE "NO POSTING HIST" TO PR-STATUS (WS-RUN-SUB)
                   MOVE SPACES TO WS-BLOCK-RSN
                   STRING "RUN " DELIMITED BY SIZE
                          PR-RUN-NO (WS-RUN-SUB) DELIMITED BY SIZE
                          " HAS NO RECORDS ON data/GLHIST.DAT"
                          DELIMITED BY SIZE
                     INTO WS-BLOCK-RSN
                   END-STRING
                   PERFORM 8500-NOTE-CLOSE-BLOCK
               WHEN PR-CLOSE-CALC (WS-RUN-SUB) NOT =
                    PR-CB-HASH (WS-RUN-SUB)
                   MOVE "**BREAK**" TO PR-STATUS (WS-RUN-SUB)
                   COMPUTE WS-DIFF = PR-CB-HASH (WS-RUN-SUB)
                                   - PR-CLOSE-CALC (WS-RUN-SUB)
                   MOVE WS-DIFF TO WS-AMT-DISP
                   MOVE SPACES TO WS-BLOCK-RSN
                   STRING "RUN " DELIMITED BY SIZE
                          PR-RUN-NO (WS-RUN-SUB) DELIMITED BY SIZE
                          " ROLLFORWARD OFF CUSTBAL BY "
                          DELIMITED BY SIZE
                          WS-AMT-DISP DELIMITED BY SIZE
                     INTO WS-BLOCK-RSN
                   END-STRING
                   PERFORM 8500-NOTE-CLOSE-BLOCK
               WHEN PR-POSTED (WS-RUN-SUB) NOT = "Y"
                   MOVE "OK - GL NOT SENT" TO PR-STATUS (WS-RUN-SUB)
               WHEN OTHER
                   MOVE "OK" TO PR-STATUS (WS-RUN-SUB)
           END-EVALUATE
           MOVE PR-CB-HASH (WS-RUN-SUB) TO WS-RUNNING-AR.

      *>   Month closing three ways: the rollforward, the CUSTBAL the
      *>   month's last run carried, and that run's open items less
      *>   its on-account credits.
       3500-TIE-MONTH-END.
           MOVE "N" TO WS-TIE-BREAK
           COMPUTE WS-MON-CLOSE-CALC = WS-OPEN-AR + WS-MON-ACTIVITY
           MOVE PR-CB-HASH (WS-RUN-COUNT) TO WS-MON-CUSTBAL
           COMPUTE WS-MON-OI-NET = PR-OI-OPEN (WS-RUN-COUNT)
                                 - PR-CR-ONACCT (WS-RUN-COUNT)
           IF WS-MON-CLOSE-CALC NOT = WS-MON-CUSTBAL
               MOVE "Y" TO WS-TIE-BREAK
               MOVE "MONTH ROLLFORWARD DOES NOT TIE TO CUSTBAL"
                    TO WS-BLOCK-RSN
               PERFORM 8500-NOTE-CLOSE-BLOCK
           END-IF
           IF PR-HAS-HIST (WS-RUN-COUNT) = "Y"
              AND WS-MON-OI-NET NOT = WS-MON-CUSTBAL
               MOVE "Y" TO WS-TIE-BREAK
               MOVE "OPEN ITEMS LESS CREDITS DO NOT TIE TO CUSTBAL"
                    TO WS-BLOCK-RSN
               PERFORM 8500-NOTE-CLOSE-BLOCK
           END-IF.

       4000-WRITE-ROLLFORWARD.
           MOVE ALL SPACES TO PCRPT-LINE
           WRITE PCRPT-LINE
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "--- AR ROLLFORWARD ---" DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE

           MOVE WS-OPEN-AR TO WS-AMT-DISP
           MOVE ALL SPACES TO PCRPT-LINE
           IF WS-OPEN-FOUND = "Y"
               STRING "  OPENING AR                  " DELIMITED BY SIZE
                      WS-AMT-DISP      DELIMITED BY SIZE
                      "   (CUSTBAL AFTER RUN "  DELIMITED BY SIZE
                      WS-OPEN-RUN      DELIMITED BY SIZE
                      " OF "           DELIMITED BY SIZE
                      WS-OPEN-DATE     DELIMITED BY SIZE
                      ")"              DELIMITED BY SIZE
                 INTO PCRPT-LINE
               END-STRING
           ELSE
               STRING "  OPENING AR                  " DELIMITED BY SIZE
                      WS-AMT-DISP      DELIMITED BY SIZE
                      "   (NO EARLIER RUN)" DELIMITED BY SIZE
                 INTO PCRPT-LINE
               END-STRING
           END-IF
           WRITE PCRPT-LINE

           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL
                           WS-BKT-SUB > WS-BKT-MAX
               IF BKT-SIGN (WS-BKT-SUB) NOT = "M"
                   PERFORM 4010-WRITE-BUCKET-LINE
               END-IF
           END-PERFORM

           MOVE WS-MON-CLOSE-CALC TO WS-AMT-DISP
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "  = CLOSING AR (ROLLFORWARD)  " DELIMITED BY SIZE
                  WS-AMT-DISP      DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE

           MOVE WS-MON-CUSTBAL TO WS-AMT-DISP
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "    CUSTBAL AT MONTH END      " DELIMITED BY SIZE
                  WS-AMT-DISP      DELIMITED BY SIZE
                  "   (AFTER RUN "  DELIMITED BY SIZE
                  PR-RUN-NO (WS-RUN-COUNT) DELIMITED BY SIZE
                  ")"              DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE

           MOVE PR-OI-OPEN (WS-RUN-COUNT)   TO WS-AMT-DISP
           MOVE PR-CR-ONACCT (WS-RUN-COUNT) TO WS-AMT-DISP2
           MOVE WS-MON-OI-NET               TO WS-AMT-DISP3
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "    OPEN ITEMS LESS CREDITS   " DELIMITED BY SIZE
                  WS-AMT-DISP3     DELIMITED BY SIZE
                  "   (ITEMS "     DELIMITED BY SIZE
                  WS-AMT-DISP      DELIMITED BY SIZE
                  " CREDITS "      DELIMITED BY SIZE
                  WS-AMT-DISP2     DELIMITED BY SIZE
                  ")"              DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE

           MOVE ALL SPACES TO PCRPT-LINE
           IF WS-TIE-BREAK = "Y"
               STRING "  MONTH-END TIE: **BREAK**" DELIMITED BY SIZE
                 INTO PCRPT-LINE
               END-STRING
           ELSE
               STRING "  MONTH-END TIE: OK" DELIMITED BY SIZE
                 INTO PCRPT-LINE
               END-STRING
           END-IF
           WRITE PCRPT-LINE

           MOVE ALL SPACES TO PCRPT-LINE
           STRING "  MEMO (DISPUTES AND RECOVERIES, NOT AR):"
                  DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL
                           WS-BKT-SUB > WS-BKT-MAX
               IF BKT-SIGN (WS-BKT-SUB) = "M"
                   PERFORM 4010-WRITE-BUCKET-LINE
               END-IF
           END-PERFORM.

       4010-WRITE-BUCKET-LINE.
           MOVE WS-MON-AMT (WS-BKT-SUB) TO WS-AMT-DISP
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "  "                   DELIMITED BY SIZE
                  BKT-SIGN (WS-BKT-SUB)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  BKT-LABEL (WS-BKT-SUB) DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-AMT-DISP            DELIMITED BY SIZE
                  "   "                  DELIMITED BY SIZE
                  BKT-NAME (WS-BKT-SUB)  DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE.

      *>   One line per run (opening, net AR activity, CUSTBAL
      *>   carried, status) and under it the run's nonzero buckets.
       4500-WRITE-RUN-CONTRIBUTIONS.
           MOVE ALL SPACES TO PCRPT-LINE
           WRITE PCRPT-LINE
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "--- RUN CONTRIBUTIONS ---" DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "RUN   RUN DATE        OPENING AR"
                  DELIMITED BY SIZE
                  "       AR ACTIVITY       CUSTBAL OUT  STATUS"
                  DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1 UNTIL
                           WS-RUN-SUB > WS-RUN-COUNT
               PERFORM 4510-WRITE-ONE-RUN
           END-PERFORM.

       4510-WRITE-ONE-RUN.
           MOVE PR-OPEN (WS-RUN-SUB)     TO WS-AMT-DISP
           MOVE PR-ACTIVITY (WS-RUN-SUB) TO WS-AMT-DISP2
           MOVE PR-CB-HASH (WS-RUN-SUB)  TO WS-AMT-DISP3
           MOVE ALL SPACES TO PCRPT-LINE
           STRING PR-RUN-NO (WS-RUN-SUB)   DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  PR-RUN-DATE (WS-RUN-SUB) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-AMT-DISP              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-AMT-DISP2             DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-AMT-DISP3             DELIMITED BY SIZE
                  "  "                     DELIMITED BY SIZE
                  PR-STATUS (WS-RUN-SUB)   DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL
                           WS-BKT-SUB > WS-BKT-MAX
               IF PR-AMT (WS-RUN-SUB, WS-BKT-SUB) NOT = 0
                   MOVE PR-AMT (WS-RUN-SUB, WS-BKT-SUB)
                        TO WS-AMT-DISP
                   MOVE ALL SPACES TO PCRPT-LINE
                   STRING "               "      DELIMITED BY SIZE
                          BKT-SIGN (WS-BKT-SUB)  DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          BKT-NAME (WS-BKT-SUB)  DELIMITED BY SIZE
                          "         "            DELIMITED BY SIZE
                          WS-AMT-DISP            DELIMITED BY SIZE
                     INTO PCRPT-LINE
                   END-STRING
                   WRITE PCRPT-LINE
               END-IF
           END-PERFORM.

      *>   Every bucket with money in the month must be mapped, as
      *>   BILSTMT requires for the per-run extract.
       5000-LOAD-GL-MAP.
           MOVE 0 TO WS-GLMAP-COUNT
           MOVE "Y" TO WS-GL-MAP-OK
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS = "35"
               MOVE "N" TO WS-GL-MAP-OK
               MOVE "GLMAP.DAT NOT FOUND - NO MONTH JOURNAL"
                    TO WS-BLOCK-RSN
               PERFORM 8500-NOTE-CLOSE-BLOCK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ GLMAP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE GLMAP-LINE TO GLMF-REC OF WS-GLMAP-PARSED
                       PERFORM 5010-ADD-GL-MAP-ENTRY
               END-READ
           END-PERFORM
           CLOSE GLMAP-FILE
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL
                           WS-BKT-SUB > WS-BKT-MAX
               IF WS-MON-AMT (WS-BKT-SUB) NOT = 0
                   PERFORM 5100-FIND-GL-MAP
                   IF WS-GL-MAP-FOUND NOT = "Y"
                       MOVE "N" TO WS-GL-MAP-OK
                       MOVE SPACES TO WS-BLOCK-RSN
                       STRING "BUCKET " DELIMITED BY SIZE
                              BKT-NAME (WS-BKT-SUB) DELIMITED BY SIZE
                              " NOT IN GLMAP.DAT" DELIMITED BY SIZE
                         INTO WS-BLOCK-RSN
                       END-STRING
                       PERFORM 8500-NOTE-CLOSE-BLOCK
                   END-IF
               END-IF
           END-PERFORM.

       5010-ADD-GL-MAP-ENTRY.
           IF WS-GLMAP-COUNT >= 50
               DISPLAY "WARNING: GLMAP.DAT exceeds map table size"
           ELSE
               ADD 1 TO WS-GLMAP-COUNT
               MOVE GLMF-BUCKET  OF WS-GLMAP-PARSED
                    TO GLM-BUCKET  (WS-GLMAP-COUNT)
               MOVE GLMF-DR-ACCT OF WS-GLMAP-PARSED
                    TO GLM-DR-ACCT (WS-GLMAP-COUNT)
               MOVE GLMF-CR-ACCT OF WS-GLMAP-PARSED
                    TO GLM-CR-ACCT (WS-GLMAP-COUNT)
               MOVE GLMF-DESC    OF WS-GLMAP-PARSED
                    TO GLM-DESC    (WS-GLMAP-COUNT)
           END-IF.

       5100-FIND-GL-MAP.
           MOVE "N" TO WS-GL-MAP-FOUND
           MOVE 0 TO WS-GL-MAP-IDX
           PERFORM VARYING WS-GLMAP-SUB FROM 1 BY 1 UNTIL
                           WS-GLMAP-SUB > WS-GLMAP-COUNT
               IF GLM-BUCKET (WS-GLMAP-SUB) = BKT-NAME (WS-BKT-SUB)
                   MOVE "Y" TO WS-GL-MAP-FOUND
                   MOVE WS-GLMAP-SUB TO WS-GL-MAP-IDX
               END-IF
           END-PERFORM.

      *>   One balanced DR/CR pair per nonzero bucket for the month,
      *>   dated the last day of the month.
       6000-WRITE-MONTH-JOURNAL.
           MOVE 0 TO WS-GL-LINES
           PERFORM VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL
                           WS-BKT-SUB > WS-BKT-MAX
               IF WS-MON-AMT (WS-BKT-SUB) NOT = 0
                   PERFORM 5100-FIND-GL-MAP
                   PERFORM 6010-WRITE-JOURNAL-PAIR
               END-IF
           END-PERFORM.

       6010-WRITE-JOURNAL-PAIR.
           MOVE SPACES TO WS-GLE-OUT
           MOVE WS-MONTH-END TO GLE-RUN-DATE
           MOVE GLM-DR-ACCT (WS-GL-MAP-IDX) TO GLE-ACCOUNT
           MOVE "DR" TO GLE-DRCR
           MOVE WS-MON-AMT (WS-BKT-SUB) TO GLE-AMOUNT
           MOVE BKT-NAME (WS-BKT-SUB) TO GLE-BUCKET
           MOVE GLM-DESC (WS-GL-MAP-IDX) TO GLE-DESC
           PERFORM 6020-WRITE-JOURNAL-LINE

           MOVE SPACES TO WS-GLE-OUT
           MOVE WS-MONTH-END TO GLE-RUN-DATE
           MOVE GLM-CR-ACCT (WS-GL-MAP-IDX) TO GLE-ACCOUNT
           MOVE "CR" TO GLE-DRCR
           MOVE WS-MON-AMT (WS-BKT-SUB) TO GLE-AMOUNT
           MOVE BKT-NAME (WS-BKT-SUB) TO GLE-BUCKET
           MOVE GLM-DESC (WS-GL-MAP-IDX) TO GLE-DESC
           PERFORM 6020-WRITE-JOURNAL-LINE.

       6020-WRITE-JOURNAL-LINE.
           MOVE ALL SPACES TO GLMONTH-LINE
           MOVE WS-GLE-OUT TO GLMONTH-LINE
           WRITE GLMONTH-LINE
           ADD 1 TO WS-GL-LINES.

      *>   The closed month goes on data/PERIOD.DAT, which BILSTMT
      *>   reads at startup.
       7000-RECORD-CLOSED-PERIOD.
           MOVE SPACES TO PER-REC OF WS-PERIOD-PARSED
           MOVE WS-CLOSE-MONTH TO PER-MONTH OF WS-PERIOD-PARSED
           MOVE WS-TODAY TO PER-CLOSE-DATE OF WS-PERIOD-PARSED
           MOVE PR-RUN-NO (WS-RUN-COUNT)
                TO PER-LAST-RUN OF WS-PERIOD-PARSED
           MOVE WS-MON-CUSTBAL TO PER-CLOSING-AR OF WS-PERIOD-PARSED
           OPEN EXTEND PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
           END-IF
           MOVE ALL SPACES TO PERIOD-LINE
           MOVE PER-REC OF WS-PERIOD-PARSED TO PERIOD-LINE
           WRITE PERIOD-LINE
           CLOSE PERIOD-FILE
           MOVE "Y" TO WS-CLOSED.

       7500-WRITE-CLOSE-SUMMARY.
           MOVE ALL SPACES TO PCRPT-LINE
           WRITE PCRPT-LINE
           MOVE ALL SPACES TO PCRPT-LINE
           EVALUATE TRUE
               WHEN WS-CLOSED = "Y"
                   STRING "MONTH " DELIMITED BY SIZE
                          WS-CLOSE-MONTH DELIMITED BY SIZE
                          " CLOSED - MONTH JOURNAL " DELIMITED BY SIZE
                          WS-GL-LINES DELIMITED BY SIZE
                          " LINES DATED " DELIMITED BY SIZE
                          WS-MONTH-END DELIMITED BY SIZE
                     INTO PCRPT-LINE
                   END-STRING
                   DISPLAY "PERCLOSE: MONTH " WS-CLOSE-MONTH
                           " CLOSED"
               WHEN WS-CLOSE-MODE = "Y"
                   STRING "CLOSE REFUSED - " DELIMITED BY SIZE
                          WS-BLOCK-COUNT DELIMITED BY SIZE
                          " CONDITION(S) LISTED ABOVE"
                          DELIMITED BY SIZE
                     INTO PCRPT-LINE
                   END-STRING
                   DISPLAY "PERCLOSE: CLOSE OF " WS-CLOSE-MONTH
                           " REFUSED - SEE out/PERCLOSE.RPT"
               WHEN WS-BLOCK-COUNT = 0
                   STRING "PREVIEW ONLY - MONTH IS READY TO CLOSE"
                          DELIMITED BY SIZE
                     INTO PCRPT-LINE
                   END-STRING
               WHEN OTHER
                   STRING "PREVIEW ONLY - " DELIMITED BY SIZE
                          WS-BLOCK-COUNT DELIMITED BY SIZE
                          " CONDITION(S) WOULD BLOCK THE CLOSE"
                          DELIMITED BY SIZE
                     INTO PCRPT-LINE
                   END-STRING
           END-EVALUATE
           WRITE PCRPT-LINE.

       8000-LOG-BAD-ARGUMENTS.
           MOVE "Y" TO WS-ABORT
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "USAGE: PERCLOSE YYYYMM [CLOSE] - GOT '"
                  DELIMITED BY SIZE
                  WS-CMD-ARG (1:30) DELIMITED BY SIZE
                  "'"               DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE
           DISPLAY "PERCLOSE: USAGE PERCLOSE YYYYMM [CLOSE]".

       8100-LOG-NO-CHAIN.
           MOVE "Y" TO WS-ABORT
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "NO data/RUNCTL.DAT - NO PROMOTED RUNS TO CLOSE"
                  DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE
           DISPLAY "PERCLOSE: NO data/RUNCTL.DAT - NOTHING TO CLOSE".

       8200-LOG-NO-RUNS.
           MOVE "Y" TO WS-ABORT
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "NO PROMOTED BS RUN DATED IN MONTH "
                  DELIMITED BY SIZE
                  WS-CLOSE-MONTH DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE
           DISPLAY "PERCLOSE: NO RUNS IN MONTH " WS-CLOSE-MONTH.

      *>   Anything that would make the close wrong is listed as it
      *>   is found; a preview lists the same conditions.
       8500-NOTE-CLOSE-BLOCK.
           ADD 1 TO WS-BLOCK-COUNT
           MOVE ALL SPACES TO PCRPT-LINE
           STRING "*** " DELIMITED BY SIZE
                  WS-BLOCK-RSN DELIMITED BY SIZE
             INTO PCRPT-LINE
           END-STRING
           WRITE PCRPT-LINE.

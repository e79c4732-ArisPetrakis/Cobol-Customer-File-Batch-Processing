       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTREL.

      *>--- Bill-shock release step. BILSTMT diverts a statement that
      *>    fails its bill-shock review onto the hold queue
      *>    (STMTHOLD.DAT) instead of the printed statements, the
      *>    extract, the mail-sort listing and the collections work
      *>    list; receivables and GL posted as usual, so only what
      *>    the customer sees is waiting. A reviewer works the
      *>    variance report and keys one decision per held statement
      *>    into data/STMTREL.DAT:
      *>      A - approve: print and mail it (released output below);
      *>      W - withdraw: drop it from the queue unprinted (the
      *>          account is being corrected and rebilled);
      *>      K - keep it held into the next cycle.
      *>    A statement with no decision is kept. A and W need the
      *>    reviewer's ID. Released statements go out as a
      *>    supplementary print set:
      *>      out/RELSTMT.RPT          statement print lines
      *>      out/RELSTMT_EXTRACT.CSV  extract rows (statement
      *>                               extract layout)
      *>      out/RELMAILSORT.RPT      mail-sort listing, postal order
      *>      out/RELCOLLECT.RPT       collections work list entries
      *>    and out/STMTREL.RPT logs every decision and what is still
      *>    held.
      *>
      *>    Run AFTER PROMOTE and before the next BILSTMT run -- it
      *>    rewrites data/STMTHOLD.DAT in place, like ARCHTRIM, so a
      *>    run still waiting in out/ (whose STMTHOLD.DAT was copied
      *>    from the queue before this release) would put released
      *>    statements back on hold when promoted. Refused (RC 16)
      *>    while one is pending.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The last run waiting in out/ against the live chain.
           SELECT RUNCTL-OUT-FILE ASSIGN TO "out/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCOUT-STATUS.

           SELECT RUNCTL-DATA-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCDATA-STATUS.

      *>   Reviewer decisions: col 1 action (A/W/K), cols 2-10
      *>   customer, cols 11-15 run the statement was held on, cols
      *>   16-23 reviewer ID.
           SELECT RELDEC-FILE ASSIGN TO "data/STMTREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELDEC-STATUS.

           SELECT STMTHOLD-FILE ASSIGN TO "data/STMTHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTHOLD-STATUS.

           SELECT STMTHOLD-NEW-FILE ASSIGN TO "data/STMTHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   What stays on the queue stages here between the release
      *>   pass and the rewrite of the live file.
           SELECT HOLDKEEP-FILE ASSIGN TO "out/STMTHOLD.KEEP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELSTMT-FILE ASSIGN TO "out/RELSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELEXT-FILE ASSIGN TO "out/RELSTMT_EXTRACT.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

      *>   Unsorted mail-sort and collections records of released
      *>   statements, sorted and printed the way BILSTMT prints
      *>   its own.
           SELECT RELMWORK-FILE ASSIGN TO "out/RELMAILWORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELMAIL-FILE ASSIGN TO "out/RELMAILSORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAIL-SORT-WORK
               ASSIGN TO "out/RM_SORTWORK.tmp".

           SELECT RELCWORK-FILE ASSIGN TO "out/RELCOLLWORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELCOLL-FILE ASSIGN TO "out/RELCOLLECT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COLL-SORT-WORK
               ASSIGN TO "out/RC_SORTWORK.tmp".

           SELECT RELRPT-FILE ASSIGN TO "out/STMTREL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-OUT-FILE.
       01  RUNCTL-OUT-LINE         PIC X(120).

       FD  RUNCTL-DATA-FILE.
       01  RUNCTL-DATA-LINE        PIC X(120).

       FD  RELDEC-FILE.
       01  RELDEC-LINE             PIC X(120).

       FD  STMTHOLD-FILE.
       01  STMTHOLD-LINE           PIC X(200).

       FD  STMTHOLD-NEW-FILE.
       01  STMTHOLD-NEW-LINE       PIC X(200).

       FD  HOLDKEEP-FILE.
       01  HOLDKEEP-LINE           PIC X(200).

       FD  RELSTMT-FILE.
       01  RELSTMT-LINE            PIC X(120).

       FD  RELEXT-FILE.
       01  RELEXT-LINE             PIC X(160).

       FD  RELMWORK-FILE.
       01  RELMWORK-LINE           PIC X(120).

       FD  RELMAIL-FILE.
       01  RELMAIL-LINE            PIC X(120).

       FD  RELCWORK-FILE.
       01  RELCWORK-LINE           PIC X(120).

       FD  RELCOLL-FILE.
       01  RELCOLL-LINE            PIC X(120).

       FD  RELRPT-FILE.
       01  RELRPT-LINE             PIC X(120).

       SD  MAIL-SORT-WORK.
       01  MAIL-SORT-REC.
           05  MW-SORT-FIELDS.
               10  MW-SORT-POSTAL      PIC X(9).
               10  FILLER              PIC X(111).

       SD  COLL-SORT-WORK.
       01  COLL-SORT-REC.
           05  CW-SORT-FIELDS.
               10  CW-SORT-OVER90      PIC 9(9)V99.
               10  FILLER              PIC X(109).

       WORKING-STORAGE SECTION.

       77  WS-RCOUT-STATUS         PIC XX VALUE SPACES.
       77  WS-RCDATA-STATUS        PIC XX VALUE SPACES.
       77  WS-RELDEC-STATUS        PIC XX VALUE SPACES.
       77  WS-STMTHOLD-STATUS      PIC XX VALUE SPACES.
       77  WS-RC-EOF               PIC X VALUE "N".
       77  WS-EOF                  PIC X VALUE "N".
       77  WS-SRT-EOF              PIC X VALUE "N".
       77  WS-ABORT                PIC X VALUE "N".
       77  WS-HAVE-QUEUE           PIC X VALUE "N".

       77  WS-OUT-BS-FOUND         PIC X VALUE "N".
       77  WS-OUT-BS-RUN           PIC 9(5) VALUE 0.
       77  WS-DATA-BS-FOUND        PIC X VALUE "N".
       77  WS-DATA-BS-RUN          PIC 9(5) VALUE 0.

      *>--- The held statement being read: its decision and whether
      *>    any print lines went out for it (blank separator).
       77  WS-GRP-ACTION           PIC X VALUE SPACE.
       77  WS-GRP-REVIEWER         PIC X(8) VALUE SPACES.
       77  WS-GRP-PRINTED          PIC X VALUE "N".
       77  WS-GRP-RUN-NO           PIC 9(5) VALUE 0.
       77  WS-GRP-CUST-ID          PIC 9(9) VALUE 0.
       77  WS-DEC-REASON           PIC X(30) VALUE SPACES.

       77  WS-READ-DEC             PIC 9(7) VALUE 0.
       77  WS-BAD-DEC              PIC 9(7) VALUE 0.
       77  WS-REL-STMTS            PIC 9(7) VALUE 0.
       77  WS-REL-AMT              PIC S9(11)V99 VALUE 0.
       77  WS-WDR-STMTS            PIC 9(7) VALUE 0.
       77  WS-WDR-AMT              PIC S9(11)V99 VALUE 0.
       77  WS-KEPT-STMTS           PIC 9(7) VALUE 0.
       77  WS-KEPT-AMT             PIC S9(11)V99 VALUE 0.
       77  WS-KEPT-RECS            PIC 9(9) VALUE 0.
       77  WS-REL-LINES            PIC 9(9) VALUE 0.
       77  WS-REL-EXT-LINES        PIC 9(9) VALUE 0.
       77  WS-REL-MAIL-RECS        PIC 9(7) VALUE 0.
       77  WS-REL-COLL-RECS        PIC 9(7) VALUE 0.

       77  WS-AMT-DISP             PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-AMT-POS              PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-TOT-DISP             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-AGE-30-DISP          PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-AGE-60-DISP          PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-AGE-90-DISP          PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-RESULT               PIC X(14) VALUE SPACES.

      *>--- Decisions off data/STMTREL.DAT. The first decision for a
      *>    held statement wins; a second is reported, not applied.
       77  WS-DEC-COUNT            PIC 9(5) VALUE 0.
       77  WS-DEC-SUB              PIC 9(5) VALUE 0.
       77  WS-DEC-FOUND            PIC 9(5) VALUE 0.
       01  WS-DEC-TABLE.
           05  WS-DEC-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-DEC-COUNT
               INDEXED BY WS-DEC-IDX.
               10  DEC-ACTION       PIC X.
               10  DEC-CUST-ID      PIC 9(9).
               10  DEC-RUN-NO       PIC 9(5).
               10  DEC-REVIEWER     PIC X(8).
               10  DEC-USED         PIC X.

      *>--- Copybook-style record layouts for parsing raw files
       01  WS-RUNCTL-PARSED.
           05  RC-REC.
               10  RC-TYPE             PIC X(2).
               10  RC-RUN-NO           PIC 9(5).
               10  RC-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(105).

       01  WS-RELDEC-PARSED.
           05  RD-REC.
               10  RD-ACTION           PIC X.
               10  RD-CUST-ID          PIC 9(9).
               10  RD-RUN-NO           PIC 9(5).
               10  RD-REVIEWER         PIC X(8).
               10  FILLER              PIC X(97).

      *>    Hold-queue record, as BILSTMT writes it: an H record
      *>    heads each held statement with the review figures; S
      *>    (statement line), X (extract line), M (mail-sort record)
      *>    and C (collections record) follow under the same run and
      *>    customer.
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

      *>--- Mail-sort and collections work records, BILSTMT layouts.
       01  WS-MAILWORK-OUT.
           05  MW-REC.
               10  MW-POSTAL           PIC X(9).
               10  MW-CUST-ID          PIC 9(9).
               10  MW-NAME             PIC X(20).
               10  MW-STREET           PIC X(25).
               10  MW-CITY             PIC X(15).
               10  MW-STATE            PIC X(2).
               10  FILLER              PIC X(40).

       01  WS-COLLWORK-OUT.
           05  CW-REC.
               10  CW-OVER90           PIC 9(9)V99.
               10  CW-CUST-ID          PIC 9(9).
               10  CW-LEVEL            PIC 9.
               10  CW-NAME             PIC X(20).
               10  CW-AGE-30           PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  CW-AGE-60           PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  CW-AGE-90           PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(43).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-READ-OUT-RUNCTL
           PERFORM 1250-CHECK-PROMOTED
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-OPEN-REL-FILES
           PERFORM 1300-LOAD-DECISIONS
           PERFORM 3000-PROCESS-HOLD-QUEUE
           PERFORM 3900-REPORT-UNMATCHED
           PERFORM 5000-WRITE-RELEASE-TOTALS
           PERFORM 9000-CLOSE-REL-FILES
           PERFORM 7300-WRITE-REL-COLLECTIONS
           PERFORM 7600-WRITE-REL-MAILSORT
           IF WS-HAVE-QUEUE = "Y"
               PERFORM 8000-REWRITE-HOLD-QUEUE
           END-IF
           DISPLAY "STMTREL: " WS-REL-STMTS " RELEASED, "
                   WS-WDR-STMTS " WITHDRAWN, "
                   WS-KEPT-STMTS " STILL HELD"
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO WS-READ-DEC WS-BAD-DEC WS-DEC-COUNT
           MOVE 0 TO WS-REL-STMTS WS-REL-AMT WS-WDR-STMTS WS-WDR-AMT
           MOVE 0 TO WS-KEPT-STMTS WS-KEPT-AMT WS-KEPT-RECS
           MOVE 0 TO WS-REL-LINES WS-REL-EXT-LINES
           MOVE 0 TO WS-REL-MAIL-RECS WS-REL-COLL-RECS
           MOVE "N" TO WS-ABORT WS-HAVE-QUEUE.

      *>   Last BS record waiting in out/, if any.
       1200-READ-OUT-RUNCTL.
           MOVE "N" TO WS-OUT-BS-FOUND
           MOVE 0 TO WS-OUT-BS-RUN
           OPEN INPUT RUNCTL-OUT-FILE
           IF WS-RCOUT-STATUS = "35"
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
           CLOSE RUNCTL-OUT-FILE.

      *>   The queue is released from data/, so the run that built it
      *>   must be live there: a later run still waiting in out/
      *>   carries its own copy of the queue and would undo the
      *>   release when promoted -- the same test PROMOTE makes,
      *>   the other way round.
       1250-CHECK-PROMOTED.
           MOVE "N" TO WS-DATA-BS-FOUND
           MOVE 0 TO WS-DATA-BS-RUN
           OPEN INPUT RUNCTL-DATA-FILE
           IF WS-RCDATA-STATUS NOT = "35"
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
           END-IF
           IF WS-OUT-BS-FOUND = "Y"
              AND WS-OUT-BS-RUN > WS-DATA-BS-RUN
               DISPLAY "STMTREL: RUN " WS-OUT-BS-RUN
                       " NOT YET PROMOTED - RUN PROMOTE FIRST"
               MOVE "Y" TO WS-ABORT
           END-IF.

      *>   Loads and validates the reviewer's decisions. Bad ones
      *>   are listed on the log and otherwise ignored -- the
      *>   statement they name simply stays held.
       1300-LOAD-DECISIONS.
           OPEN INPUT RELDEC-FILE
           IF WS-RELDEC-STATUS = "35"
               DISPLAY "STMTREL: NO data/STMTREL.DAT - "
                       "ALL HELD STATEMENTS KEPT"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ RELDEC-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RELDEC-LINE NOT = SPACES
                           ADD 1 TO WS-READ-DEC
                           MOVE RELDEC-LINE TO RD-REC
                                OF WS-RELDEC-PARSED
                           PERFORM 1310-TAKE-DECISION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELDEC-FILE.

       1310-TAKE-DECISION.
           MOVE SPACES TO WS-DEC-REASON
           IF RD-ACTION OF WS-RELDEC-PARSED NOT = "A"
              AND RD-ACTION OF WS-RELDEC-PARSED NOT = "W"
              AND RD-ACTION OF WS-RELDEC-PARSED NOT = "K"
               MOVE "INVALID ACTION" TO WS-DEC-REASON
           ELSE
               IF RD-CUST-ID OF WS-RELDEC-PARSED NOT NUMERIC
                  OR RD-RUN-NO OF WS-RELDEC-PARSED NOT NUMERIC
                   MOVE "INVALID CUSTOMER OR RUN" TO WS-DEC-REASON
               ELSE
                   IF RD-REVIEWER OF WS-RELDEC-PARSED = SPACES
                      AND RD-ACTION OF WS-RELDEC-PARSED NOT = "K"
                       MOVE "REVIEWER ID REQUIRED" TO WS-DEC-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-DEC-REASON = SPACES
               IF WS-DEC-COUNT >= 10000
                   DISPLAY "WARNING: release decisions exceed "
                           "table size"
                   MOVE "DECISION TABLE FULL" TO WS-DEC-REASON
               END-IF
           END-IF
           IF WS-DEC-REASON NOT = SPACES
               PERFORM 3950-WRITE-DECISION-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DEC-COUNT
           MOVE RD-ACTION    OF WS-RELDEC-PARSED
                TO DEC-ACTION   (WS-DEC-COUNT)
           MOVE RD-CUST-ID   OF WS-RELDEC-PARSED
                TO DEC-CUST-ID  (WS-DEC-COUNT)
           MOVE RD-RUN-NO    OF WS-RELDEC-PARSED
                TO DEC-RUN-NO   (WS-DEC-COUNT)
           MOVE RD-REVIEWER  OF WS-RELDEC-PARSED
                TO DEC-REVIEWER (WS-DEC-COUNT)
           MOVE "N" TO DEC-USED (WS-DEC-COUNT).

       2000-OPEN-REL-FILES.
           OPEN OUTPUT RELSTMT-FILE
                OUTPUT RELEXT-FILE
                OUTPUT RELMWORK-FILE
                OUTPUT RELCWORK-FILE
                OUTPUT RELRPT-FILE
           MOVE ALL SPACES TO RELEXT-LINE
           STRING "REC-TYPE,CUST-ID,DATE,TYPE,AMOUNT,DESC,"
                  DELIMITED BY SIZE
                  "PREV-BAL,TOT-CHARGES,TOT-CREDITS,TOT-PAY,"
                  DELIMITED BY SIZE
                  "TOT-ADJ,TOT-REV,TOT-DISPUTED,TOT-REBILL,"
                  DELIMITED BY SIZE
                  "TOT-WOFF,TOT-RETPAY,TOT-TAX,NET-DUE"
                  DELIMITED BY SIZE
             INTO RELEXT-LINE
           END-STRING
           WRITE RELEXT-LINE
           MOVE ALL SPACES TO RELRPT-LINE
           STRING "BILL-SHOCK RELEASE LOG - HELD STATEMENTS AFTER "
                  DELIMITED BY SIZE
                  "RUN "                   DELIMITED BY SIZE
                  WS-DATA-BS-RUN           DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE
           MOVE ALL SPACES TO RELRPT-LINE
           STRING "RESULT         CUST-ID    NAME                 "
                  DELIMITED BY SIZE
                  "RUN   AS-OF      CURRENT CHARGES REASON      "
                  DELIMITED BY SIZE
                  "REVIEWER"               DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE.

       9000-CLOSE-REL-FILES.
           CLOSE RELSTMT-FILE RELEXT-FILE RELMWORK-FILE
                 RELCWORK-FILE RELRPT-FILE.

      *>   One pass of the queue. Each H record opens a held
      *>   statement and settles its fate; the records under it
      *>   follow it out to the release files, onto the kept queue,
      *>   or (withdrawn) nowhere.
       3000-PROCESS-HOLD-QUEUE.
           OPEN INPUT STMTHOLD-FILE
           IF WS-STMTHOLD-STATUS = "35"
               DISPLAY "STMTREL: NO data/STMTHOLD.DAT - "
                       "NO STATEMENTS HELD"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HAVE-QUEUE
           OPEN OUTPUT HOLDKEEP-FILE
           MOVE "K" TO WS-GRP-ACTION
           MOVE "N" TO WS-GRP-PRINTED
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STMTHOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE STMTHOLD-LINE TO HQ-REC
                            OF WS-STMTHOLD-PARSED
                       IF HQ-TYPE OF WS-STMTHOLD-PARSED = "H"
                           PERFORM 3050-END-HELD-STMT
                           PERFORM 3100-START-HELD-STMT
                       END-IF
                       PERFORM 3200-ROUTE-HOLD-REC
               END-READ
           END-PERFORM
           PERFORM 3050-END-HELD-STMT
           CLOSE STMTHOLD-FILE HOLDKEEP-FILE.

      *>   A released statement is followed by a blank line, as
      *>   BILSTMT separates statements in STATEMENTS.RPT.
       3050-END-HELD-STMT.
           IF WS-GRP-PRINTED = "Y"
               MOVE ALL SPACES TO RELSTMT-LINE
               WRITE RELSTMT-LINE
               ADD 1 TO WS-REL-LINES
           END-IF
           MOVE "N" TO WS-GRP-PRINTED.

       3100-START-HELD-STMT.
           MOVE HQ-RUN-NO  OF WS-STMTHOLD-PARSED TO WS-GRP-RUN-NO
           MOVE HQ-CUST-ID OF WS-STMTHOLD-PARSED TO WS-GRP-CUST-ID
           MOVE "K" TO WS-GRP-ACTION
           MOVE SPACES TO WS-GRP-REVIEWER
           MOVE 0 TO WS-DEC-FOUND
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1 UNTIL
                           WS-DEC-SUB > WS-DEC-COUNT
                           OR WS-DEC-FOUND > 0
               IF DEC-CUST-ID (WS-DEC-SUB) = WS-GRP-CUST-ID
                  AND DEC-RUN-NO (WS-DEC-SUB) = WS-GRP-RUN-NO
                  AND DEC-USED (WS-DEC-SUB) = "N"
                   MOVE WS-DEC-SUB TO WS-DEC-FOUND
               END-IF
           END-PERFORM
           IF WS-DEC-FOUND > 0
               MOVE "Y" TO DEC-USED (WS-DEC-FOUND)
               MOVE DEC-ACTION (WS-DEC-FOUND) TO WS-GRP-ACTION
               MOVE DEC-REVIEWER (WS-DEC-FOUND) TO WS-GRP-REVIEWER
           END-IF
           EVALUATE WS-GRP-ACTION
               WHEN "A"
                   MOVE "RELEASED"    TO WS-RESULT
                   ADD 1 TO WS-REL-STMTS
                   ADD HQH-CUR-AMT OF WS-STMTHOLD-PARSED
                       TO WS-REL-AMT
               WHEN "W"
                   MOVE "WITHDRAWN"   TO WS-RESULT
                   ADD 1 TO WS-WDR-STMTS
                   ADD HQH-CUR-AMT OF WS-STMTHOLD-PARSED
                       TO WS-WDR-AMT
               WHEN OTHER
                   MOVE "STILL HELD"  TO WS-RESULT
                   ADD 1 TO WS-KEPT-STMTS
                   ADD HQH-CUR-AMT OF WS-STMTHOLD-PARSED
                       TO WS-KEPT-AMT
           END-EVALUATE
           PERFORM 3800-WRITE-LOG-LINE.

       3200-ROUTE-HOLD-REC.
           EVALUATE WS-GRP-ACTION
               WHEN "A"
                   PERFORM 3300-RELEASE-HOLD-REC
               WHEN "W"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-KEPT-RECS
                   MOVE ALL SPACES TO HOLDKEEP-LINE
                   MOVE STMTHOLD-LINE TO HOLDKEEP-LINE
                   WRITE HOLDKEEP-LINE
           END-EVALUATE.

       3300-RELEASE-HOLD-REC.
           EVALUATE HQ-TYPE OF WS-STMTHOLD-PARSED
               WHEN "S"
                   MOVE ALL SPACES TO RELSTMT-LINE
                   MOVE HQ-DATA OF WS-STMTHOLD-PARSED TO RELSTMT-LINE
                   WRITE RELSTMT-LINE
                   ADD 1 TO WS-REL-LINES
                   MOVE "Y" TO WS-GRP-PRINTED
               WHEN "X"
                   MOVE ALL SPACES TO RELEXT-LINE
                   MOVE HQ-DATA OF WS-STMTHOLD-PARSED TO RELEXT-LINE
                   WRITE RELEXT-LINE
                   ADD 1 TO WS-REL-EXT-LINES
               WHEN "M"
                   MOVE ALL SPACES TO RELMWORK-LINE
                   MOVE HQ-DATA OF WS-STMTHOLD-PARSED TO RELMWORK-LINE
                   WRITE RELMWORK-LINE
                   ADD 1 TO WS-REL-MAIL-RECS
               WHEN "C"
                   MOVE ALL SPACES TO RELCWORK-LINE
                   MOVE HQ-DATA OF WS-STMTHOLD-PARSED TO RELCWORK-LINE
                   WRITE RELCWORK-LINE
                   ADD 1 TO WS-REL-COLL-RECS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3800-WRITE-LOG-LINE.
           MOVE HQH-CUR-AMT OF WS-STMTHOLD-PARSED TO WS-AMT-POS
           MOVE ALL SPACES TO RELRPT-LINE
           STRING WS-RESULT                     DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-GRP-CUST-ID                DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  HQH-NAME OF WS-STMTHOLD-PARSED DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-GRP-RUN-NO                 DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  HQH-AS-OF OF WS-STMTHOLD-PARSED DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-AMT-POS                    DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  HQH-REASON OF WS-STMTHOLD-PARSED DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-GRP-REVIEWER               DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE.

      *>   A valid decision naming no statement on the queue (already
      *>   released, withdrawn, or never held) is reported back.
       3900-REPORT-UNMATCHED.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1 UNTIL
                           WS-DEC-SUB > WS-DEC-COUNT
               IF DEC-USED (WS-DEC-SUB) = "N"
                   MOVE DEC-ACTION (WS-DEC-SUB)
                        TO RD-ACTION OF WS-RELDEC-PARSED
                   MOVE DEC-CUST-ID (WS-DEC-SUB)
                        TO RD-CUST-ID OF WS-RELDEC-PARSED
                   MOVE DEC-RUN-NO (WS-DEC-SUB)
                        TO RD-RUN-NO OF WS-RELDEC-PARSED
                   MOVE DEC-REVIEWER (WS-DEC-SUB)
                        TO RD-REVIEWER OF WS-RELDEC-PARSED
                   MOVE "NOT ON HOLD QUEUE" TO WS-DEC-REASON
                   PERFORM 3950-WRITE-DECISION-ERROR
               END-IF
           END-PERFORM.

       3950-WRITE-DECISION-ERROR.
           ADD 1 TO WS-BAD-DEC
           MOVE ALL SPACES TO RELRPT-LINE
           STRING "REJECTED       "              DELIMITED BY SIZE
                  RD-REC OF WS-RELDEC-PARSED (1:23)
                                                 DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-DEC-REASON                  DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE.

       5000-WRITE-RELEASE-TOTALS.
           MOVE ALL SPACES TO RELRPT-LINE
           WRITE RELRPT-LINE
           MOVE WS-REL-AMT TO WS-TOT-DISP
           MOVE ALL SPACES TO RELRPT-LINE
           STRING "RELEASED      : " DELIMITED BY SIZE
                  WS-REL-STMTS       DELIMITED BY SIZE
                  " STATEMENTS, CHARGES " DELIMITED BY SIZE
                  WS-TOT-DISP        DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE
           MOVE WS-WDR-AMT TO WS-TOT-DISP
           MOVE ALL SPACES TO RELRPT-LINE
           STRING "WITHDRAWN     : " DELIMITED BY SIZE
                  WS-WDR-STMTS       DELIMITED BY SIZE
                  " STATEMENTS, CHARGES " DELIMITED BY SIZE
                  WS-TOT-DISP        DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE
           MOVE WS-KEPT-AMT TO WS-TOT-DISP
           MOVE ALL SPACES TO RELRPT-LINE
           STRING "STILL HELD    : " DELIMITED BY SIZE
                  WS-KEPT-STMTS      DELIMITED BY SIZE
                  " STATEMENTS, CHARGES " DELIMITED BY SIZE
                  WS-TOT-DISP        DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE
           MOVE ALL SPACES TO RELRPT-LINE
           STRING "RELEASED OUT  : " DELIMITED BY SIZE
                  WS-REL-LINES       DELIMITED BY SIZE
                  " PRINT LINES, "   DELIMITED BY SIZE
                  WS-REL-EXT-LINES   DELIMITED BY SIZE
                  " EXTRACT ROWS, "  DELIMITED BY SIZE
                  WS-REL-MAIL-RECS   DELIMITED BY SIZE
                  " MAIL-SORT, "     DELIMITED BY SIZE
                  WS-REL-COLL-RECS   DELIMITED BY SIZE
                  " COLLECTIONS"     DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE
           MOVE ALL SPACES TO RELRPT-LINE
           STRING "DECISIONS     : " DELIMITED BY SIZE
                  WS-READ-DEC        DELIMITED BY SIZE
                  " READ, "          DELIMITED BY SIZE
                  WS-BAD-DEC         DELIMITED BY SIZE
                  " REJECTED"        DELIMITED BY SIZE
             INTO RELRPT-LINE
           END-STRING
           WRITE RELRPT-LINE.

      *>   Released collections records, worst accounts first, in
      *>   the COLLECTIONS.RPT layout.
       7300-WRITE-REL-COLLECTIONS.
           SORT COLL-SORT-WORK
               ON DESCENDING KEY CW-SORT-OVER90 OF CW-SORT-FIELDS
                                 OF COLL-SORT-REC
               USING RELCWORK-FILE
               OUTPUT PROCEDURE IS 7310-WRITE-COLLECT-REPORT.

       7310-WRITE-COLLECT-REPORT.
           OPEN OUTPUT RELCOLL-FILE
           MOVE ALL SPACES TO RELCOLL-LINE
           STRING "COLLECTIONS WORK LIST - RELEASED STATEMENTS "
                  DELIMITED BY SIZE
                  "(BY OVER-90 DESCENDING)"
                  DELIMITED BY SIZE
             INTO RELCOLL-LINE
           END-STRING
           WRITE RELCOLL-LINE
           MOVE ALL SPACES TO RELCOLL-LINE
           STRING "CUST-ID    LVL NAME                  "
                  DELIMITED BY SIZE
                  "31-60 DAYS      61-90 DAYS      OVER 90 DAYS"
                  DELIMITED BY SIZE
             INTO RELCOLL-LINE
           END-STRING
           WRITE RELCOLL-LINE

           MOVE "N" TO WS-SRT-EOF
           PERFORM UNTIL WS-SRT-EOF = "Y"
               RETURN COLL-SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SRT-EOF
                   NOT AT END
                       MOVE COLL-SORT-REC TO CW-REC
                       PERFORM 7320-WRITE-ONE-COLLECT-LINE
               END-RETURN
           END-PERFORM
           CLOSE RELCOLL-FILE.

       7320-WRITE-ONE-COLLECT-LINE.
           MOVE CW-AGE-30 TO WS-AGE-30-DISP
           MOVE CW-AGE-60 TO WS-AGE-60-DISP
           MOVE CW-AGE-90 TO WS-AGE-90-DISP
           MOVE ALL SPACES TO RELCOLL-LINE
           STRING CW-CUST-ID      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  CW-LEVEL        DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  CW-NAME         DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-30-DISP  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-60-DISP  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-90-DISP  DELIMITED BY SIZE
             INTO RELCOLL-LINE
           END-STRING
           WRITE RELCOLL-LINE.

      *>   Released mailed statements in postal-code order, in the
      *>   MAILSORT.RPT layout, for the supplementary mailing.
       7600-WRITE-REL-MAILSORT.
           SORT MAIL-SORT-WORK
               ON ASCENDING KEY MW-SORT-POSTAL OF MW-SORT-FIELDS
                                OF MAIL-SORT-REC
               USING RELMWORK-FILE
               OUTPUT PROCEDURE IS 7610-WRITE-MAILSORT-REPORT.

       7610-WRITE-MAILSORT-REPORT.
           OPEN OUTPUT RELMAIL-FILE
           MOVE ALL SPACES TO RELMAIL-LINE
           STRING "MAIL-SORT LISTING - RELEASED STATEMENTS "
                  DELIMITED BY SIZE
                  "(POSTAL-CODE ORDER)"
                  DELIMITED BY SIZE
             INTO RELMAIL-LINE
           END-STRING
           WRITE RELMAIL-LINE
           MOVE ALL SPACES TO RELMAIL-LINE
           STRING "POSTAL     CUST-ID    NAME                  "
                  DELIMITED BY SIZE
                  "STREET                     CITY            ST"
                  DELIMITED BY SIZE
             INTO RELMAIL-LINE
           END-STRING
           WRITE RELMAIL-LINE

           MOVE "N" TO WS-SRT-EOF
           PERFORM UNTIL WS-SRT-EOF = "Y"
               RETURN MAIL-SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SRT-EOF
                   NOT AT END
                       MOVE MAIL-SORT-REC TO MW-REC
                       PERFORM 7620-WRITE-ONE-MAILSORT-LINE
               END-RETURN
           END-PERFORM
           CLOSE RELMAIL-FILE.

       7620-WRITE-ONE-MAILSORT-LINE.
           MOVE ALL SPACES TO RELMAIL-LINE
           STRING MW-POSTAL       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  MW-CUST-ID      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  MW-NAME         DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  MW-STREET       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  MW-CITY         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  MW-STATE        DELIMITED BY SIZE
             INTO RELMAIL-LINE
           END-STRING
           WRITE RELMAIL-LINE.

      *>   The kept statements replace the live queue.
       8000-REWRITE-HOLD-QUEUE.
           OPEN INPUT HOLDKEEP-FILE
           OPEN OUTPUT STMTHOLD-NEW-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLDKEEP-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ALL SPACES TO STMTHOLD-NEW-LINE
                       MOVE HOLDKEEP-LINE TO STMTHOLD-NEW-LINE
                       WRITE STMTHOLD-NEW-LINE
               END-READ
           END-PERFORM
           CLOSE HOLDKEEP-FILE STMTHOLD-NEW-FILE.

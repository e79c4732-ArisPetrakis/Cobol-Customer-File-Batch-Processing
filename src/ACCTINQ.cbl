       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.

      *>--- Account inquiry. One customer's whole picture on one
      *>    report, for customer service: master and address, the
      *>    net balance BILSTMT carried (CUSTBAL) and any credit on
      *>    account, each open item with its due date and age, open
      *>    disputes with their age, the dunning level with the
      *>    letter log and any payment arrangement, and the last N
      *>    runs' archived statements followed by the transactions
      *>    logged over those runs.
      *>
      *>      ACCTINQ <cust-id> [RUNS=nn]
      *>
      *>    The customer id is the full nine digits. When the id is
      *>    a parent, every child account pointing at it is reported
      *>    after it with a family net balance at the end. RUNS
      *>    defaults to 3.
      *>
      *>    Strictly read-only: every data/ file is opened INPUT and
      *>    the only thing written is out/ACCTINQ.RPT, which no other
      *>    program reads -- so it can run at any time, mid-cycle
      *>    included. It reports the data/ (last promoted) state; a
      *>    run sitting unpromoted in out/ is not visible yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   DYNAMIC access: keyed read of the requested account, then
      *>   a sequential sweep for its child accounts.
           SELECT CUSTOMER-IDX-FILE ASSIGN TO "data/CUSTOMER.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CUST-ID
               FILE STATUS IS WS-IDX-STATUS.

           SELECT CUSTADDR-IDX-FILE ASSIGN TO "data/CUSTADDR.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADR-CUST-ID
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CUSTBAL-FILE ASSIGN TO "data/CUSTBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTBAL-STATUS.

           SELECT CREDITS-FILE ASSIGN TO "data/CREDITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITS-STATUS.

           SELECT OPENITEM-FILE ASSIGN TO "data/OPENITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENITEM-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "data/DISPUTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "data/DUNNING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-STATUS.

           SELECT DUNHIST-FILE ASSIGN TO "data/DUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNHIST-STATUS.

           SELECT ARRANGE-FILE ASSIGN TO "data/ARRANGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-STATUS.

           SELECT STMTHIST-FILE ASSIGN TO "data/STMTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMTHIST-STATUS.

           SELECT TXNLOG-FILE ASSIGN TO "data/TXNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNLOG-STATUS.

           SELECT INQRPT-FILE ASSIGN TO "out/ACCTINQ.RPT"
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

       FD  RUNCTL-FILE.
       01  RUNCTL-LINE             PIC X(120).

       FD  CUSTBAL-FILE.
       01  CUSTBAL-LINE            PIC X(120).

       FD  CREDITS-FILE.
       01  CREDITS-LINE            PIC X(120).

       FD  OPENITEM-FILE.
       01  OPENITEM-LINE           PIC X(120).

       FD  DISPUTE-FILE.
       01  DISPUTE-LINE            PIC X(120).

       FD  DUNNING-FILE.
       01  DUNNING-LINE            PIC X(120).

       FD  DUNHIST-FILE.
       01  DUNHIST-LINE            PIC X(120).

       FD  ARRANGE-FILE.
       01  ARRANGE-LINE            PIC X(120).

       FD  STMTHIST-FILE.
       01  STMTHIST-LINE           PIC X(120).

       FD  TXNLOG-FILE.
       01  TXNLOG-LINE             PIC X(120).

       FD  INQRPT-FILE.
       01  INQRPT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-IDX-STATUS           PIC XX VALUE SPACES.
       77  WS-ADDR-STATUS          PIC XX VALUE SPACES.
       77  WS-RUNCTL-STATUS        PIC XX VALUE SPACES.
       77  WS-CUSTBAL-STATUS       PIC XX VALUE SPACES.
       77  WS-CREDITS-STATUS       PIC XX VALUE SPACES.
       77  WS-OPENITEM-STATUS      PIC XX VALUE SPACES.
       77  WS-DISPUTE-STATUS       PIC XX VALUE SPACES.
       77  WS-DUNNING-STATUS       PIC XX VALUE SPACES.
       77  WS-DUNHIST-STATUS       PIC XX VALUE SPACES.
       77  WS-ARRANGE-STATUS       PIC XX VALUE SPACES.
       77  WS-STMTHIST-STATUS      PIC XX VALUE SPACES.
       77  WS-TXNLOG-STATUS        PIC XX VALUE SPACES.

       77  WS-EOF                  PIC X VALUE "N".
       77  WS-ABORT                PIC X VALUE "N".
       77  WS-ADDR-OPEN            PIC X VALUE "N".
       77  WS-FOUND                PIC X VALUE "N".
       77  WS-TODAY                PIC 9(8) VALUE 0.

       77  WS-CMD-ARG              PIC X(80) VALUE SPACES.
       77  WS-CMD-SUB              PIC 9(2) VALUE 0.
       01  WS-CMD-TOKENS.
           05  WS-CMD-TOKEN OCCURS 3 TIMES PIC X(20).

       77  WS-INQ-CUST-ID          PIC 9(9) VALUE 0.
       77  WS-INQ-RUNS             PIC 9(2) VALUE 3.
       77  WS-CURR-CUST-ID         PIC 9(9) VALUE 0.

      *>--- Accounts on this report: the requested one first, then
      *>    its children in customer-id order.
       77  WS-LIST-COUNT           PIC 9(4) VALUE 0.
       77  WS-LIST-SUB             PIC 9(4) VALUE 0.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 500 TIMES.
               10  LST-CUST-ID      PIC 9(9).

      *>--- BS run-number/run-date pairs off the run-control chain;
      *>    statement archive records carry run numbers, not dates.
       77  WS-RUN-MAP-COUNT        PIC 9(4) VALUE 0.
       77  WS-RUN-MAP-SUB          PIC 9(4) VALUE 0.
       77  WS-LAST-RUN-NO          PIC 9(5) VALUE 0.
       77  WS-LAST-RUN-DATE        PIC 9(8) VALUE 0.
       01  WS-RUN-MAP.
           05  WS-RUN-MAP-ENTRY OCCURS 1000 TIMES.
               10  RM-RUN-NO        PIC 9(5).
               10  RM-RUN-DATE      PIC 9(8).

      *>--- Runs this customer has an archived statement in,
      *>    ascending (the archive is appended in run order).
       77  WS-SR-COUNT             PIC 9(4) VALUE 0.
       77  WS-SR-SUB               PIC 9(4) VALUE 0.
       77  WS-SR-FIRST-RUN         PIC 9(5) VALUE 0.
       77  WS-SR-PRINT-RUN         PIC 9(5) VALUE 0.
       77  WS-SR-SINCE-DATE        PIC 9(8) VALUE 0.
       77  WS-RUN-DATE             PIC 9(8) VALUE 0.
       01  WS-SR-TABLE.
           05  WS-SR-ENTRY OCCURS 1000 TIMES.
               10  SR-RUN-NO        PIC 9(5).

       77  WS-ITEM-COUNT           PIC 9(5) VALUE 0.
       77  WS-CUST-BAL             PIC S9(9)V99 VALUE 0.
       77  WS-CRD-TOTAL            PIC S9(9)V99 VALUE 0.
       77  WS-SECT-TOTAL           PIC S9(9)V99 VALUE 0.
       77  WS-FAMILY-BAL           PIC S9(11)V99 VALUE 0.
       77  WS-AGE-DAYS             PIC S9(5) VALUE 0.
       77  WS-BAL-FOUND            PIC X VALUE "N".

       77  WS-AMT-DISP             PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-AMT2-DISP            PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-FAM-DISP             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-AGE-DISP             PIC -ZZZZ9.
       77  WS-COUNT-DISP           PIC ZZZ9.
       77  WS-STATUS-WORD          PIC X(10) VALUE SPACES.

       01  WS-RUNCTL-PARSED.
           05  RC-REC.
               10  RC-TYPE             PIC X(2).
               10  RC-RUN-NO           PIC 9(5).
               10  RC-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(105).

       01  WS-CUSTBAL-PARSED.
           05  CUSTBAL-REC.
               10  CUSTBAL-CUST-ID     PIC 9(9).
               10  CUSTBAL-AMOUNT      PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
               10  FILLER              PIC X(99).

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

       01  WS-DISPUTE-PARSED.
           05  DSPF-REC.
               10  DSPF-CUST-ID        PIC 9(9).
               10  DSPF-DATE           PIC 9(8).
               10  DSPF-AMOUNT         PIC 9(7)V99.
               10  DSPF-DESC           PIC X(20).
               10  FILLER              PIC X(74).

       01  WS-DUNNING-PARSED.
           05  DUNF-REC.
               10  DUNF-CUST-ID        PIC 9(9).
               10  DUNF-LEVEL          PIC 9.
               10  DUNF-DATE           PIC 9(8).
               10  DUNF-BAL            PIC S9(9)V99 SIGN IS LEADING
                                        SEPARATE CHARACTER.
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

       01  WS-STMTHIST-PARSED.
           05  HIST-REC.
               10  HIST-RUN-NO         PIC 9(5).
               10  HIST-CUST-ID        PIC 9(9).
               10  HIST-SEQ            PIC 9(5).
               10  HIST-TEXT           PIC X(101).

       01  WS-TXNLOG-PARSED.
           05  TXNLOG-REC.
               10  TXNLOG-CUST-ID      PIC 9(9).
               10  TXNLOG-DATE         PIC 9(8).
               10  TXNLOG-TYPE         PIC X(2).
               10  TXNLOG-AMOUNT       PIC 9(7)V99.
               10  TXNLOG-DESC         PIC X(20).
               10  FILLER              PIC X(72).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-GET-INQUIRY-ARGS
           IF WS-ABORT = "N"
               PERFORM 1100-OPEN-MASTER
           END-IF
           IF WS-ABORT = "N"
               PERFORM 1200-BUILD-ACCOUNT-LIST
           END-IF
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-LOAD-RUN-DATES
           PERFORM 2000-OPEN-REPORT
           PERFORM VARYING WS-LIST-SUB FROM 1 BY 1 UNTIL
                           WS-LIST-SUB > WS-LIST-COUNT
               MOVE LST-CUST-ID (WS-LIST-SUB) TO WS-CURR-CUST-ID
               PERFORM 3000-REPORT-ACCOUNT
           END-PERFORM
           PERFORM 5000-WRITE-FAMILY-TOTAL
           PERFORM 9000-CLOSE-FILES
           MOVE WS-LIST-COUNT TO WS-COUNT-DISP
           DISPLAY "ACCTINQ: " WS-COUNT-DISP
                   " ACCOUNT(S) REPORTED TO out/ACCTINQ.RPT"
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-LIST-COUNT WS-RUN-MAP-COUNT WS-FAMILY-BAL
           MOVE 0 TO WS-LAST-RUN-NO WS-LAST-RUN-DATE
           MOVE "N" TO WS-ABORT WS-ADDR-OPEN.

      *>   ACCTINQ <cust-id> [RUNS=nn]. RUNS=00 is taken as 1 -- an
      *>   inquiry always shows at least the last statement.
       1050-GET-INQUIRY-ARGS.
           MOVE SPACES TO WS-CMD-ARG WS-CMD-TOKENS
           ACCEPT WS-CMD-ARG FROM COMMAND-LINE
           UNSTRING WS-CMD-ARG DELIMITED BY ALL " "
               INTO WS-CMD-TOKEN (1)
                    WS-CMD-TOKEN (2)
                    WS-CMD-TOKEN (3)
           END-UNSTRING
           IF WS-CMD-TOKEN (1) (1:9) IS NUMERIC
              AND WS-CMD-TOKEN (1) (10:11) = SPACES
               MOVE WS-CMD-TOKEN (1) (1:9) TO WS-INQ-CUST-ID
           ELSE
               DISPLAY "ACCTINQ: USAGE - ACCTINQ <9-DIGIT CUSTOMER ID>"
                       " [RUNS=NN]"
               MOVE "Y" TO WS-ABORT
           END-IF
           PERFORM VARYING WS-CMD-SUB FROM 2 BY 1 UNTIL
                           WS-CMD-SUB > 3
               IF WS-CMD-TOKEN (WS-CMD-SUB) (1:5) = "RUNS="
                   IF WS-CMD-TOKEN (WS-CMD-SUB) (6:2) IS NUMERIC
                      AND WS-CMD-TOKEN (WS-CMD-SUB) (8:13) = SPACES
                       MOVE WS-CMD-TOKEN (WS-CMD-SUB) (6:2)
                            TO WS-INQ-RUNS
                   ELSE
                       DISPLAY "ACCTINQ: INVALID RUNS= PARAMETER ("
                               WS-CMD-TOKEN (WS-CMD-SUB)
                               ") - USE RUNS=NN"
                       MOVE "Y" TO WS-ABORT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-INQ-RUNS = 0
               MOVE 1 TO WS-INQ-RUNS
           END-IF.

      *>   The master must be there; the address file is optional
      *>   (an account without one shows "NO ADDRESS ON FILE").
       1100-OPEN-MASTER.
           OPEN INPUT CUSTOMER-IDX-FILE
           IF WS-IDX-STATUS NOT = "00"
               DISPLAY "ACCTINQ: CANNOT OPEN data/CUSTOMER.IDX (STATUS "
                       WS-IDX-STATUS ")"
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTADDR-IDX-FILE
           IF WS-ADDR-STATUS = "00"
               MOVE "Y" TO WS-ADDR-OPEN
           END-IF.

       1200-BUILD-ACCOUNT-LIST.
           MOVE WS-INQ-CUST-ID TO IDX-CUST-ID
           READ CUSTOMER-IDX-FILE KEY IS IDX-CUST-ID
               INVALID KEY
                   DISPLAY "ACCTINQ: CUSTOMER " WS-INQ-CUST-ID
                           " NOT ON FILE"
                   MOVE "Y" TO WS-ABORT
           END-READ
           IF WS-ABORT = "Y"
               CLOSE CUSTOMER-IDX-FILE
               IF WS-ADDR-OPEN = "Y"
                   CLOSE CUSTADDR-IDX-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LIST-COUNT
           MOVE WS-INQ-CUST-ID TO LST-CUST-ID (1)

           MOVE "N" TO WS-EOF
           MOVE 0 TO IDX-CUST-ID
           START CUSTOMER-IDX-FILE KEY >= IDX-CUST-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTOMER-IDX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF IDX-CUST-PARENT-ID = WS-INQ-CUST-ID
                          AND IDX-CUST-ID NOT = WS-INQ-CUST-ID
                           PERFORM 1210-ADD-CHILD-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       1210-ADD-CHILD-ACCOUNT.
           IF WS-LIST-COUNT >= 500
               DISPLAY "WARNING: more than 500 child accounts - "
                       "list truncated"
           ELSE
               ADD 1 TO WS-LIST-COUNT
               MOVE IDX-CUST-ID TO LST-CUST-ID (WS-LIST-COUNT)
           END-IF.

       1300-LOAD-RUN-DATES.
           MOVE "N" TO WS-EOF
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ RUNCTL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RUNCTL-LINE TO RC-REC OF WS-RUNCTL-PARSED
                       IF RC-TYPE OF WS-RUNCTL-PARSED = "BS"
                           PERFORM 1310-NOTE-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNCTL-FILE.

      *>   ARCHTRIM appends a second BS record under an existing run
      *>   number; the first date seen for a run is the billing date.
       1310-NOTE-RUN-DATE.
           IF RC-RUN-NO OF WS-RUNCTL-PARSED = WS-LAST-RUN-NO
               EXIT PARAGRAPH
           END-IF
           MOVE RC-RUN-NO OF WS-RUNCTL-PARSED TO WS-LAST-RUN-NO
           MOVE RC-RUN-DATE OF WS-RUNCTL-PARSED TO WS-LAST-RUN-DATE
           IF WS-RUN-MAP-COUNT < 1000
               ADD 1 TO WS-RUN-MAP-COUNT
               MOVE WS-LAST-RUN-NO TO RM-RUN-NO (WS-RUN-MAP-COUNT)
               MOVE WS-LAST-RUN-DATE
                    TO RM-RUN-DATE (WS-RUN-MAP-COUNT)
           END-IF.

       2000-OPEN-REPORT.
           OPEN OUTPUT INQRPT-FILE
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "ACCOUNT INQUIRY - CUSTOMER " DELIMITED BY SIZE
                  WS-INQ-CUST-ID      DELIMITED BY SIZE
                  "   PRINTED "       DELIMITED BY SIZE
                  WS-TODAY            DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE
           MOVE ALL SPACES TO INQRPT-LINE
           IF WS-LAST-RUN-NO > 0
               STRING "BALANCES AS OF LAST PROMOTED BILLING RUN "
                      DELIMITED BY SIZE
                      WS-LAST-RUN-NO  DELIMITED BY SIZE
                      " ("            DELIMITED BY SIZE
                      WS-LAST-RUN-DATE DELIMITED BY SIZE
                      ")"             DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
           ELSE
               MOVE "NO BILLING RUN ON THE RUN-CONTROL CHAIN YET"
                    TO INQRPT-LINE
           END-IF
           WRITE INQRPT-LINE
           IF WS-LIST-COUNT > 1
               MOVE WS-LIST-COUNT TO WS-COUNT-DISP
               MOVE ALL SPACES TO INQRPT-LINE
               STRING "PARENT ACCOUNT - " DELIMITED BY SIZE
                      WS-COUNT-DISP       DELIMITED BY SIZE
                      " ACCOUNTS INCLUDING CHILDREN"
                      DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
               WRITE INQRPT-LINE
           END-IF.

       3000-REPORT-ACCOUNT.
           PERFORM 3100-WRITE-MASTER
           PERFORM 3200-WRITE-BALANCE
           PERFORM 3300-WRITE-OPEN-ITEMS
           PERFORM 3400-WRITE-DISPUTES
           PERFORM 3500-WRITE-DUNNING
           PERFORM 3550-WRITE-ARRANGEMENTS
           PERFORM 3600-WRITE-STATEMENTS
           PERFORM 3700-WRITE-TXN-LOG.

       3100-WRITE-MASTER.
           MOVE SPACES TO INQRPT-LINE
           WRITE INQRPT-LINE
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "========== ACCOUNT " DELIMITED BY SIZE
                  WS-CURR-CUST-ID       DELIMITED BY SIZE
                  " =========="         DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE
           MOVE WS-CURR-CUST-ID TO IDX-CUST-ID
           READ CUSTOMER-IDX-FILE KEY IS IDX-CUST-ID
               INVALID KEY
                   MOVE "NOT ON MASTER FILE" TO INQRPT-LINE
                   WRITE INQRPT-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "NAME    : "     DELIMITED BY SIZE
                  IDX-CUST-NAME    DELIMITED BY SIZE
                  "  STATUS: "     DELIMITED BY SIZE
                  IDX-CUST-STATUS  DELIMITED BY SIZE
                  "  PLAN: "       DELIMITED BY SIZE
                  IDX-CUST-PLAN    DELIMITED BY SIZE
                  "  CYCLE: "      DELIMITED BY SIZE
                  IDX-CUST-CYCLE   DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "PARENT  : "     DELIMITED BY SIZE
                  IDX-CUST-PARENT-ID DELIMITED BY SIZE
                  "  TAX JUR: "    DELIMITED BY SIZE
                  IDX-CUST-TAX-JUR DELIMITED BY SIZE
                  "  FIN-EXEMPT: " DELIMITED BY SIZE
                  IDX-CUST-FIN-EX  DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE
           IF IDX-CUST-PREV-PLAN NOT = SPACES
               MOVE ALL SPACES TO INQRPT-LINE
               STRING "PLAN CHG: FROM " DELIMITED BY SIZE
                      IDX-CUST-PREV-PLAN DELIMITED BY SIZE
                      " ON "            DELIMITED BY SIZE
                      IDX-CUST-PLAN-CHG-DT DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
               WRITE INQRPT-LINE
           END-IF

           MOVE "N" TO WS-FOUND
           IF WS-ADDR-OPEN = "Y"
               MOVE WS-CURR-CUST-ID TO ADR-CUST-ID
               READ CUSTADDR-IDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-IF
           MOVE ALL SPACES TO INQRPT-LINE
           IF WS-FOUND = "Y"
               STRING "ADDRESS : " DELIMITED BY SIZE
                      ADR-STREET   DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
               WRITE INQRPT-LINE
               MOVE ALL SPACES TO INQRPT-LINE
               STRING "          " DELIMITED BY SIZE
                      ADR-CITY     DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      ADR-STATE    DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      ADR-POSTAL   DELIMITED BY SIZE
                      "  DELIVERY: " DELIMITED BY SIZE
                      ADR-DELIVERY DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
           ELSE
               MOVE "ADDRESS : NO ADDRESS ON FILE" TO INQRPT-LINE
           END-IF
           WRITE INQRPT-LINE.

      *>   The CUSTBAL net is the control figure: open items less
      *>   credit on account sum to it.
       3200-WRITE-BALANCE.
           MOVE "--- BALANCE ---" TO INQRPT-LINE
           WRITE INQRPT-LINE
           MOVE 0 TO WS-CUST-BAL WS-CRD-TOTAL
           MOVE "N" TO WS-BAL-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT CUSTBAL-FILE
           IF WS-CUSTBAL-STATUS = "35"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTBAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CUSTBAL-LINE TO CUSTBAL-REC
                            OF WS-CUSTBAL-PARSED
                       IF CUSTBAL-CUST-ID OF WS-CUSTBAL-PARSED =
                          WS-CURR-CUST-ID
                           MOVE CUSTBAL-AMOUNT OF WS-CUSTBAL-PARSED
                                TO WS-CUST-BAL
                           MOVE "Y" TO WS-BAL-FOUND
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CUSTBAL-STATUS NOT = "35"
               CLOSE CUSTBAL-FILE
           END-IF
           ADD WS-CUST-BAL TO WS-FAMILY-BAL

           MOVE "N" TO WS-EOF
           OPEN INPUT CREDITS-FILE
           IF WS-CREDITS-STATUS = "35"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CREDITS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE CREDITS-LINE TO CRF-REC
                            OF WS-CREDITS-PARSED
                       IF CRF-CUST-ID OF WS-CREDITS-PARSED =
                          WS-CURR-CUST-ID
                           ADD CRF-AMT-REMAIN OF WS-CREDITS-PARSED
                               TO WS-CRD-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CREDITS-STATUS NOT = "35"
               CLOSE CREDITS-FILE
           END-IF

           MOVE WS-CUST-BAL TO WS-AMT-DISP
           MOVE ALL SPACES TO INQRPT-LINE
           IF WS-BAL-FOUND = "Y"
               STRING "NET BALANCE       : " DELIMITED BY SIZE
                      WS-AMT-DISP          DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
           ELSE
               MOVE "NET BALANCE       : NOT YET BILLED"
                    TO INQRPT-LINE
           END-IF
           WRITE INQRPT-LINE
           IF WS-CRD-TOTAL NOT = 0
               MOVE WS-CRD-TOTAL TO WS-AMT-DISP
               MOVE ALL SPACES TO INQRPT-LINE
               STRING "CREDIT ON ACCOUNT : " DELIMITED BY SIZE
                      WS-AMT-DISP          DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
               WRITE INQRPT-LINE
           END-IF.

      *>   Age is days past the due date as of today (negative = not
      *>   yet due).
       3300-WRITE-OPEN-ITEMS.
           MOVE "--- OPEN ITEMS ---" TO INQRPT-LINE
           WRITE INQRPT-LINE
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "RUN   STMT DATE DUE DATE      AMOUNT DUE"
                  DELIMITED BY SIZE
                  "      REMAINING   AGE" DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE
           MOVE 0 TO WS-ITEM-COUNT WS-SECT-TOTAL
           MOVE "N" TO WS-EOF
           OPEN INPUT OPENITEM-FILE
           IF WS-OPENITEM-STATUS = "35"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ OPENITEM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE OPENITEM-LINE TO OIF-REC
                            OF WS-OPENITEM-PARSED
                       IF OIF-CUST-ID OF WS-OPENITEM-PARSED =
                          WS-CURR-CUST-ID
                           PERFORM 3310-WRITE-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPENITEM-STATUS NOT = "35"
               CLOSE OPENITEM-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               MOVE "  NO OPEN ITEMS" TO INQRPT-LINE
               WRITE INQRPT-LINE
           ELSE
               MOVE WS-SECT-TOTAL TO WS-AMT2-DISP
               MOVE ALL SPACES TO INQRPT-LINE
               STRING "TOTAL OPEN                        "
                      DELIMITED BY SIZE
                      WS-AMT2-DISP DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
               WRITE INQRPT-LINE
           END-IF.

       3310-WRITE-ONE-OPEN-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           ADD OIF-AMT-REMAIN OF WS-OPENITEM-PARSED TO WS-SECT-TOTAL
           MOVE 0 TO WS-AGE-DAYS
           IF OIF-DUE-DATE OF WS-OPENITEM-PARSED > 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(
                       OIF-DUE-DATE OF WS-OPENITEM-PARSED)
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISP
           MOVE OIF-AMT-DUE OF WS-OPENITEM-PARSED TO WS-AMT-DISP
           MOVE OIF-AMT-REMAIN OF WS-OPENITEM-PARSED TO WS-AMT2-DISP
           MOVE ALL SPACES TO INQRPT-LINE
           STRING OIF-RUN-NO OF WS-OPENITEM-PARSED DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  OIF-STMT-DATE OF WS-OPENITEM-PARSED
                  DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  OIF-DUE-DATE OF WS-OPENITEM-PARSED
                  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WS-AMT-DISP  DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  WS-AMT2-DISP DELIMITED BY SIZE
                  WS-AGE-DISP  DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE.

      *>   DISPUTES.DAT holds only disputes still open (resolved ones
      *>   leave the carry); age is days since the dispute was filed.
       3400-WRITE-DISPUTES.
           MOVE "--- OPEN DISPUTES ---" TO INQRPT-LINE
           WRITE INQRPT-LINE
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "35"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ DISPUTE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE DISPUTE-LINE TO DSPF-REC
                            OF WS-DISPUTE-PARSED
                       IF DSPF-CUST-ID OF WS-DISPUTE-PARSED =
                          WS-CURR-CUST-ID
                           PERFORM 3410-WRITE-ONE-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DISPUTE-STATUS NOT = "35"
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               MOVE "  NO OPEN DISPUTES" TO INQRPT-LINE
               WRITE INQRPT-LINE
           END-IF.

       3410-WRITE-ONE-DISPUTE.
           ADD 1 TO WS-ITEM-COUNT
           MOVE 0 TO WS-AGE-DAYS
           IF DSPF-DATE OF WS-DISPUTE-PARSED > 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(
                       DSPF-DATE OF WS-DISPUTE-PARSED)
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISP
           MOVE DSPF-AMOUNT OF WS-DISPUTE-PARSED TO WS-AMT-DISP
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "FILED "      DELIMITED BY SIZE
                  DSPF-DATE OF WS-DISPUTE-PARSED DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-AMT-DISP   DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  DSPF-DESC OF WS-DISPUTE-PARSED DELIMITED BY SIZE
                  " AGE"        DELIMITED BY SIZE
                  WS-AGE-DISP   DELIMITED BY SIZE
                  " DAYS"       DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE.

      *>   Current level from DUNNING.DAT, then every letter the log
      *>   has for the account, oldest first.
       3500-WRITE-DUNNING.
           MOVE "--- DUNNING ---" TO INQRPT-LINE
           WRITE INQRPT-LINE
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT DUNNING-FILE
           IF WS-DUNNING-STATUS = "35"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ DUNNING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE DUNNING-LINE TO DUNF-REC
                            OF WS-DUNNING-PARSED
                       IF DUNF-CUST-ID OF WS-DUNNING-PARSED =
                          WS-CURR-CUST-ID
                           MOVE "Y" TO WS-FOUND
                           MOVE "Y" TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DUNNING-STATUS NOT = "35"
               CLOSE DUNNING-FILE
           END-IF
           MOVE ALL SPACES TO INQRPT-LINE
           IF WS-FOUND = "Y"
              AND DUNF-LEVEL OF WS-DUNNING-PARSED > 0
               STRING "CURRENT LEVEL     : " DELIMITED BY SIZE
                      DUNF-LEVEL OF WS-DUNNING-PARSED
                      DELIMITED BY SIZE
                      "  SINCE "           DELIMITED BY SIZE
                      DUNF-DATE OF WS-DUNNING-PARSED
                      DELIMITED BY SIZE
                      "  RUNS AT LEVEL 3: " DELIMITED BY SIZE
                      DUNF-L3-RUNS OF WS-DUNNING-PARSED
                      DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
           ELSE
               MOVE "CURRENT LEVEL     : 0 (NOT IN DUNNING)"
                    TO INQRPT-LINE
           END-IF
           WRITE INQRPT-LINE

           MOVE "LETTER HISTORY:" TO INQRPT-LINE
           WRITE INQRPT-LINE
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT DUNHIST-FILE
           IF WS-DUNHIST-STATUS = "35"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ DUNHIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE DUNHIST-LINE TO DHF-REC
                            OF WS-DUNHIST-PARSED
                       IF DHF-CUST-ID OF WS-DUNHIST-PARSED =
                          WS-CURR-CUST-ID
                           PERFORM 3510-WRITE-ONE-LETTER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DUNHIST-STATUS NOT = "35"
               CLOSE DUNHIST-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               MOVE "  NO LETTERS SENT" TO INQRPT-LINE
               WRITE INQRPT-LINE
           END-IF.

       3510-WRITE-ONE-LETTER.
           ADD 1 TO WS-ITEM-COUNT
           MOVE DHF-BAL OF WS-DUNHIST-PARSED TO WS-AMT-DISP
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "  RUN "      DELIMITED BY SIZE
                  DHF-RUN-NO OF WS-DUNHIST-PARSED DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  DHF-DATE OF WS-DUNHIST-PARSED DELIMITED BY SIZE
                  "  LEVEL "    DELIMITED BY SIZE
                  DHF-LEVEL OF WS-DUNHIST-PARSED DELIMITED BY SIZE
                  " NOTICE  BALANCE DUE" DELIMITED BY SIZE
                  WS-AMT-DISP   DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE.

      *>   Installments of every plan on file for the account, kept
      *>   and closed alike.
       3550-WRITE-ARRANGEMENTS.
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ARRANGE-FILE
           IF WS-ARRANGE-STATUS = "35"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ARRANGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ARRANGE-LINE TO ARF-REC
                            OF WS-ARRANGE-PARSED
                       IF ARF-CUST-ID OF WS-ARRANGE-PARSED =
                          WS-CURR-CUST-ID
                           PERFORM 3560-WRITE-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARRANGE-STATUS NOT = "35"
               CLOSE ARRANGE-FILE
           END-IF.

       3560-WRITE-ONE-INSTALLMENT.
           ADD 1 TO WS-ITEM-COUNT
           IF WS-ITEM-COUNT = 1
               MOVE "--- PAYMENT ARRANGEMENTS ---" TO INQRPT-LINE
               WRITE INQRPT-LINE
               MOVE ALL SPACES TO INQRPT-LINE
               STRING "AGREED   COLLECTR INST DUE DATE    INSTALLMENT"
                      DELIMITED BY SIZE
                      "           PAID STATUS" DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
               WRITE INQRPT-LINE
           END-IF
           EVALUATE ARF-STATUS OF WS-ARRANGE-PARSED
               WHEN "A"
                   MOVE "ACTIVE"     TO WS-STATUS-WORD
               WHEN "B"
                   MOVE "BROKEN"     TO WS-STATUS-WORD
               WHEN "C"
                   MOVE "COMPLETED"  TO WS-STATUS-WORD
               WHEN "S"
                   MOVE "SUPERSEDED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE ARF-STATUS OF WS-ARRANGE-PARSED
                        TO WS-STATUS-WORD
           END-EVALUATE
           MOVE ARF-INST-AMT OF WS-ARRANGE-PARSED TO WS-AMT-DISP
           MOVE ARF-PAID OF WS-ARRANGE-PARSED TO WS-AMT2-DISP
           MOVE ALL SPACES TO INQRPT-LINE
           STRING ARF-AGREE-DT OF WS-ARRANGE-PARSED DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  ARF-COLLECTOR OF WS-ARRANGE-PARSED DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  ARF-INST-NO OF WS-ARRANGE-PARSED DELIMITED BY SIZE
                  "   "         DELIMITED BY SIZE
                  ARF-DUE-DT OF WS-ARRANGE-PARSED DELIMITED BY SIZE
                  WS-AMT-DISP   DELIMITED BY SIZE
                  WS-AMT2-DISP  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-STATUS-WORD DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE.

      *>   Two passes over the archive: the first finds the runs
      *>   the account has a statement in, the second prints the
      *>   last WS-INQ-RUNS of them as archived.
       3600-WRITE-STATEMENTS.
           MOVE WS-INQ-RUNS TO WS-COUNT-DISP
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "--- STATEMENTS (LAST " DELIMITED BY SIZE
                  WS-COUNT-DISP           DELIMITED BY SIZE
                  " RUNS) ---"            DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE
           MOVE 0 TO WS-SR-COUNT WS-SR-FIRST-RUN WS-SR-PRINT-RUN
           MOVE 0 TO WS-SR-SINCE-DATE
           MOVE "N" TO WS-EOF
           OPEN INPUT STMTHIST-FILE
           IF WS-STMTHIST-STATUS = "35"
               MOVE "  NO STATEMENT ARCHIVE ON FILE" TO INQRPT-LINE
               WRITE INQRPT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ STMTHIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE STMTHIST-LINE TO HIST-REC
                            OF WS-STMTHIST-PARSED
                       IF HIST-CUST-ID OF WS-STMTHIST-PARSED =
                          WS-CURR-CUST-ID
                           PERFORM 3610-NOTE-STMT-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STMTHIST-FILE
           IF WS-SR-COUNT = 0
               MOVE "  NO STATEMENTS ARCHIVED" TO INQRPT-LINE
               WRITE INQRPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-SR-COUNT > WS-INQ-RUNS
               COMPUTE WS-SR-SUB = WS-SR-COUNT - WS-INQ-RUNS + 1
           ELSE
               MOVE 1 TO WS-SR-SUB
           END-IF
           MOVE SR-RUN-NO (WS-SR-SUB) TO WS-SR-FIRST-RUN

      *>   The transaction list that follows starts the day after the
      *>   billing run before the first statement shown.
           PERFORM VARYING WS-RUN-MAP-SUB FROM 1 BY 1 UNTIL
                           WS-RUN-MAP-SUB > WS-RUN-MAP-COUNT
               IF RM-RUN-NO (WS-RUN-MAP-SUB) < WS-SR-FIRST-RUN
                   MOVE RM-RUN-DATE (WS-RUN-MAP-SUB)
                        TO WS-SR-SINCE-DATE
               END-IF
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT STMTHIST-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ STMTHIST-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE STMTHIST-LINE TO HIST-REC
                            OF WS-STMTHIST-PARSED
                       IF HIST-CUST-ID OF WS-STMTHIST-PARSED =
                          WS-CURR-CUST-ID
                          AND HIST-RUN-NO OF WS-STMTHIST-PARSED >=
                              WS-SR-FIRST-RUN
                           PERFORM 3620-WRITE-STMT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STMTHIST-FILE.

       3610-NOTE-STMT-RUN.
           IF WS-SR-COUNT > 0
               IF SR-RUN-NO (WS-SR-COUNT) =
                  HIST-RUN-NO OF WS-STMTHIST-PARSED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SR-COUNT >= 1000
      *>       keep the most recent 1000: drop the oldest
               PERFORM VARYING WS-SR-SUB FROM 1 BY 1 UNTIL
                               WS-SR-SUB >= 1000
                   MOVE SR-RUN-NO (WS-SR-SUB + 1)
                        TO SR-RUN-NO (WS-SR-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO WS-SR-COUNT
           END-IF
           MOVE HIST-RUN-NO OF WS-STMTHIST-PARSED
                TO SR-RUN-NO (WS-SR-COUNT).

       3620-WRITE-STMT-LINE.
           IF HIST-RUN-NO OF WS-STMTHIST-PARSED NOT = WS-SR-PRINT-RUN
               MOVE HIST-RUN-NO OF WS-STMTHIST-PARSED
                    TO WS-SR-PRINT-RUN
               MOVE 0 TO WS-RUN-DATE
               PERFORM VARYING WS-RUN-MAP-SUB FROM 1 BY 1 UNTIL
                               WS-RUN-MAP-SUB > WS-RUN-MAP-COUNT
                   IF RM-RUN-NO (WS-RUN-MAP-SUB) = WS-SR-PRINT-RUN
                       MOVE RM-RUN-DATE (WS-RUN-MAP-SUB)
                            TO WS-RUN-DATE
                   END-IF
               END-PERFORM
               MOVE ALL SPACES TO INQRPT-LINE
               STRING "- RUN "         DELIMITED BY SIZE
                      WS-SR-PRINT-RUN  DELIMITED BY SIZE
                      "  BILLED "      DELIMITED BY SIZE
                      WS-RUN-DATE      DELIMITED BY SIZE
                      " -"             DELIMITED BY SIZE
                 INTO INQRPT-LINE
               END-STRING
               WRITE INQRPT-LINE
           END-IF
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "  "                DELIMITED BY SIZE
                  HIST-TEXT OF WS-STMTHIST-PARSED DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE.

      *>   Accepted transactions from the key log, dated after the
      *>   billing run that preceded the first statement shown (all
      *>   of them when no statement is archived).
       3700-WRITE-TXN-LOG.
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "--- TRANSACTIONS LOGGED AFTER " DELIMITED BY SIZE
                  WS-SR-SINCE-DATE DELIMITED BY SIZE
                  " ---"           DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE
           MOVE 0 TO WS-ITEM-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT TXNLOG-FILE
           IF WS-TXNLOG-STATUS = "35"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ TXNLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE TXNLOG-LINE TO TXNLOG-REC
                            OF WS-TXNLOG-PARSED
                       IF TXNLOG-CUST-ID OF WS-TXNLOG-PARSED =
                          WS-CURR-CUST-ID
                          AND TXNLOG-DATE OF WS-TXNLOG-PARSED >
                              WS-SR-SINCE-DATE
                           PERFORM 3710-WRITE-ONE-TXN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TXNLOG-STATUS NOT = "35"
               CLOSE TXNLOG-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               MOVE "  NO TRANSACTIONS LOGGED" TO INQRPT-LINE
               WRITE INQRPT-LINE
           END-IF.

       3710-WRITE-ONE-TXN.
           ADD 1 TO WS-ITEM-COUNT
           MOVE TXNLOG-AMOUNT OF WS-TXNLOG-PARSED TO WS-AMT-DISP
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "  "          DELIMITED BY SIZE
                  TXNLOG-DATE OF WS-TXNLOG-PARSED DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  TXNLOG-TYPE OF WS-TXNLOG-PARSED DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  WS-AMT-DISP   DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  TXNLOG-DESC OF WS-TXNLOG-PARSED DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE.

       5000-WRITE-FAMILY-TOTAL.
           IF WS-LIST-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INQRPT-LINE
           WRITE INQRPT-LINE
           MOVE WS-FAMILY-BAL TO WS-FAM-DISP
           MOVE ALL SPACES TO INQRPT-LINE
           STRING "FAMILY NET BALANCE (PARENT + CHILDREN): "
                  DELIMITED BY SIZE
                  WS-FAM-DISP DELIMITED BY SIZE
             INTO INQRPT-LINE
           END-STRING
           WRITE INQRPT-LINE.

       9000-CLOSE-FILES.
           CLOSE INQRPT-FILE CUSTOMER-IDX-FILE
           IF WS-ADDR-OPEN = "Y"
               CLOSE CUSTADDR-IDX-FILE
           END-IF.

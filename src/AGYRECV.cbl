       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYRECV.

      *>--- Collection-agency recovery run. BILSTMT places every
      *>    account it writes off with the agency: a P record on the
      *>    placement ledger (AGYPLACE.DAT) and a line on the
      *>    agency's extract (out/PLACEMENT.DAT). This program
      *>    settles what comes back. It runs after BILSTMT and
      *>    before PROMOTE, against the run waiting in out/, and
      *>    reads:
      *>      data/AGYRECALL.DAT - our recalls, taken FIRST so the
      *>           agency earns nothing on money we collected: D the
      *>           customer paid us directly (amount), O recalled
      *>           for any other reason;
      *>      data/AGYREMIT.DAT  - the agency's remittance: R gross
      *>           collected on an account, X account returned.
      *>    Remittances on an open placement earn the agency its
      *>    commission (data/AGYPARM.DAT); on a recalled, recovered
      *>    or unknown placement they are exceptions for a person
      *>    to work, and no commission is due. A placement is
      *>    recovered in full (F) when the written-off amount has
      *>    come back; anything over that is an exception.
      *>    Writes:
      *>      RC - one agency recovery per placement (net of the
      *>           commission named in its description) and one per
      *>           direct payment (no commission), into
      *>           out/RECTXN.DAT in TXNREC layout for PROMOTE to
      *>           carry forward like REFTXN; the next BILSTMT run
      *>           posts them to RECOVER and AGYCOMM, not to AR;
      *>      out/AGYPLACE.DAT rewritten with the settlements and
      *>           stamped with the run, so it cannot be settled
      *>           twice;
      *>      the recoveries and placements report (out/AGYRECV.RPT).
      *>    A remittance or direct payment dated on or before the
      *>    placement's last settlement is taken as already applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *>   The run being settled against (last BS record) and the
      *>   live chain, to refuse a run that was already promoted.
           SELECT RUNCTL-OUT-FILE ASSIGN TO "out/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCOUT-STATUS.

           SELECT RUNCTL-DATA-FILE ASSIGN TO "data/RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCDATA-STATUS.

      *>   The placement ledger BILSTMT just carried forward; read
      *>   whole, then written back in place.
           SELECT AGYPLACE-FILE ASSIGN TO "out/AGYPLACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGYPLACE-STATUS.

      *>   Agency commission: percent of gross collected, 9(3)V99 in
      *>   columns 1-5 of the first line.
           SELECT AGYPARM-FILE ASSIGN TO "data/AGYPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGYPARM-STATUS.

           SELECT AGYRECALL-FILE ASSIGN TO "data/AGYRECALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-STATUS.

           SELECT AGYREMIT-FILE ASSIGN TO "data/AGYREMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.

           SELECT RECTXN-OUT-FILE ASSIGN TO "out/RECTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGYRPT-FILE ASSIGN TO "out/AGYRECV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RUNCTL-OUT-FILE.
       01  RUNCTL-OUT-LINE         PIC X(120).

       FD  RUNCTL-DATA-FILE.
       01  RUNCTL-DATA-LINE        PIC X(120).

       FD  AGYPLACE-FILE.
       01  AGYPLACE-LINE           PIC X(120).

       FD  AGYPARM-FILE.
       01  AGYPARM-LINE            PIC X(120).

       FD  AGYRECALL-FILE.
       01  AGYRECALL-LINE          PIC X(120).

       FD  AGYREMIT-FILE.
       01  AGYREMIT-LINE           PIC X(120).

       FD  RECTXN-OUT-FILE.
       01  RECTXN-OUT-LINE         PIC X(120).

       FD  AGYRPT-FILE.
       01  AGYRPT-LINE             PIC X(120).

       WORKING-STORAGE SECTION.

       77  WS-RCOUT-STATUS         PIC XX VALUE SPACES.
       77  WS-RCDATA-STATUS        PIC XX VALUE SPACES.
       77  WS-AGYPLACE-STATUS      PIC XX VALUE SPACES.
       77  WS-AGYPARM-STATUS       PIC XX VALUE SPACES.
       77  WS-RECALL-STATUS        PIC XX VALUE SPACES.
       77  WS-REMIT-STATUS         PIC XX VALUE SPACES.
       77  WS-RC-EOF               PIC X VALUE "N".
       77  WS-APL-EOF              PIC X VALUE "N".
       77  WS-IN-EOF               PIC X VALUE "N".
       77  WS-ABORT                PIC X VALUE "N".

       77  WS-COMM-PCT             PIC 9(3)V99 VALUE 0.
       77  WS-OUT-BS-FOUND         PIC X VALUE "N".
       77  WS-OUT-BS-RUN           PIC 9(5) VALUE 0.
       77  WS-DATA-BS-FOUND        PIC X VALUE "N".
       77  WS-DATA-BS-RUN          PIC 9(5) VALUE 0.
       77  WS-AS-OF-DATE           PIC 9(8) VALUE 0.
       77  WS-LAST-SETTLED-RUN     PIC 9(5) VALUE 0.

       77  WS-FIND-CUST            PIC 9(9) VALUE 0.
       77  WS-FOUND-SUB            PIC 9(6) VALUE 0.
       77  WS-REMAINING            PIC S9(9)V99 VALUE 0.
       77  WS-APPLY-AMT            PIC S9(9)V99 VALUE 0.
       77  WS-EXCESS-AMT           PIC S9(9)V99 VALUE 0.
       77  WS-COMM-AMT             PIC S9(9)V99 VALUE 0.
       77  WS-NET-AMT              PIC S9(9)V99 VALUE 0.
       77  WS-RESULT               PIC X(36) VALUE SPACES.

       77  WS-READ-RECALL          PIC 9(7) VALUE 0.
       77  WS-READ-REMIT           PIC 9(7) VALUE 0.
       77  WS-RECALL-COUNT         PIC 9(7) VALUE 0.
       77  WS-RETURN-COUNT         PIC 9(7) VALUE 0.
       77  WS-DIRECT-COUNT         PIC 9(7) VALUE 0.
       77  WS-DIRECT-AMT           PIC S9(11)V99 VALUE 0.
       77  WS-REMIT-COUNT          PIC 9(7) VALUE 0.
       77  WS-REMIT-GROSS          PIC S9(11)V99 VALUE 0.
       77  WS-REMIT-COMM           PIC S9(11)V99 VALUE 0.
       77  WS-FULL-COUNT           PIC 9(7) VALUE 0.
       77  WS-EXC-COUNT            PIC 9(7) VALUE 0.
       77  WS-EXC-AMT              PIC S9(11)V99 VALUE 0.
       77  WS-RCTXN-COUNT          PIC 9(7) VALUE 0.
       77  WS-RCTXN-AMT            PIC S9(11)V99 VALUE 0.
       77  WS-NEW-COUNT            PIC 9(7) VALUE 0.
       77  WS-NEW-AMT              PIC S9(11)V99 VALUE 0.
       77  WS-OPEN-COUNT           PIC 9(7) VALUE 0.
       77  WS-OPEN-AMT             PIC S9(11)V99 VALUE 0.
       77  WS-RCLD-COUNT           PIC 9(7) VALUE 0.
       77  WS-RCVD-COUNT           PIC 9(7) VALUE 0.
       77  WS-LIFE-GROSS           PIC S9(11)V99 VALUE 0.
       77  WS-LIFE-COMM            PIC S9(11)V99 VALUE 0.
       77  WS-LIFE-DIRECT          PIC S9(11)V99 VALUE 0.

       77  WS-AMT-DISP             PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-AMT2-DISP            PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-AMT3-DISP            PIC -ZZ,ZZZ,ZZ9.99.
       77  WS-TOT-DISP             PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77  WS-PCT-DISP             PIC ZZ9.99.

      *>--- The placement ledger in memory, in file order. Each
      *>    entry keeps the record as read (rewritten after any
      *>    change), the settlement date it had at the start of this
      *>    run, and what this run collected on it.
       77  WS-PLT-COUNT            PIC 9(6) VALUE 0.
       77  WS-PLT-SUB              PIC 9(6) VALUE 0.
       01  WS-PLT-TABLE.
           05  WS-PLT-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-PLT-COUNT
               INDEXED BY WS-PLT-IDX.
               10  PLT-REC          PIC X(120).
               10  PLT-CUST-ID      PIC 9(9).
               10  PLT-STATUS       PIC X.
               10  PLT-PRIOR-SETTLE PIC 9(8).
               10  PLT-RUN-GROSS    PIC S9(9)V99.
               10  PLT-RUN-COMM     PIC S9(9)V99.
               10  PLT-RUN-DIRECT   PIC S9(9)V99.

      *>--- Copybook-style record layouts for parsing raw files
       01  WS-RUNCTL-PARSED.
           05  RC-REC.
               10  RC-TYPE             PIC X(2).
               10  RC-RUN-NO           PIC 9(5).
               10  RC-RUN-DATE         PIC 9(8).
               10  FILLER              PIC X(105).

      *>    Placement ledger record (same layout BILSTMT writes).
      *>    The H record, first on the file, is the last run settled.
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
           05  APH-REC REDEFINES APL-REC.
               10  APH-TYPE            PIC X.
               10  APH-SETTLED-RUN     PIC 9(5).
               10  APH-SETTLED-DT      PIC 9(8).
               10  FILLER              PIC X(106).

       01  WS-AGYPARM-PARSED.
           05  AGP-REC.
               10  AGP-COMM-PCT        PIC 9(3)V99.
               10  FILLER              PIC X(115).

      *>    Our recall: D = customer paid us directly (amount
      *>    required), O = recalled for any other reason.
       01  WS-RECALL-PARSED.
           05  RCL-REC.
               10  RCL-CUST-ID         PIC 9(9).
               10  RCL-DATE            PIC 9(8).
               10  RCL-REASON          PIC X.
               10  RCL-AMOUNT          PIC 9(7)V99.
               10  FILLER              PIC X(93).

      *>    Agency remittance: R = gross collected on the account,
      *>    X = agency returns the account uncollected.
       01  WS-REMIT-PARSED.
           05  RMT-REC.
               10  RMT-TYPE            PIC X.
               10  RMT-CUST-ID         PIC 9(9).
               10  RMT-DATE            PIC 9(8).
               10  RMT-GROSS           PIC 9(7)V99.
               10  RMT-AGY-REF         PIC X(15).
               10  FILLER              PIC X(78).

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

      *>    RC description: commission, source (A agency, D direct),
      *>    date the account was placed.
       01  WS-RC-DESC-PARTS.
           05  RCD-COMM            PIC 9(7)V99.
           05  RCD-KIND            PIC X.
           05  RCD-PLACED-DT       PIC 9(8).
           05  FILLER              PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-AGENCY-PARM
           IF WS-ABORT = "N"
               PERFORM 1200-READ-OUT-RUNCTL
           END-IF
           IF WS-ABORT = "N"
               PERFORM 1250-CHECK-NOT-PROMOTED
           END-IF
           IF WS-ABORT = "N"
               PERFORM 1300-LOAD-PLACEMENTS
           END-IF
           IF WS-ABORT = "Y"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 2000-OPEN-AGY-FILES
           PERFORM 2100-LIST-NEW-PLACEMENTS
           PERFORM 3000-PROCESS-RECALLS
           PERFORM 3500-PROCESS-REMITTANCES
           PERFORM 5000-WRITE-RECOVERY-TXNS
           PERFORM 6000-REWRITE-LEDGER
           PERFORM 7000-WRITE-AGY-TOTALS
           PERFORM 9000-CLOSE-AGY-FILES
           GOBACK.

       1000-INITIALIZE.
           MOVE 0 TO WS-READ-RECALL WS-READ-REMIT
           MOVE 0 TO WS-RECALL-COUNT WS-RETURN-COUNT
           MOVE 0 TO WS-DIRECT-COUNT WS-DIRECT-AMT
           MOVE 0 TO WS-REMIT-COUNT WS-REMIT-GROSS WS-REMIT-COMM
           MOVE 0 TO WS-FULL-COUNT WS-EXC-COUNT WS-EXC-AMT
           MOVE 0 TO WS-RCTXN-COUNT WS-RCTXN-AMT
           MOVE 0 TO WS-NEW-COUNT WS-NEW-AMT
           MOVE 0 TO WS-PLT-COUNT WS-LAST-SETTLED-RUN
           MOVE "N" TO WS-ABORT WS-RC-EOF WS-APL-EOF.

      *>   No commission rate, no settlement: a remittance cannot be
      *>   split into recovery and commission without it.
       1100-LOAD-AGENCY-PARM.
           MOVE 0 TO WS-COMM-PCT
           OPEN INPUT AGYPARM-FILE
           IF WS-AGYPARM-STATUS = "35"
               DISPLAY "AGYRECV: NO data/AGYPARM.DAT - "
                       "AGENCY COMMISSION RATE REQUIRED"
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF
           READ AGYPARM-FILE
               AT END
                   MOVE SPACES TO AGP-REC OF WS-AGYPARM-PARSED
               NOT AT END
                   MOVE AGYPARM-LINE TO AGP-REC OF WS-AGYPARM-PARSED
           END-READ
           CLOSE AGYPARM-FILE
           IF AGP-COMM-PCT OF WS-AGYPARM-PARSED IS NUMERIC
              AND AGP-COMM-PCT OF WS-AGYPARM-PARSED < 100
               MOVE AGP-COMM-PCT OF WS-AGYPARM-PARSED TO WS-COMM-PCT
           ELSE
               DISPLAY "AGYRECV: INVALID COMMISSION RATE IN "
                       "data/AGYPARM.DAT"
               MOVE "Y" TO WS-ABORT
           END-IF.

      *>   The run being settled is the LAST BS record in
      *>   out/RUNCTL.DAT; its run date is the AS-OF date the
      *>   recoveries are dated.
       1200-READ-OUT-RUNCTL.
           MOVE "N" TO WS-OUT-BS-FOUND
           OPEN INPUT RUNCTL-OUT-FILE
           IF WS-RCOUT-STATUS = "35"
               DISPLAY "AGYRECV: NO out/RUNCTL.DAT - "
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
               DISPLAY "AGYRECV: NO BS RECORD IN out/RUNCTL.DAT - "
                       "NO STATEMENT RUN WAITING IN out/"
               MOVE "Y" TO WS-ABORT
           END-IF.

      *>   Recoveries ride the promotion of the run they were
      *>   settled against, with the ledger that records them --
      *>   refuse once that run is live, the same test PROMOTE makes.
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
               DISPLAY "AGYRECV: RUN " WS-OUT-BS-RUN
                       " ALREADY PROMOTED - RECOVERY RUN REFUSED"
               MOVE "Y" TO WS-ABORT
           END-IF.

      *>   Loads the ledger. An H record naming this run means it
      *>   has already been settled: a second pass would pay the
      *>   same remittance twice.
       1300-LOAD-PLACEMENTS.
           OPEN INPUT AGYPLACE-FILE
           IF WS-AGYPLACE-STATUS = "35"
               DISPLAY "AGYRECV: NO out/AGYPLACE.DAT - "
                       "STATEMENT RUN DID NOT CARRY THE LEDGER"
               MOVE "Y" TO WS-ABORT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-APL-EOF
           PERFORM UNTIL WS-APL-EOF = "Y"
               READ AGYPLACE-FILE
                   AT END
                       MOVE "Y" TO WS-APL-EOF
                   NOT AT END
                       MOVE AGYPLACE-LINE TO APL-REC
                            OF WS-AGYPLACE-PARSED
                       IF APH-TYPE = "H"
                           MOVE APH-SETTLED-RUN
                                TO WS-LAST-SETTLED-RUN
                       ELSE
                           PERFORM 1310-ADD-PLACEMENT-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGYPLACE-FILE
           IF WS-LAST-SETTLED-RUN = WS-OUT-BS-RUN
               DISPLAY "AGYRECV: RUN " WS-OUT-BS-RUN
                       " ALREADY SETTLED - RECOVERY RUN REFUSED"
               MOVE "Y" TO WS-ABORT
           END-IF.

       1310-ADD-PLACEMENT-TO-TABLE.
           IF WS-PLT-COUNT >= 100000
               DISPLAY "AGYRECV: PLACEMENTS EXCEED TABLE SIZE - "
                       "RECOVERY RUN REFUSED"
               MOVE "Y" TO WS-ABORT
           ELSE
               ADD 1 TO WS-PLT-COUNT
               MOVE APL-REC OF WS-AGYPLACE-PARSED
                    TO PLT-REC (WS-PLT-COUNT)
               MOVE APL-CUST-ID OF WS-AGYPLACE-PARSED
                    TO PLT-CUST-ID (WS-PLT-COUNT)
               MOVE APL-STATUS OF WS-AGYPLACE-PARSED
                    TO PLT-STATUS (WS-PLT-COUNT)
               MOVE APL-SETTLE-DT OF WS-AGYPLACE-PARSED
                    TO PLT-PRIOR-SETTLE (WS-PLT-COUNT)
               MOVE 0 TO PLT-RUN-GROSS (WS-PLT-COUNT)
                         PLT-RUN-COMM (WS-PLT-COUNT)
                         PLT-RUN-DIRECT (WS-PLT-COUNT)
           END-IF.

       2000-OPEN-AGY-FILES.
           OPEN OUTPUT RECTXN-OUT-FILE
                OUTPUT AGYRPT-FILE
           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-COMM-PCT TO WS-PCT-DISP
           STRING "AGENCY RECOVERIES AND PLACEMENTS - RUN "
                  DELIMITED BY SIZE
                  WS-OUT-BS-RUN            DELIMITED BY SIZE
                  " AS OF "                DELIMITED BY SIZE
                  WS-AS-OF-DATE            DELIMITED BY SIZE
                  " - COMMISSION "         DELIMITED BY SIZE
                  WS-PCT-DISP              DELIMITED BY SIZE
                  "%"                      DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE.

       9000-CLOSE-AGY-FILES.
           CLOSE RECTXN-OUT-FILE AGYRPT-FILE.

      *>   The accounts BILSTMT placed with the agency on this run,
      *>   as sent to them on out/PLACEMENT.DAT.
       2100-LIST-NEW-PLACEMENTS.
           MOVE ALL SPACES TO AGYRPT-LINE
           WRITE AGYRPT-LINE
           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "NEW PLACEMENTS THIS RUN" DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE
           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "ACCOUNT    NAME                 PLACED   "
                  DELIMITED BY SIZE
                  "  LAST PAY        WRITTEN OFF"
                  DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE
           PERFORM VARYING WS-PLT-SUB FROM 1 BY 1 UNTIL
                           WS-PLT-SUB > WS-PLT-COUNT
               MOVE PLT-REC (WS-PLT-SUB) TO APL-REC
                    OF WS-AGYPLACE-PARSED
               IF APL-PLACED-RUN OF WS-AGYPLACE-PARSED
                  = WS-OUT-BS-RUN
                   ADD 1 TO WS-NEW-COUNT
                   ADD APL-WOFF-AMT OF WS-AGYPLACE-PARSED
                       TO WS-NEW-AMT
                   MOVE APL-WOFF-AMT OF WS-AGYPLACE-PARSED
                        TO WS-AMT-DISP
                   MOVE ALL SPACES TO AGYRPT-LINE
                   STRING APL-CUST-ID OF WS-AGYPLACE-PARSED
                          DELIMITED BY SIZE
                          "  "              DELIMITED BY SIZE
                          APL-NAME OF WS-AGYPLACE-PARSED
                          DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          APL-PLACED-DT OF WS-AGYPLACE-PARSED
                          DELIMITED BY SIZE
                          "  "              DELIMITED BY SIZE
                          APL-LAST-PAY-DT OF WS-AGYPLACE-PARSED
                          DELIMITED BY SIZE
                          "  "              DELIMITED BY SIZE
                          WS-AMT-DISP       DELIMITED BY SIZE
                     INTO AGYRPT-LINE
                   END-STRING
                   WRITE AGYRPT-LINE
               END-IF
           END-PERFORM.

      *>   Our recalls, before any remittance is looked at.
       3000-PROCESS-RECALLS.
           MOVE ALL SPACES TO AGYRPT-LINE
           WRITE AGYRPT-LINE
           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "RECALLS AND DIRECT PAYMENTS" DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE
           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "ACCOUNT    NAME                 DATE     R"
                  DELIMITED BY SIZE
                  "          AMOUNT  RESULT"
                  DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE
           OPEN INPUT AGYRECALL-FILE
           IF WS-RECALL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = "Y"
               READ AGYRECALL-FILE
                   AT END
                       MOVE "Y" TO WS-IN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-RECALL
                       MOVE AGYRECALL-LINE TO RCL-REC
                            OF WS-RECALL-PARSED
                       PERFORM 3100-APPLY-RECALL
                       PERFORM 3190-WRITE-RECALL-LINE
               END-READ
           END-PERFORM
           CLOSE AGYRECALL-FILE.

      *>   D closes the placement (if still open) and posts what the
      *>   customer paid us, capped at what is still written off; a
      *>   later direct payment on a recalled account posts too. O
      *>   closes an open placement with nothing to post.
       3100-APPLY-RECALL.
           MOVE SPACES TO WS-RESULT
           MOVE 0 TO WS-FOUND-SUB
           IF RCL-CUST-ID OF WS-RECALL-PARSED NOT NUMERIC
              OR RCL-DATE OF WS-RECALL-PARSED NOT NUMERIC
              OR RCL-AMOUNT OF WS-RECALL-PARSED NOT NUMERIC
              OR (RCL-REASON OF WS-RECALL-PARSED NOT = "D"
                  AND RCL-REASON OF WS-RECALL-PARSED NOT = "O")
              OR (RCL-REASON OF WS-RECALL-PARSED = "D"
                  AND RCL-AMOUNT OF WS-RECALL-PARSED = 0)
               MOVE "EXCEPTION - INVALID RECALL RECORD" TO WS-RESULT
               PERFORM 3900-COUNT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE RCL-CUST-ID OF WS-RECALL-PARSED TO WS-FIND-CUST
           PERFORM 4200-FIND-PLACEMENT
           IF WS-FOUND-SUB = 0
               MOVE "EXCEPTION - NO PLACEMENT" TO WS-RESULT
               PERFORM 3900-COUNT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE PLT-REC (WS-FOUND-SUB) TO APL-REC OF WS-AGYPLACE-PARSED

           IF RCL-REASON OF WS-RECALL-PARSED = "O"
               IF APL-STATUS OF WS-AGYPLACE-PARSED NOT = "O"
                   MOVE "EXCEPTION - PLACEMENT NOT OPEN" TO WS-RESULT
                   PERFORM 3900-COUNT-EXCEPTION
               ELSE
                   MOVE "R" TO APL-STATUS OF WS-AGYPLACE-PARSED
                   MOVE RCL-DATE OF WS-RECALL-PARSED
                        TO APL-CLOSE-DT OF WS-AGYPLACE-PARSED
                   MOVE "O" TO APL-CLOSE-RSN OF WS-AGYPLACE-PARSED
                   ADD 1 TO WS-RECALL-COUNT
                   MOVE "RECALLED" TO WS-RESULT
                   PERFORM 4300-SAVE-PLACEMENT
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF APL-STATUS OF WS-AGYPLACE-PARSED = "F"
               MOVE "EXCEPTION - ALREADY RECOVERED" TO WS-RESULT
               PERFORM 3900-COUNT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF RCL-DATE OF WS-RECALL-PARSED
              NOT > PLT-PRIOR-SETTLE (WS-FOUND-SUB)
               MOVE "EXCEPTION - ALREADY APPLIED" TO WS-RESULT
               PERFORM 3900-COUNT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-COMPUTE-REMAINING
           IF WS-REMAINING = 0
               MOVE "EXCEPTION - ALREADY RECOVERED" TO WS-RESULT
               PERFORM 3900-COUNT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE RCL-AMOUNT OF WS-RECALL-PARSED TO WS-APPLY-AMT
           PERFORM 4110-CAP-AT-REMAINING
           IF APL-STATUS OF WS-AGYPLACE-PARSED = "O"
               MOVE "R" TO APL-STATUS OF WS-AGYPLACE-PARSED
               MOVE RCL-DATE OF WS-RECALL-PARSED
                    TO APL-CLOSE-DT OF WS-AGYPLACE-PARSED
               MOVE "D" TO APL-CLOSE-RSN OF WS-AGYPLACE-PARSED
               ADD 1 TO WS-RECALL-COUNT
               MOVE "RECALLED - PAID DIRECT" TO WS-RESULT
           ELSE
               MOVE "PAID DIRECT" TO WS-RESULT
           END-IF
           ADD 1 TO WS-DIRECT-COUNT
           ADD WS-APPLY-AMT TO WS-DIRECT-AMT
           ADD WS-APPLY-AMT TO APL-DIRECT-AMT OF WS-AGYPLACE-PARSED
           ADD WS-APPLY-AMT TO PLT-RUN-DIRECT (WS-FOUND-SUB)
           MOVE RCL-DATE OF WS-RECALL-PARSED
                TO APL-SETTLE-DT OF WS-AGYPLACE-PARSED
           IF WS-EXCESS-AMT > 0
               MOVE "PAID DIRECT - EXCESS OVER BALANCE" TO WS-RESULT
               ADD 1 TO WS-EXC-COUNT
               ADD WS-EXCESS-AMT TO WS-EXC-AMT
           END-IF
           PERFORM 4300-SAVE-PLACEMENT.

       3190-WRITE-RECALL-LINE.
           MOVE ALL SPACES TO AGYRPT-LINE
           IF RCL-AMOUNT OF WS-RECALL-PARSED IS NUMERIC
               MOVE RCL-AMOUNT OF WS-RECALL-PARSED TO WS-AMT-DISP
           ELSE
               MOVE 0 TO WS-AMT-DISP
           END-IF
           IF WS-FOUND-SUB = 0
               MOVE SPACES TO APL-NAME OF WS-AGYPLACE-PARSED
           END-IF
           STRING RCL-CUST-ID OF WS-RECALL-PARSED DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  APL-NAME OF WS-AGYPLACE-PARSED  DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  RCL-DATE OF WS-RECALL-PARSED    DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  RCL-REASON OF WS-RECALL-PARSED  DELIMITED BY SIZE
                  WS-AMT-DISP                     DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-RESULT                       DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE.

       3500-PROCESS-REMITTANCES.
           MOVE ALL SPACES TO AGYRPT-LINE
           WRITE AGYRPT-LINE
           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "AGENCY REMITTANCES" DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE
           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "ACCOUNT    NAME                 DATE     T"
                  DELIMITED BY SIZE
                  "           GROSS     COMMISSION  RESULT"
                  DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE
           OPEN INPUT AGYREMIT-FILE
           IF WS-REMIT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-IN-EOF
           PERFORM UNTIL WS-IN-EOF = "Y"
               READ AGYREMIT-FILE
                   AT END
                       MOVE "Y" TO WS-IN-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-REMIT
                       MOVE AGYREMIT-LINE TO RMT-REC
                            OF WS-REMIT-PARSED
                       MOVE 0 TO WS-COMM-AMT
                       PERFORM 3600-APPLY-REMITTANCE
                       PERFORM 3690-WRITE-REMIT-LINE
               END-READ
           END-PERFORM
           CLOSE AGYREMIT-FILE.

      *>   Only an open placement earns commission. Money the agency
      *>   collected on an account we had recalled (or that was
      *>   already recovered, or never placed) is an exception:
      *>   nothing is posted or paid until a person settles it.
       3600-APPLY-REMITTANCE.
           MOVE SPACES TO WS-RESULT
           MOVE 0 TO WS-FOUND-SUB
           IF RMT-CUST-ID OF WS-REMIT-PARSED NOT NUMERIC
              OR RMT-DATE OF WS-REMIT-PARSED NOT NUMERIC
              OR (RMT-TYPE OF WS-REMIT-PARSED NOT = "R"
                  AND RMT-TYPE OF WS-REMIT-PARSED NOT = "X")
              OR (RMT-TYPE OF WS-REMIT-PARSED = "R"
                  AND (RMT-GROSS OF WS-REMIT-PARSED NOT NUMERIC
                       OR RMT-GROSS OF WS-REMIT-PARSED = 0))
               MOVE "EXCEPTION - INVALID REMITTANCE" TO WS-RESULT
               PERFORM 3910-COUNT-REMIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE RMT-CUST-ID OF WS-REMIT-PARSED TO WS-FIND-CUST
           PERFORM 4200-FIND-PLACEMENT
           IF WS-FOUND-SUB = 0
               MOVE "EXCEPTION - NO PLACEMENT" TO WS-RESULT
               PERFORM 3910-COUNT-REMIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE PLT-REC (WS-FOUND-SUB) TO APL-REC OF WS-AGYPLACE-PARSED
           IF APL-STATUS OF WS-AGYPLACE-PARSED NOT = "O"
               IF APL-STATUS OF WS-AGYPLACE-PARSED = "R"
                   MOVE "EXCEPTION - RECALLED, NO COMMISSION"
                        TO WS-RESULT
               ELSE
                   MOVE "EXCEPTION - ALREADY RECOVERED" TO WS-RESULT
               END-IF
               PERFORM 3910-COUNT-REMIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF RMT-TYPE OF WS-REMIT-PARSED = "X"
               MOVE "R" TO APL-STATUS OF WS-AGYPLACE-PARSED
               MOVE RMT-DATE OF WS-REMIT-PARSED
                    TO APL-CLOSE-DT OF WS-AGYPLACE-PARSED
               MOVE "A" TO APL-CLOSE-RSN OF WS-AGYPLACE-PARSED
               ADD 1 TO WS-RETURN-COUNT
               MOVE "RETURNED BY AGENCY" TO WS-RESULT
               PERFORM 4300-SAVE-PLACEMENT
               EXIT PARAGRAPH
           END-IF

           IF RMT-DATE OF WS-REMIT-PARSED
              NOT > PLT-PRIOR-SETTLE (WS-FOUND-SUB)
               MOVE "EXCEPTION - ALREADY APPLIED" TO WS-RESULT
               PERFORM 3910-COUNT-REMIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-COMPUTE-REMAINING
           IF WS-REMAINING = 0
               MOVE "EXCEPTION - ALREADY RECOVERED" TO WS-RESULT
               PERFORM 3910-COUNT-REMIT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           MOVE RMT-GROSS OF WS-REMIT-PARSED TO WS-APPLY-AMT
           PERFORM 4110-CAP-AT-REMAINING
           COMPUTE WS-COMM-AMT ROUNDED =
                   WS-APPLY-AMT * WS-COMM-PCT / 100
           ADD 1 TO WS-REMIT-COUNT
           ADD WS-APPLY-AMT TO WS-REMIT-GROSS
           ADD WS-COMM-AMT TO WS-REMIT-COMM
           ADD WS-APPLY-AMT TO APL-AGY-GROSS OF WS-AGYPLACE-PARSED
           ADD WS-COMM-AMT TO APL-AGY-COMM OF WS-AGYPLACE-PARSED
           ADD WS-APPLY-AMT TO PLT-RUN-GROSS (WS-FOUND-SUB)
           ADD WS-COMM-AMT TO PLT-RUN-COMM (WS-FOUND-SUB)
           MOVE RMT-DATE OF WS-REMIT-PARSED
                TO APL-SETTLE-DT OF WS-AGYPLACE-PARSED
           MOVE "RECOVERED" TO WS-RESULT
           IF WS-APPLY-AMT = WS-REMAINING
               MOVE "F" TO APL-STATUS OF WS-AGYPLACE-PARSED
               MOVE RMT-DATE OF WS-REMIT-PARSED
                    TO APL-CLOSE-DT OF WS-AGYPLACE-PARSED
               MOVE "P" TO APL-CLOSE-RSN OF WS-AGYPLACE-PARSED
               ADD 1 TO WS-FULL-COUNT
               MOVE "RECOVERED IN FULL" TO WS-RESULT
           END-IF
           IF WS-EXCESS-AMT > 0
               MOVE "IN FULL - EXCESS OVER BALANCE" TO WS-RESULT
               ADD 1 TO WS-EXC-COUNT
               ADD WS-EXCESS-AMT TO WS-EXC-AMT
           END-IF
           PERFORM 4300-SAVE-PLACEMENT.

       3690-WRITE-REMIT-LINE.
           MOVE ALL SPACES TO AGYRPT-LINE
           IF RMT-GROSS OF WS-REMIT-PARSED IS NUMERIC
               MOVE RMT-GROSS OF WS-REMIT-PARSED TO WS-AMT-DISP
           ELSE
               MOVE 0 TO WS-AMT-DISP
           END-IF
           MOVE WS-COMM-AMT TO WS-AMT2-DISP
           IF WS-FOUND-SUB = 0
               MOVE SPACES TO APL-NAME OF WS-AGYPLACE-PARSED
           END-IF
           STRING RMT-CUST-ID OF WS-REMIT-PARSED DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  APL-NAME OF WS-AGYPLACE-PARSED DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  RMT-DATE OF WS-REMIT-PARSED    DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  RMT-TYPE OF WS-REMIT-PARSED    DELIMITED BY SIZE
                  WS-AMT-DISP                    DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-AMT2-DISP                   DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-RESULT                      DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE.

       3900-COUNT-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           IF RCL-AMOUNT OF WS-RECALL-PARSED IS NUMERIC
               ADD RCL-AMOUNT OF WS-RECALL-PARSED TO WS-EXC-AMT
           END-IF.

       3910-COUNT-REMIT-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           IF RMT-GROSS OF WS-REMIT-PARSED IS NUMERIC
               ADD RMT-GROSS OF WS-REMIT-PARSED TO WS-EXC-AMT
           END-IF.

      *>   Still written off = written-off amount less everything
      *>   recovered on the placement so far, by agency or direct.
       4100-COMPUTE-REMAINING.
           COMPUTE WS-REMAINING =
                   APL-WOFF-AMT OF WS-AGYPLACE-PARSED
                   - APL-AGY-GROSS OF WS-AGYPLACE-PARSED
                   - APL-DIRECT-AMT OF WS-AGYPLACE-PARSED
           IF WS-REMAINING < 0
               MOVE 0 TO WS-REMAINING
           END-IF.

       4110-CAP-AT-REMAINING.
           MOVE 0 TO WS-EXCESS-AMT
           IF WS-APPLY-AMT > WS-REMAINING
               COMPUTE WS-EXCESS-AMT = WS-APPLY-AMT - WS-REMAINING
               MOVE WS-REMAINING TO WS-APPLY-AMT
           END-IF.

      *>   A customer can be placed more than once (reinstated and
      *>   written off again): take the latest open placement, else
      *>   the latest placement of any status.
       4200-FIND-PLACEMENT.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-PLT-SUB FROM 1 BY 1 UNTIL
                           WS-PLT-SUB > WS-PLT-COUNT
               IF PLT-CUST-ID (WS-PLT-SUB) = WS-FIND-CUST
                   IF WS-FOUND-SUB = 0
                      OR PLT-STATUS (WS-PLT-SUB) = "O"
                      OR PLT-STATUS (WS-FOUND-SUB) NOT = "O"
                       MOVE WS-PLT-SUB TO WS-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM.

       4300-SAVE-PLACEMENT.
           MOVE APL-REC OF WS-AGYPLACE-PARSED TO PLT-REC (WS-FOUND-SUB)
           MOVE APL-STATUS OF WS-AGYPLACE-PARSED
                TO PLT-STATUS (WS-FOUND-SUB).

      *>   One RC per placement for the agency's collections (net,
      *>   commission in the description) and one for what was paid
      *>   to us direct. Dated the run's AS-OF date, like REFUND's RF.
       5000-WRITE-RECOVERY-TXNS.
           PERFORM VARYING WS-PLT-SUB FROM 1 BY 1 UNTIL
                           WS-PLT-SUB > WS-PLT-COUNT
               MOVE PLT-REC (WS-PLT-SUB) TO APL-REC
                    OF WS-AGYPLACE-PARSED
               IF PLT-RUN-GROSS (WS-PLT-SUB) > 0
                   COMPUTE WS-NET-AMT = PLT-RUN-GROSS (WS-PLT-SUB)
                                      - PLT-RUN-COMM (WS-PLT-SUB)
                   MOVE PLT-RUN-COMM (WS-PLT-SUB) TO RCD-COMM
                   MOVE "A" TO RCD-KIND
                   PERFORM 5100-WRITE-RC-TXN
               END-IF
               IF PLT-RUN-DIRECT (WS-PLT-SUB) > 0
                   MOVE PLT-RUN-DIRECT (WS-PLT-SUB) TO WS-NET-AMT
                   MOVE 0 TO RCD-COMM
                   MOVE "D" TO RCD-KIND
                   PERFORM 5100-WRITE-RC-TXN
               END-IF
           END-PERFORM.

       5100-WRITE-RC-TXN.
           MOVE APL-PLACED-DT OF WS-AGYPLACE-PARSED TO RCD-PLACED-DT
           MOVE SPACES TO TXN-REC OF WS-TXN-OUT
           MOVE PLT-CUST-ID (WS-PLT-SUB) TO TXN-CUST-ID OF WS-TXN-OUT
           MOVE WS-AS-OF-DATE TO TXN-DATE OF WS-TXN-OUT
           MOVE "RC" TO TXN-TYPE OF WS-TXN-OUT
           MOVE WS-NET-AMT TO TXN-AMOUNT OF WS-TXN-OUT
           MOVE WS-RC-DESC-PARTS TO TXN-DESC OF WS-TXN-OUT
      *>   The ledger is settled now; should the month the RC is
      *>   dated in be closed before BILSTMT posts it, it posts in
      *>   the current period rather than being rejected.
           MOVE "P" TO TXN-PPA-FLAG OF WS-TXN-OUT
           MOVE ALL SPACES TO RECTXN-OUT-LINE
           MOVE TXN-REC OF WS-TXN-OUT TO RECTXN-OUT-LINE
           WRITE RECTXN-OUT-LINE
           ADD 1 TO WS-RCTXN-COUNT
           ADD WS-NET-AMT TO WS-RCTXN-AMT.

      *>   Writes the ledger back in place behind a new H stamp, and
      *>   totals what is still out with the agency.
       6000-REWRITE-LEDGER.
           MOVE 0 TO WS-OPEN-COUNT WS-OPEN-AMT
           MOVE 0 TO WS-RCLD-COUNT WS-RCVD-COUNT
           MOVE 0 TO WS-LIFE-GROSS WS-LIFE-COMM WS-LIFE-DIRECT
           OPEN OUTPUT AGYPLACE-FILE
           MOVE SPACES TO APL-REC OF WS-AGYPLACE-PARSED
           MOVE "H" TO APH-TYPE
           MOVE WS-OUT-BS-RUN TO APH-SETTLED-RUN
           MOVE WS-AS-OF-DATE TO APH-SETTLED-DT
           MOVE ALL SPACES TO AGYPLACE-LINE
           MOVE APL-REC OF WS-AGYPLACE-PARSED TO AGYPLACE-LINE
           WRITE AGYPLACE-LINE
           PERFORM VARYING WS-PLT-SUB FROM 1 BY 1 UNTIL
                           WS-PLT-SUB > WS-PLT-COUNT
               MOVE PLT-REC (WS-PLT-SUB) TO APL-REC
                    OF WS-AGYPLACE-PARSED
               EVALUATE APL-STATUS OF WS-AGYPLACE-PARSED
                   WHEN "O"
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM 4100-COMPUTE-REMAINING
                       ADD WS-REMAINING TO WS-OPEN-AMT
                   WHEN "R"
                       ADD 1 TO WS-RCLD-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-RCVD-COUNT
               END-EVALUATE
               ADD APL-AGY-GROSS OF WS-AGYPLACE-PARSED
                   TO WS-LIFE-GROSS
               ADD APL-AGY-COMM OF WS-AGYPLACE-PARSED
                   TO WS-LIFE-COMM
               ADD APL-DIRECT-AMT OF WS-AGYPLACE-PARSED
                   TO WS-LIFE-DIRECT
               MOVE ALL SPACES TO AGYPLACE-LINE
               MOVE PLT-REC (WS-PLT-SUB) TO AGYPLACE-LINE
               WRITE AGYPLACE-LINE
           END-PERFORM
           CLOSE AGYPLACE-FILE.

       7000-WRITE-AGY-TOTALS.
           MOVE ALL SPACES TO AGYRPT-LINE
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "AGENCY CONTROL TOTALS" DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-NEW-AMT TO WS-TOT-DISP
           STRING "PLACED THIS RUN     : " DELIMITED BY SIZE
                  WS-NEW-COUNT             DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "RECALL RECORDS READ : " DELIMITED BY SIZE
                  WS-READ-RECALL           DELIMITED BY SIZE
                  "  RECALLED: "           DELIMITED BY SIZE
                  WS-RECALL-COUNT          DELIMITED BY SIZE
                  "  RETURNED BY AGENCY: " DELIMITED BY SIZE
                  WS-RETURN-COUNT          DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-DIRECT-AMT TO WS-TOT-DISP
           STRING "PAID DIRECT         : " DELIMITED BY SIZE
                  WS-DIRECT-COUNT          DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
                  "  (NO COMMISSION)"      DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-REMIT-GROSS TO WS-TOT-DISP
           STRING "REMITTANCE RECORDS  : " DELIMITED BY SIZE
                  WS-READ-REMIT            DELIMITED BY SIZE
                  "  RECOVERED: "          DELIMITED BY SIZE
                  WS-REMIT-COUNT           DELIMITED BY SIZE
                  "  GROSS: "              DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-REMIT-COMM TO WS-TOT-DISP
           STRING "AGENCY COMMISSION   : " DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "RECOVERED IN FULL   : " DELIMITED BY SIZE
                  WS-FULL-COUNT            DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-EXC-AMT TO WS-TOT-DISP
           STRING "EXCEPTIONS          : " DELIMITED BY SIZE
                  WS-EXC-COUNT             DELIMITED BY SIZE
                  "  AMOUNT: "             DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
                  "  (NOT POSTED)"         DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-RCTXN-AMT TO WS-TOT-DISP
           STRING "RECOVERY TXNS (RC)  : " DELIMITED BY SIZE
                  WS-RCTXN-COUNT           DELIMITED BY SIZE
                  "  NET: "                DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "                      "
                  DELIMITED BY SIZE
                  "out/RECTXN.DAT (promoted with this run)"
                  DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-OPEN-AMT TO WS-TOT-DISP
           STRING "LEDGER OPEN         : " DELIMITED BY SIZE
                  WS-OPEN-COUNT            DELIMITED BY SIZE
                  "  STILL WRITTEN OFF: "  DELIMITED BY SIZE
                  WS-TOT-DISP              DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           STRING "LEDGER RECALLED     : " DELIMITED BY SIZE
                  WS-RCLD-COUNT            DELIMITED BY SIZE
                  "  RECOVERED IN FULL: "  DELIMITED BY SIZE
                  WS-RCVD-COUNT            DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE

           MOVE ALL SPACES TO AGYRPT-LINE
           MOVE WS-LIFE-GROSS TO WS-AMT-DISP
           MOVE WS-LIFE-COMM TO WS-AMT2-DISP
           MOVE WS-LIFE-DIRECT TO WS-AMT3-DISP
           STRING "LEDGER TO DATE      : GROSS" DELIMITED BY SIZE
                  WS-AMT-DISP              DELIMITED BY SIZE
                  "  COMM"                 DELIMITED BY SIZE
                  WS-AMT2-DISP             DELIMITED BY SIZE
                  "  DIRECT"               DELIMITED BY SIZE
                  WS-AMT3-DISP             DELIMITED BY SIZE
             INTO AGYRPT-LINE
           END-STRING
           WRITE AGYRPT-LINE.

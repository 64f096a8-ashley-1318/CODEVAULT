      *               - loans transmitted (LOAN-FILE trailer) against
      *                 suspense diversions, carry-over resubmissions
      *                 and settlement ledger rows;
      *               - LIMIT-HELD ledger rows against the items on
      *                 tonight's counterparty limit-excess queue;
      *               - CONFIRMED ledger rows and amounts against the
      *                 wires on the payment instruction file and its
      *                 control trailer;
      *                 interface journal count, debit/credit totals
      *                 and balanced flag;
      *               - erasure requests against the GDPR dispositions
      *                 cut tonight;
      *               - direct debits presented against debits taken
      *                 plus debits returned unpaid, debits taken on
      *                 the account history against the DD payments
      *                 handed to LOAN-SERVICE, and tonight's payment
      *                 archive generation against the day's received
      *                 payments plus those DD payments.
      *             A utilisation line per counterparty limit on
      *             CPLIMIT shows the business day's gross against
      *             the daily limit and what was held for treasury.
      *             The sheet closes with the run-control status of
      *             every step booked for the business date; a step
      *             of this chain that is started, failed or reopened
      *             on override but not rerun counts as a break, and
      *             so does any step on the STEPLIST expected-step
      *             deck with no row booked at all.
      *             Any equation that does not tie ends the run with
      *             a nonzero return code so the scheduler surfaces
      *             the leak the same night, not days later from a
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RVWLEDG-STATUS.
           SELECT LIMIT-LEDGER-FILE
               ASSIGN TO LMTLEDG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LMTLEDG-STATUS.
           SELECT LIMIT-QUEUE-FILE
               ASSIGN TO LIMITQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIMITQ-STATUS.
           SELECT CPTY-LIMIT-FILE
               ASSIGN TO CPLIMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CPLIMIT-STATUS.
           SELECT SETTLE-LEDGER
               ASSIGN TO SETTLEDG
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT DD-PRESENTED-FILE
               ASSIGN TO DDTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DDTRAN-STATUS.
           SELECT DD-PAYMENT-FILE
               ASSIGN TO DDPAYMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DDPAY-STATUS.
           SELECT DD-RETURNED-FILE
               ASSIGN TO DDFAIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DDFAIL-STATUS.
           SELECT TRAN-HISTORY-FILE
               ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PAYMENT-DAILY-FILE
               ASSIGN TO PAYDAILY
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYDAILY-STATUS.
           SELECT PAYMENT-ARCHIVE-FILE
               ASSIGN TO PAYARCH
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYARCH-STATUS.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCR-KEY
               FILE STATUS IS WS-RUNCTRL-STATUS.
           SELECT STEP-LIST-FILE
               ASSIGN TO STEPLIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STEPLIST-STATUS.
           SELECT CONTROL-REPORT
               ASSIGN TO CTRLRPT
               ORGANIZATION IS SEQUENTIAL
           RECORD CONTAINS 70 CHARACTERS.
       01  REVIEW-LEDGER-RECORD     PIC X(70).

       FD  LIMIT-LEDGER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  LIMIT-LEDGER-RECORD      PIC X(70).

       FD  LIMIT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  LIMIT-QUEUE-RECORD       PIC X(70).

       FD  CPTY-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY 'CPLIMIT-REC'.

       FD  SETTLE-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
           05  DR-COMPLETE-TIME        PIC 9(6).
           05  FILLER                 PIC X(4).

       FD  DD-PRESENTED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  DD-PRESENTED-RECORD.
           05  DT-ACC-NUMBER           PIC X(10).
           05  DT-TRAN-TYPE            PIC X(2).
           05  FILLER                 PIC X(40).
           05  DT-AMOUNT               PIC S9(12)V99 COMP-3.

       FD  DD-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  DD-PAYMENT-RECORD.
           05  FILLER                 PIC X(32).
           05  DP-AMOUNT               PIC 9(12)V99 COMP-3.

       FD  DD-RETURNED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DD-RETURNED-RECORD.
           05  FILLER                 PIC X(42).
           05  DF-AMOUNT               PIC 9(12)V99 COMP-3.
           05  FILLER                 PIC X(30).

       FD  TRAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-HISTORY-RECORD.
           05  TH-APPLY-DATE           PIC 9(8).
           05  TH-ACC-NUMBER           PIC X(10).
           05  TH-TRAN-TYPE            PIC X(2).
               88  TH-IS-DIRDEBIT      VALUE 'DD'.
           05  FILLER                 PIC X(40).
           05  TH-AMOUNT               PIC S9(12)V99 COMP-3.
           05  FILLER                 PIC X(12).

       FD  PAYMENT-DAILY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PAYMENT-DAILY-RECORD.
           05  FILLER                 PIC X(32).
           05  PD-AMOUNT               PIC 9(12)V99 COMP-3.

       FD  PAYMENT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PAYMENT-ARCHIVE-RECORD.
           05  FILLER                 PIC X(32).
           05  PA-AMOUNT               PIC 9(12)V99 COMP-3.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY 'RUNCTL-REC'.

      * Expected-step deck: one card per booked step of the chain,
      * laid out as the RUNSTEP cards are (chain, step, program).
       FD  STEP-LIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-LIST-RECORD.
           05  EL-CHAIN             PIC X(8).
           05  FILLER               PIC X(1).
           05  EL-STEP              PIC X(8).
           05  FILLER               PIC X(1).
           05  EL-PROGRAM           PIC X(8).
           05  FILLER               PIC X(54).

       FD  CONTROL-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           05  WS-SUSPENSE-TONIGHT  PIC 9(8)     VALUE ZEROS.
           05  WS-CARRIED-IN        PIC 9(8)     VALUE ZEROS.
           05  WS-REVIEW-ROWS       PIC 9(8)     VALUE ZEROS.
           05  WS-LIMIT-ROWS        PIC 9(8)     VALUE ZEROS.
           05  WS-LIMIT-QUEUED      PIC 9(8)     VALUE ZEROS.
           05  WS-LEDGER-ROWS       PIC 9(8)     VALUE ZEROS.
           05  WS-LEDGER-CONFIRMED  PIC 9(8)     VALUE ZEROS.
           05  WS-LEDGER-NEXT-DAY   PIC 9(8)     VALUE ZEROS.
           05  WS-LEDGER-REJECTED   PIC 9(8)     VALUE ZEROS.
           05  WS-LEDGER-SCREENED   PIC 9(8)     VALUE ZEROS.
           05  WS-LEDGER-LIMIT-HELD PIC 9(8)     VALUE ZEROS.
           05  WS-LEDGER-OTHER      PIC 9(8)     VALUE ZEROS.
           05  WS-CONFIRMED-NET     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-ECL-ROWS          PIC 9(8)     VALUE ZEROS.
           05  WS-EXPECTED-JOURNALS PIC 9(8)     VALUE ZEROS.
           05  WS-SETTLED-EXPECTED  PIC S9(9) COMP-3 VALUE ZEROS.
           05  WS-PRE-SETTLE-REJ    PIC S9(9) COMP-3 VALUE ZEROS.
           05  WS-DD-PRESENTED      PIC 9(8)     VALUE ZEROS.
           05  WS-DD-PRESENTED-AMT  PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DD-TAKEN          PIC 9(8)     VALUE ZEROS.
           05  WS-DD-TAKEN-AMT      PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DD-RETURNED       PIC 9(8)     VALUE ZEROS.
           05  WS-DD-RETURNED-AMT   PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DD-HISTORY        PIC 9(8)     VALUE ZEROS.
           05  WS-DD-HISTORY-AMT    PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DD-SETTLED        PIC 9(8)     VALUE ZEROS.
           05  WS-DD-SETTLED-AMT    PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-PAY-DAILY         PIC 9(8)     VALUE ZEROS.
           05  WS-PAY-DAILY-AMT     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-PAY-ARCHIVED      PIC 9(8)     VALUE ZEROS.
           05  WS-PAY-ARCHIVED-AMT  PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-PAY-EXPECTED      PIC 9(8)     VALUE ZEROS.
           05  WS-PAY-EXPECTED-AMT  PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-CTL-DATE      PIC 9(8)     VALUE ZEROS.
           05  WS-RUN-CTL-ROWS      PIC 9(4)     VALUE ZEROS.
           05  WS-RUN-CTL-OPEN      PIC 9(4)     VALUE ZEROS.
           05  WS-BREAK-COUNT       PIC 9(4)     VALUE ZEROS.

      *----------------------------------------------------------------
      * EXPECTED STEPS
      * Loaded from the STEPLIST deck; each is ticked off as its row
      * is read from the run-control KSDS, and one still unticked at
      * the end never ran at all.
      *----------------------------------------------------------------
       01  WS-EXPECTED-STEPS.
           05  WS-EXP-COUNT         PIC 9(3) COMP VALUE ZEROS.
           05  WS-EXP-IDX           PIC 9(3) COMP VALUE ZEROS.
           05  WS-EXP-MISSING       PIC 9(4)     VALUE ZEROS.
           05  WS-EXP-ENTRY         OCCURS 60 TIMES.
               10  WS-EXP-CHAIN     PIC X(8).
               10  WS-EXP-STEP      PIC X(8).
               10  WS-EXP-PROGRAM   PIC X(8).
               10  WS-EXP-FOUND-SW  PIC X(1).
                   88  WS-EXP-FOUND VALUE 'Y'.

      *----------------------------------------------------------------
      * COUNTERPARTY LIMIT UTILISATION
      * Only a row SETTLE-SYS touched on the business date has usage
      * for tonight; any other row has nothing but the releases
      * treasury booked to it for tonight, which are wired tonight.
      * Releases booked for any other business date do not count.
      *----------------------------------------------------------------
       01  WS-LIMIT-UTILISATION.
           05  WS-LIMIT-COUNT       PIC 9(4)     VALUE ZEROS.
           05  WS-OVER-LIMIT-COUNT  PIC 9(4)     VALUE ZEROS.
           05  WS-UTIL-USED         PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-UTIL-RELEASE      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-UTIL-HELD         PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-UTIL-HELD-COUNT   PIC 9(7)     COMP-3 VALUE ZEROS.
           05  WS-UTIL-PERCENT      PIC 9(5)V9   COMP-3 VALUE ZEROS.
           05  WS-UTIL-PERCENT-ED   PIC ZZZZ9.9  VALUE ZEROS.
           05  WS-UTIL-FLAG         PIC X(12)    VALUE SPACES.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
           05  WS-SIGNED-ED         PIC -ZZZZZZZ9 VALUE ZEROS.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-2-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-STEP-STATUS-TEXT  PIC X(8)     VALUE SPACES.
           05  WS-RUNS-ED           PIC ZZ9      VALUE ZEROS.
           05  WS-STEP-RC-ED        PIC ZZZ9     VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
           05  WS-SUSPENSE-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-CARRYIN-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-RVWLEDG-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-LMTLEDG-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-LIMITQ-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-CPLIMIT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-LEDGER-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-ECL-MOVE-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-ASSESS-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-INSTR-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-ERASURE-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-DISP-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-DDTRAN-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-DDPAY-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-DDFAIL-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-PAYDAILY-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-PAYARCH-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-RUNCTRL-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-STEPLIST-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-FILE-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-FILE-EOF      VALUE 'Y'.
      * prints the control sheet. Every file is opened, drained and
      * closed in its own paragraph so a single missing generation
      * fails loudly on its own OPEN.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           OPEN OUTPUT CONTROL-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
               THRU 1200-GATHER-CARRYOVER-EXIT
           PERFORM 1250-GATHER-REVIEW-LEDGER
               THRU 1250-GATHER-REVIEW-LEDGER-EXIT
           PERFORM 1270-GATHER-LIMIT-LEDGER
               THRU 1270-GATHER-LIMIT-LEDGER-EXIT
           PERFORM 1280-GATHER-LIMIT-QUEUE
               THRU 1280-GATHER-LIMIT-QUEUE-EXIT
           PERFORM 1300-GATHER-LEDGER
               THRU 1300-GATHER-LEDGER-EXIT
           PERFORM 1400-GATHER-ECL
               THRU 1600-GATHER-WIRES-EXIT
           PERFORM 1700-GATHER-GDPR
               THRU 1700-GATHER-GDPR-EXIT
           PERFORM 1800-GATHER-DIRECT-DEBITS
               THRU 1800-GATHER-DIRECT-DEBITS-EXIT
           PERFORM 1850-GATHER-PAYMENTS
               THRU 1850-GATHER-PAYMENTS-EXIT

           PERFORM 5000-CROSS-FOOT-CHAIN
               THRU 5000-CROSS-FOOT-CHAIN-EXIT
               MOVE 4950 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 9050-RECORD-RUN-CONTROL
               THRU 9050-RECORD-RUN-CONTROL-EXIT
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'BATCHCTL' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'BATCH-CTRL: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'BATCH-CTRL: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'BATCH-CTRL: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       1000-GATHER-LOAN-FILE.
      *================================================================
       1260-READ-REVIEW-ROW-EXIT.
           EXIT.

      *================================================================
       1270-GATHER-LIMIT-LEDGER.
      *================================================================
      * Same again for settlements treasury released from the limit-
      * excess queue today: ledger rows with no loan behind them
      * tonight.
           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT LIMIT-LEDGER-FILE
           IF WS-LMTLEDG-STATUS = '00'
               PERFORM 1275-READ-LIMIT-LEDGER-ROW
                   THRU 1275-READ-LIMIT-LEDGER-ROW-EXIT
                   UNTIL WS-FILE-EOF
               CLOSE LIMIT-LEDGER-FILE
           END-IF.

       1270-GATHER-LIMIT-LEDGER-EXIT.
           EXIT.

      *================================================================
       1275-READ-LIMIT-LEDGER-ROW.
      *================================================================
           READ LIMIT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LIMIT-ROWS
           END-READ.

       1275-READ-LIMIT-LEDGER-ROW-EXIT.
           EXIT.

      *================================================================
       1280-GATHER-LIMIT-QUEUE.
      *================================================================
      * Tonight's limit-excess queue generation; every LIMIT-HELD
      * ledger row must have put exactly one item on it.
           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT LIMIT-QUEUE-FILE
           MOVE WS-LIMITQ-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LIMIT-QUEUE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           PERFORM 1285-READ-LIMIT-QUEUE-ITEM
               THRU 1285-READ-LIMIT-QUEUE-ITEM-EXIT
               UNTIL WS-FILE-EOF
           CLOSE LIMIT-QUEUE-FILE.

       1280-GATHER-LIMIT-QUEUE-EXIT.
           EXIT.

      *================================================================
       1285-READ-LIMIT-QUEUE-ITEM.
      *================================================================
           READ LIMIT-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LIMIT-QUEUED
           END-READ.

       1285-READ-LIMIT-QUEUE-ITEM-EXIT.
           EXIT.

      *================================================================
       1300-GATHER-LEDGER.
      *================================================================
                           ADD 1 TO WS-LEDGER-REJECTED
                       WHEN 'SCREENED'
                           ADD 1 TO WS-LEDGER-SCREENED
                       WHEN 'LIMIT-HELD'
                           ADD 1 TO WS-LEDGER-LIMIT-HELD
                       WHEN OTHER
                           ADD 1 TO WS-LEDGER-OTHER
                   END-EVALUATE
       1720-READ-DISPOSITION-EXIT.
           EXIT.

      *================================================================
       1800-GATHER-DIRECT-DEBITS.
      *================================================================
      * Tonight's presented, taken and returned generations, plus the
      * DD postings ACCOUNT-MAINT applied today on the cumulative
      * account history. Debits are carried as positive amounts.
           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT DD-PRESENTED-FILE
           MOVE WS-DDTRAN-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DD-PRESENTED'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           PERFORM 1810-READ-DD-PRESENTED
               THRU 1810-READ-DD-PRESENTED-EXIT
               UNTIL WS-FILE-EOF
           CLOSE DD-PRESENTED-FILE

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT DD-PAYMENT-FILE
           MOVE WS-DDPAY-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DD-PAYMENT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           PERFORM 1820-READ-DD-PAYMENT
               THRU 1820-READ-DD-PAYMENT-EXIT
               UNTIL WS-FILE-EOF
           CLOSE DD-PAYMENT-FILE

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT DD-RETURNED-FILE
           MOVE WS-DDFAIL-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DD-RETURNED'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           PERFORM 1830-READ-DD-RETURNED
               THRU 1830-READ-DD-RETURNED-EXIT
               UNTIL WS-FILE-EOF
           CLOSE DD-RETURNED-FILE

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT TRAN-HISTORY-FILE
           MOVE WS-HISTORY-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TRAN-HISTORY'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           PERFORM 1840-READ-TRAN-HISTORY
               THRU 1840-READ-TRAN-HISTORY-EXIT
               UNTIL WS-FILE-EOF
           CLOSE TRAN-HISTORY-FILE.

       1800-GATHER-DIRECT-DEBITS-EXIT.
           EXIT.

      *================================================================
       1810-READ-DD-PRESENTED.
      *================================================================
           READ DD-PRESENTED-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DD-PRESENTED
                   SUBTRACT DT-AMOUNT FROM WS-DD-PRESENTED-AMT
           END-READ.

       1810-READ-DD-PRESENTED-EXIT.
           EXIT.

      *================================================================
       1820-READ-DD-PAYMENT.
      *================================================================
           READ DD-PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DD-TAKEN
                   ADD DP-AMOUNT TO WS-DD-TAKEN-AMT
           END-READ.

       1820-READ-DD-PAYMENT-EXIT.
           EXIT.

      *================================================================
       1830-READ-DD-RETURNED.
      *================================================================
           READ DD-RETURNED-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DD-RETURNED
                   ADD DF-AMOUNT TO WS-DD-RETURNED-AMT
           END-READ.

       1830-READ-DD-RETURNED-EXIT.
           EXIT.

      *================================================================
       1840-READ-TRAN-HISTORY.
      *================================================================
           READ TRAN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   IF TH-IS-DIRDEBIT
                   AND TH-APPLY-DATE = WS-RUN-DATE-N
                       ADD 1 TO WS-DD-HISTORY
                       SUBTRACT TH-AMOUNT FROM WS-DD-HISTORY-AMT
                   END-IF
           END-READ.

       1840-READ-TRAN-HISTORY-EXIT.
           EXIT.

      *================================================================
       1850-GATHER-PAYMENTS.
      *================================================================
      * The day's received payments and tonight's payment archive
      * generation, which must carry exactly those plus the DD
      * payments -- the archive is what LOAN-SERVICE applies.
           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT PAYMENT-DAILY-FILE
           MOVE WS-PAYDAILY-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PAYMENT-DAILY' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           PERFORM 1860-READ-PAYMENT-DAILY
               THRU 1860-READ-PAYMENT-DAILY-EXIT
               UNTIL WS-FILE-EOF
           CLOSE PAYMENT-DAILY-FILE

           MOVE 'N' TO WS-FILE-EOF-SW
           OPEN INPUT PAYMENT-ARCHIVE-FILE
           MOVE WS-PAYARCH-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PAYMENT-ARCHIVE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           PERFORM 1870-READ-PAYMENT-ARCHIVE
               THRU 1870-READ-PAYMENT-ARCHIVE-EXIT
               UNTIL WS-FILE-EOF
           CLOSE PAYMENT-ARCHIVE-FILE.

       1850-GATHER-PAYMENTS-EXIT.
           EXIT.

      *================================================================
       1860-READ-PAYMENT-DAILY.
      *================================================================
           READ PAYMENT-DAILY-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-PAY-DAILY
                   ADD PD-AMOUNT TO WS-PAY-DAILY-AMT
           END-READ.

       1860-READ-PAYMENT-DAILY-EXIT.
           EXIT.

      *================================================================
       1870-READ-PAYMENT-ARCHIVE.
      *================================================================
           READ PAYMENT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-PAY-ARCHIVED
                   ADD PA-AMOUNT TO WS-PAY-ARCHIVED-AMT
           END-READ.

       1870-READ-PAYMENT-ARCHIVE-EXIT.
           EXIT.

      *================================================================
       5000-CROSS-FOOT-CHAIN.
      *================================================================

           COMPUTE WS-SETTLED-EXPECTED =
               WS-LOANS-TRANSMITTED - WS-SUSPENSE-TONIGHT
                   + WS-CARRIED-IN + WS-REVIEW-ROWS + WS-LIMIT-ROWS
           COMPUTE WS-PRE-SETTLE-REJ =
               WS-SETTLED-EXPECTED - WS-LEDGER-ROWS

           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

      * Limit releases join the explainable side of the loans
      * equation above; limit holds must each have reached the
      * queue treasury works from.
           MOVE WS-LIMIT-ROWS        TO WS-COUNT-ED
           MOVE WS-LEDGER-LIMIT-HELD TO WS-COUNT-2-ED
           MOVE WS-LIMIT-QUEUED      TO WS-COUNT-3-ED
           STRING '  LIMIT RELEASES: ' DELIMITED SIZE
                  WS-COUNT-ED           DELIMITED SIZE
                  ' | LIMIT-HELD LEDGER ROWS: ' DELIMITED SIZE
                  WS-COUNT-2-ED         DELIMITED SIZE
                  ' | LIMIT QUEUE ITEMS: ' DELIMITED SIZE
                  WS-COUNT-3-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-LEDGER-LIMIT-HELD NOT = WS-LIMIT-QUEUED
               ADD 1 TO WS-BREAK-COUNT
               MOVE ' *** BREAK ***' TO WS-REPORT-LINE (100:14)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

      * Confirmed settlements vs the wires that carry them.
           MOVE WS-LEDGER-CONFIRMED  TO WS-COUNT-ED
           MOVE WS-WIRE-ITEMS        TO WS-COUNT-2-ED
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

      * Direct debits: every debit presented was either taken or
      * returned unpaid; every debit taken left the account on the
      * history and reached LOAN-SERVICE as a payment.
           COMPUTE WS-PAY-EXPECTED = WS-DD-TAKEN + WS-DD-RETURNED
           COMPUTE WS-PAY-EXPECTED-AMT =
               WS-DD-TAKEN-AMT + WS-DD-RETURNED-AMT
           MOVE WS-DD-PRESENTED      TO WS-COUNT-ED
           MOVE WS-DD-TAKEN          TO WS-COUNT-2-ED
           MOVE WS-DD-RETURNED       TO WS-COUNT-3-ED
           STRING 'DIRECT DEBITS PRESENTED: ' DELIMITED SIZE
                  WS-COUNT-ED           DELIMITED SIZE
                  ' | TAKEN: ' DELIMITED SIZE
                  WS-COUNT-2-ED         DELIMITED SIZE
                  ' | RETURNED UNPAID: ' DELIMITED SIZE
                  WS-COUNT-3-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-DD-PRESENTED NOT = WS-PAY-EXPECTED
               ADD 1 TO WS-BREAK-COUNT
               MOVE ' *** BREAK ***' TO WS-REPORT-LINE (100:14)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-DD-PRESENTED-AMT  TO WS-AMOUNT-ED
           MOVE WS-PAY-EXPECTED-AMT  TO WS-AMOUNT-2-ED
           STRING 'DD AMOUNT PRESENTED: ' DELIMITED SIZE
                  WS-AMOUNT-ED          DELIMITED SIZE
                  ' | TAKEN + RETURNED: ' DELIMITED SIZE
                  WS-AMOUNT-2-ED        DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-DD-PRESENTED-AMT NOT = WS-PAY-EXPECTED-AMT
               ADD 1 TO WS-BREAK-COUNT
               MOVE ' *** BREAK ***' TO WS-REPORT-LINE (100:14)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-DD-HISTORY-AMT    TO WS-AMOUNT-ED
           MOVE WS-DD-TAKEN-AMT      TO WS-AMOUNT-2-ED
           STRING 'DEBITS TAKEN FROM ACCOUNTS: ' DELIMITED SIZE
                  WS-AMOUNT-ED          DELIMITED SIZE
                  ' | DD PAYMENTS TO LOANS: ' DELIMITED SIZE
                  WS-AMOUNT-2-ED        DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-DD-HISTORY NOT = WS-DD-TAKEN
           OR WS-DD-HISTORY-AMT NOT = WS-DD-TAKEN-AMT
               ADD 1 TO WS-BREAK-COUNT
               MOVE ' *** BREAK ***' TO WS-REPORT-LINE (100:14)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           COMPUTE WS-PAY-EXPECTED = WS-PAY-DAILY + WS-DD-TAKEN
           COMPUTE WS-PAY-EXPECTED-AMT =
               WS-PAY-DAILY-AMT + WS-DD-TAKEN-AMT
           MOVE WS-PAY-EXPECTED-AMT  TO WS-AMOUNT-ED
           MOVE WS-PAY-ARCHIVED-AMT  TO WS-AMOUNT-2-ED
           STRING 'PAYMENTS RECEIVED + DD: ' DELIMITED SIZE
                  WS-AMOUNT-ED          DELIMITED SIZE
                  ' | ARCHIVED FOR POSTING: ' DELIMITED SIZE
                  WS-AMOUNT-2-ED        DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-PAY-EXPECTED NOT = WS-PAY-ARCHIVED
           OR WS-PAY-EXPECTED-AMT NOT = WS-PAY-ARCHIVED-AMT
               ADD 1 TO WS-BREAK-COUNT
               MOVE ' *** BREAK ***' TO WS-REPORT-LINE (100:14)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           PERFORM 5500-REPORT-RUN-CONTROL
               THRU 5500-REPORT-RUN-CONTROL-EXIT

           PERFORM 5600-REPORT-LIMIT-UTILISATION
               THRU 5600-REPORT-LIMIT-UTILISATION-EXIT

           MOVE WS-BREAK-COUNT TO WS-COUNT-ED
           STRING 'CONTROL BREAKS THIS RUN: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
       5000-CROSS-FOOT-CHAIN-EXIT.
           EXIT.

      *================================================================
       5500-REPORT-RUN-CONTROL.
      *================================================================
      * One line per step booked on the run-control KSDS for the
      * business date, both chains. Every step of this chain other
      * than BATCH-CTRL itself (still STARTED while it prints) must
      * be COMPLETE by now; anything else left the chain short and
      * is a break, as is a step on the expected-step deck that has
      * no row at all. A run outside run control has no business
      * date of its own, so the sheet uses the run date.
           IF RCL-NOT-CONTROLLED
               MOVE WS-RUN-DATE-N     TO WS-RUN-CTL-DATE
           ELSE
               MOVE RCL-BUSINESS-DATE TO WS-RUN-CTL-DATE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'RUN CONTROL STATUS | BUSINESS DATE: ' DELIMITED SIZE
                  WS-RUN-CTL-DATE DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS NOT = '00' AND RCL-NOT-CONTROLLED
               MOVE '  RUN CONTROL NOT IN USE FOR THIS RUN'
                   TO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
               GO TO 5500-REPORT-RUN-CONTROL-EXIT
           END-IF
           MOVE WS-RUNCTRL-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN RUN-CONTROL-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           PERFORM 5520-LOAD-STEP-LIST
               THRU 5520-LOAD-STEP-LIST-EXIT

           MOVE 'N' TO WS-FILE-EOF-SW
           MOVE WS-RUN-CTL-DATE TO RCR-BUSINESS-DATE
           MOVE LOW-VALUES      TO RCR-CHAIN
           MOVE LOW-VALUES      TO RCR-STEP
           START RUN-CONTROL-FILE KEY >= RCR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF-SW
           END-START
           PERFORM 5510-READ-RUN-CONTROL-ROW
               THRU 5510-READ-RUN-CONTROL-ROW-EXIT
               UNTIL WS-FILE-EOF
           CLOSE RUN-CONTROL-FILE

           MOVE WS-RUN-CTL-ROWS TO WS-COUNT-ED
           MOVE WS-RUN-CTL-OPEN TO WS-COUNT-2-ED
           STRING '  STEPS BOOKED: ' DELIMITED SIZE
                  WS-COUNT-ED     DELIMITED SIZE
                  ' | NOT COMPLETE IN THIS CHAIN: ' DELIMITED SIZE
                  WS-COUNT-2-ED   DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-RUN-CTL-OPEN > ZEROS
               ADD 1 TO WS-BREAK-COUNT
               MOVE ' *** BREAK ***' TO WS-REPORT-LINE (100:14)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           PERFORM 5540-REPORT-MISSING-STEP
               THRU 5540-REPORT-MISSING-STEP-EXIT
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-COUNT
           MOVE WS-EXP-COUNT   TO WS-COUNT-ED
           MOVE WS-EXP-MISSING TO WS-COUNT-2-ED
           STRING '  STEPS EXPECTED: ' DELIMITED SIZE
                  WS-COUNT-ED     DELIMITED SIZE
                  ' | NOT BOOKED: ' DELIMITED SIZE
                  WS-COUNT-2-ED   DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-EXP-MISSING > ZEROS
               ADD 1 TO WS-BREAK-COUNT
               MOVE ' *** BREAK ***' TO WS-REPORT-LINE (100:14)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5500-REPORT-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       5510-READ-RUN-CONTROL-ROW.
      *================================================================
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
                   GO TO 5510-READ-RUN-CONTROL-ROW-EXIT
           END-READ
           IF RCR-BUSINESS-DATE NOT = WS-RUN-CTL-DATE
               MOVE 'Y' TO WS-FILE-EOF-SW
               GO TO 5510-READ-RUN-CONTROL-ROW-EXIT
           END-IF

           ADD 1 TO WS-RUN-CTL-ROWS
           EVALUATE TRUE
               WHEN RCR-COMPLETE
                   MOVE 'COMPLETE' TO WS-STEP-STATUS-TEXT
               WHEN RCR-STARTED
                   MOVE 'STARTED ' TO WS-STEP-STATUS-TEXT
               WHEN RCR-FAILED
                   MOVE 'FAILED  ' TO WS-STEP-STATUS-TEXT
               WHEN RCR-OVERRIDDEN
                   MOVE 'OVERRIDE' TO WS-STEP-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN ' TO WS-STEP-STATUS-TEXT
           END-EVALUATE
           MOVE RCR-RUN-COUNT TO WS-RUNS-ED
           MOVE RCR-STEP-RC   TO WS-STEP-RC-ED
           STRING '  ' DELIMITED SIZE
                  RCR-CHAIN           DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  RCR-STEP            DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  RCR-PROGRAM         DELIMITED SIZE
                  ' | ' DELIMITED SIZE
                  WS-STEP-STATUS-TEXT DELIMITED SIZE
                  ' | RUNS: ' DELIMITED SIZE
                  WS-RUNS-ED          DELIMITED SIZE
                  ' | RC: ' DELIMITED SIZE
                  WS-STEP-RC-ED       DELIMITED SIZE
                  ' | ENDED: ' DELIMITED SIZE
                  RCR-END-DATE        DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  RCR-END-TIME        DELIMITED SIZE
                  ' | OVERRIDE BY: ' DELIMITED SIZE
                  RCR-OVERRIDE-BY     DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF NOT RCR-COMPLETE
           AND (RCL-NOT-CONTROLLED OR RCR-CHAIN = RCL-CHAIN)
           AND NOT (RCR-CHAIN = RCL-CHAIN AND RCR-STEP = RCL-STEP)
               ADD 1 TO WS-RUN-CTL-OPEN
               MOVE ' *** BREAK ***' TO WS-REPORT-LINE (118:14)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           PERFORM 5530-TICK-EXPECTED-STEP
               THRU 5530-TICK-EXPECTED-STEP-EXIT
               VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-COUNT.

       5510-READ-RUN-CONTROL-ROW-EXIT.
           EXIT.

      *================================================================
       5520-LOAD-STEP-LIST.
      *================================================================
      * The deck is the chain's definition of a complete night. Run
      * under control without one, nothing can show a step that was
      * never started, so the missing deck is itself a break.
           MOVE ZEROS TO WS-EXP-COUNT
           MOVE ZEROS TO WS-EXP-MISSING
           OPEN INPUT STEP-LIST-FILE
           IF WS-STEPLIST-STATUS NOT = '00'
               MOVE '  EXPECTED-STEP DECK (STEPLIST) NOT SUPPLIED'
                   TO WS-REPORT-LINE
               IF NOT RCL-NOT-CONTROLLED
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE ' *** BREAK ***' TO WS-REPORT-LINE (100:14)
               END-IF
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
               GO TO 5520-LOAD-STEP-LIST-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM 5525-READ-STEP-LIST-CARD
               THRU 5525-READ-STEP-LIST-CARD-EXIT
               UNTIL WS-FILE-EOF
           CLOSE STEP-LIST-FILE.

       5520-LOAD-STEP-LIST-EXIT.
           EXIT.

      *================================================================
       5525-READ-STEP-LIST-CARD.
      *================================================================
           READ STEP-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
                   GO TO 5525-READ-STEP-LIST-CARD-EXIT
           END-READ
           IF EL-CHAIN = SPACES
               GO TO 5525-READ-STEP-LIST-CARD-EXIT
           END-IF
           IF WS-EXP-COUNT >= 60
               DISPLAY 'BATCH-CTRL: MORE THAN 60 EXPECTED STEPS'
               MOVE '98'                TO WS-CHECK-STATUS-CODE
               MOVE 'LOAD STEPLIST DECK' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           ADD 1 TO WS-EXP-COUNT
           MOVE EL-CHAIN   TO WS-EXP-CHAIN (WS-EXP-COUNT)
           MOVE EL-STEP    TO WS-EXP-STEP (WS-EXP-COUNT)
           MOVE EL-PROGRAM TO WS-EXP-PROGRAM (WS-EXP-COUNT)
           MOVE 'N'        TO WS-EXP-FOUND-SW (WS-EXP-COUNT).

       5525-READ-STEP-LIST-CARD-EXIT.
           EXIT.

      *================================================================
       5530-TICK-EXPECTED-STEP.
      *================================================================
           IF WS-EXP-CHAIN (WS-EXP-IDX) = RCR-CHAIN
           AND WS-EXP-STEP (WS-EXP-IDX) = RCR-STEP
               MOVE 'Y' TO WS-EXP-FOUND-SW (WS-EXP-IDX)
           END-IF.

       5530-TICK-EXPECTED-STEP-EXIT.
           EXIT.

      *================================================================
       5540-REPORT-MISSING-STEP.
      *================================================================
           IF WS-EXP-FOUND (WS-EXP-IDX)
               GO TO 5540-REPORT-MISSING-STEP-EXIT
           END-IF
           ADD 1 TO WS-EXP-MISSING
           STRING '  ' DELIMITED SIZE
                  WS-EXP-CHAIN (WS-EXP-IDX)   DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-EXP-STEP (WS-EXP-IDX)    DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-EXP-PROGRAM (WS-EXP-IDX) DELIMITED SIZE
                  ' | NOT BOOKED - STEP NEVER STARTED' DELIMITED SIZE
               INTO WS-REPORT-LINE
           MOVE ' *** BREAK ***' TO WS-REPORT-LINE (118:14)
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5540-REPORT-MISSING-STEP-EXIT.
           EXIT.

      *================================================================
       5600-REPORT-LIMIT-UTILISATION.
      *================================================================
      * Utilisation against each counterparty daily limit for the
      * business date (set by 5500). Informational: a limit can be
      * passed only by a treasury release, so usage over the limit
      * is flagged but is not a break. No CPLIMIT cluster means no
      * limits are loaded yet.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COUNTERPARTY LIMIT UTILISATION | BUSINESS DATE: '
                      DELIMITED SIZE
                  WS-RUN-CTL-DATE DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           OPEN INPUT CPTY-LIMIT-FILE
           IF WS-CPLIMIT-STATUS NOT = '00'
               MOVE '  NO COUNTERPARTY LIMITS LOADED'
                   TO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
               GO TO 5600-REPORT-LIMIT-UTILISATION-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM 5610-READ-LIMIT-ROW
               THRU 5610-READ-LIMIT-ROW-EXIT
               UNTIL WS-FILE-EOF
           CLOSE CPTY-LIMIT-FILE

           MOVE WS-LIMIT-COUNT      TO WS-COUNT-ED
           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-2-ED
           STRING '  LIMITS: ' DELIMITED SIZE
                  WS-COUNT-ED     DELIMITED SIZE
                  ' | OVER LIMIT ON RELEASE: ' DELIMITED SIZE
                  WS-COUNT-2-ED   DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5600-REPORT-LIMIT-UTILISATION-EXIT.
           EXIT.

      *================================================================
       5610-READ-LIMIT-ROW.
      *================================================================
           READ CPTY-LIMIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
                   GO TO 5610-READ-LIMIT-ROW-EXIT
           END-READ
           MOVE WS-CPLIMIT-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'READ CPTY-LIMIT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1 TO WS-LIMIT-COUNT
           IF CL-RELEASE-DATE = WS-RUN-CTL-DATE
               MOVE CL-RELEASE-PENDING TO WS-UTIL-RELEASE
           ELSE
               MOVE ZEROS TO WS-UTIL-RELEASE
           END-IF
           IF CL-USED-DATE = WS-RUN-CTL-DATE
               COMPUTE WS-UTIL-USED =
                   CL-USED-AMOUNT + WS-UTIL-RELEASE
               MOVE CL-HELD-AMOUNT TO WS-UTIL-HELD
               MOVE CL-HELD-COUNT  TO WS-UTIL-HELD-COUNT
           ELSE
               MOVE WS-UTIL-RELEASE TO WS-UTIL-USED
               MOVE ZEROS TO WS-UTIL-HELD
               MOVE ZEROS TO WS-UTIL-HELD-COUNT
           END-IF
           IF CL-DAILY-LIMIT > ZEROS
               COMPUTE WS-UTIL-PERCENT ROUNDED =
                   (WS-UTIL-USED * 100) / CL-DAILY-LIMIT
           ELSE
               MOVE ZEROS TO WS-UTIL-PERCENT
           END-IF
           EVALUATE TRUE
               WHEN CL-LIMIT-SUSPENDED
                   MOVE 'SUSPENDED'   TO WS-UTIL-FLAG
               WHEN WS-UTIL-USED > CL-DAILY-LIMIT
                   MOVE 'OVER LIMIT'  TO WS-UTIL-FLAG
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               WHEN WS-UTIL-HELD-COUNT > ZEROS
                   MOVE 'ITEMS HELD'  TO WS-UTIL-FLAG
               WHEN OTHER
                   MOVE SPACES        TO WS-UTIL-FLAG
           END-EVALUATE

           MOVE CL-DAILY-LIMIT     TO WS-AMOUNT-ED
           MOVE WS-UTIL-USED       TO WS-AMOUNT-2-ED
           MOVE WS-UTIL-PERCENT    TO WS-UTIL-PERCENT-ED
           MOVE WS-UTIL-HELD-COUNT TO WS-COUNT-ED
           STRING '  ' DELIMITED SIZE
                  CL-BIC             DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CL-CURRENCY        DELIMITED SIZE
                  ' | LIMIT: ' DELIMITED SIZE
                  WS-AMOUNT-ED       DELIMITED SIZE
                  ' | USED: ' DELIMITED SIZE
                  WS-AMOUNT-2-ED     DELIMITED SIZE
                  ' | PCT: ' DELIMITED SIZE
                  WS-UTIL-PERCENT-ED DELIMITED SIZE
                  ' | HELD: ' DELIMITED SIZE
                  WS-COUNT-ED        DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-UTIL-FLAG       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5610-READ-LIMIT-ROW-EXIT.
           EXIT.

      *================================================================
       9050-RECORD-RUN-CONTROL.
      *================================================================
      * Books the step complete for the business date (failed, and
      * free to run again, above the chain's 7000 band).
           MOVE 'DONE '        TO RCL-FUNCTION
           MOVE WS-RETURN-CODE TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-CONTROL-FAILED
               DISPLAY 'BATCH-CTRL: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================

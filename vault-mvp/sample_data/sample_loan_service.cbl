      *             The schedule is the customer/loan-account/month
      *             KSDS, which sequential reads deliver already in
      *             match order; the payment archive must be sorted
      *             into the same customer/loan-account groups (see
      *             the nightly JCL, which appends the day's receipts
      *             to the archive and sorts it ahead of this step).
      *             A repayment the bank later returns unpaid
      *             (bounced cheque, recalled transfer) arrives on the
      *             returned-items file and is registered on the
      *             returned-payment KSDS; from then on the match
      *             keeps that payment out of the loan's pool, so the
      *             installments it paid reopen on tonight's position
      *             file aged exactly as if it had never arrived, and
      *             any refund or suspense it fed falls away. The
      *             night the return is first matched a returned-
      *             payment fee is assessed and the reversal is posted
      *             on this step's own GL interface generation with
      *             the same debits=credits trailer as GL-EXTRACT.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-STATUS.
           SELECT RETURNED-ITEM-FILE
               ASSIGN TO RETITEMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RETITEM-STATUS.
           SELECT RETURNED-PAYMENT-FILE
               ASSIGN TO RETPAYMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RETPAY-STATUS.
           SELECT GL-INTERFACE-FILE
               ASSIGN TO GLINTF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

       DATA DIVISION.
       FILE SECTION.
               10  FL-MONTH-NUM        PIC 9(4).
           05  FL-FEE-AMOUNT           PIC 9(9)V99 COMP-3.
           05  FL-ASSESS-DATE          PIC 9(8).
           05  FL-FEE-TYPE             PIC X(1).
               88  FL-LATE-FEE         VALUE 'L' SPACE.
               88  FL-RETURNED-PMT-FEE VALUE 'R'.
           05  FILLER                 PIC X(11).

       FD  FEE-ASSESS-FILE
           LABEL RECORDS ARE STANDARD
           05  FA-MONTH-NUM            PIC 9(4).
           05  FA-FEE-AMOUNT           PIC 9(9)V99 COMP-3.
           05  FA-ASSESS-DATE          PIC 9(8).
           05  FA-FEE-TYPE             PIC X(1).
               88  FA-LATE-FEE         VALUE 'L' SPACE.
               88  FA-RETURNED-PMT-FEE VALUE 'R'.
           05  FILLER                 PIC X(1).

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           05  RF-FLAG-DATE            PIC 9(8).
           05  FILLER                 PIC X(4).

       FD  RETURNED-ITEM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  RETURNED-ITEM-RECORD.
           05  RI-CUSTOMER-ID          PIC X(10).
           05  RI-LOAN-ACCT-NO         PIC X(10).
           05  RI-PAYMENT-DATE         PIC 9(8).
           05  RI-AMOUNT               PIC 9(12)V99 COMP-3.
           05  RI-RETURN-DATE          PIC 9(8).
           05  RI-RETURN-REASON        PIC X(4).
      *        NSF  = INSUFFICIENT FUNDS (BOUNCED CHEQUE)
      *        RCLL = TRANSFER RECALLED BY THE REMITTING BANK
      *        STOP = PAYMENT STOPPED BY THE DRAWER
      *        OTHR = ANY OTHER RETURN REASON
           05  RI-BANK-REFERENCE       PIC X(16).
           05  FILLER                 PIC X(16).

      * One row per returned item, keyed by the payment it returns.
      * Two identical payments on the same day are told apart by
      * their occurrence number in the sorted payment archive.
       FD  RETURNED-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  RETURNED-PAYMENT-RECORD.
           05  RP-KEY.
               10  RP-CUSTOMER-ID      PIC X(10).
               10  RP-LOAN-ACCT-NO     PIC X(10).
               10  RP-PAYMENT-DATE     PIC 9(8).
               10  RP-AMOUNT           PIC 9(12)V99.
               10  RP-OCCURRENCE       PIC 9(2).
           05  RP-STATUS               PIC X(1).
               88  RP-PENDING          VALUE 'P'.
               88  RP-REVERSED         VALUE 'R'.
               88  RP-NOT-MATCHED      VALUE 'X'.
           05  RP-RETURN-DATE          PIC 9(8).
           05  RP-RETURN-REASON        PIC X(4).
           05  RP-BANK-REFERENCE       PIC X(16).
           05  RP-LOAD-DATE            PIC 9(8).
           05  RP-REVERSED-DATE        PIC 9(8).
           05  RP-FEE-MONTH-NUM        PIC 9(4).
           05  RP-FEE-AMOUNT           PIC 9(9)V99 COMP-3.
           05  FILLER                 PIC X(1).

       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-INTERFACE-RECORD.
           05  GLI-RECORD-TYPE         PIC X(1).
               88  GLI-JOURNAL         VALUE 'J'.
               88  GLI-TRAILER         VALUE 'T'.
           05  GLI-ACCOUNT             PIC X(8).
           05  GLI-DR-CR               PIC X(2).
               88  GLI-DEBIT           VALUE 'DR'.
               88  GLI-CREDIT          VALUE 'CR'.
           05  GLI-AMOUNT              PIC 9(12)V99 COMP-3.
           05  GLI-CUSTOMER-ID         PIC X(10).
           05  GLI-POST-DATE           PIC 9(8).
           05  GLI-DESCRIPTION         PIC X(20).
           05  FILLER                 PIC X(23).
       01  GL-TRAILER-RECORD REDEFINES GL-INTERFACE-RECORD.
           05  GLT-RECORD-TYPE         PIC X(1).
           05  GLT-JOURNAL-COUNT       PIC 9(8).
           05  GLT-TOTAL-DEBITS        PIC 9(14)V99 COMP-3.
           05  GLT-TOTAL-CREDITS       PIC 9(14)V99 COMP-3.
           05  GLT-BALANCED-FLAG       PIC X(1).
           05  FILLER                 PIC X(52).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * LATE-FEE PARAMETERS
      * The flat penalty per missed installment and the grace period
      * before it is charged, and the flat fee for a payment the bank
      * returns unpaid, from the shared REGPARMS parameter file.
      * Fail-closed like every other REGPARMS consumer: charging
      * borrowers off a missing fee card is never acceptable.
      *----------------------------------------------------------------
       01  WS-LATE-FEE-PARAMETERS.
           05  WS-LATE-FEE-AMT      PIC 9(5)V99 COMP-3 VALUE ZEROS.
           05  WS-LATE-GRACE-DAYS   PIC 9(3) COMP-3    VALUE ZEROS.
           05  WS-RETURN-FEE-AMT    PIC 9(5)V99 COMP-3 VALUE ZEROS.

       01  WS-REGPARM-CONTROL.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-PARM-AMT-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-GRC-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-RET-SW       PIC X(1)     VALUE 'N'.

      *----------------------------------------------------------------
      * MATCH KEYS
      * The schedule and payment files are both sorted by customer ID
      * and loan account number, so posting is a classic two-file
      * match on these group keys; within a group the payments are
      * pooled, so their order there is free to keep identical
      * payments together for the return match. The loan account
      * keeps a repeat borrower's several loans from colliding in
      * the match.
      *----------------------------------------------------------------
       01  WS-AMORT-KEY.
           05  WS-AK-GROUP.
       01  WS-CASH-POOL.
           05  WS-GROUP-FUNDS       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LINE-DRAW         PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LOAN-UNPAID       PIC 9(12)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * RETURNED-PAYMENT REVERSAL
      * A returned payment stays in the cumulative archive, so every
      * night the returned-payment register recognises it and keeps
      * it out of the pool. Only on the night the return is first
      * matched (or a rerun of that night) is the reversal posted.
      * What a loan's returned money had paid is split the way the
      * pool drew it: installments left unpaid once the remaining
      * payments are applied first, then the refund it had swelled.
      *----------------------------------------------------------------
       01  WS-RETURN-DATA.
           05  WS-PREV-PAY-KEY.
               10  WS-PP-CUSTOMER-ID  PIC X(10)  VALUE SPACES.
               10  WS-PP-LOAN-ACCT-NO PIC X(10)  VALUE SPACES.
               10  WS-PP-PAYMENT-DATE PIC 9(8)   VALUE ZEROS.
               10  WS-PP-AMOUNT       PIC 9(12)V99 VALUE ZEROS.
           05  WS-PAY-OCCURRENCE    PIC 9(2)     VALUE ZEROS.
           05  WS-PAY-RETURNED-SW   PIC X(1)     VALUE 'N'.
               88  WS-PAY-RETURNED  VALUE 'Y'.
           05  WS-PAY-NEW-RETURN-SW PIC X(1)     VALUE 'N'.
               88  WS-PAY-NEW-RETURN VALUE 'Y'.
           05  WS-CHARGE-FEE-SW     PIC X(1)     VALUE 'N'.
               88  WS-CHARGE-FEE    VALUE 'Y'.
           05  WS-RI-OCCURRENCE     PIC 9(3)     VALUE ZEROS.
           05  WS-RI-DONE-SW        PIC X(1)     VALUE 'N'.
               88  WS-RI-DONE       VALUE 'Y'.
           05  WS-FEE-MONTH-TRY     PIC 9(5)     VALUE ZEROS.
           05  WS-FEE-WRITTEN-SW    PIC X(1)     VALUE 'N'.
               88  WS-FEE-WRITTEN   VALUE 'Y'.
           05  WS-GROUP-RETURNED    PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-REV-CUSTOMER      PIC X(10)    VALUE SPACES.
           05  WS-REV-INSTALLMENTS  PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-REV-REFUND        PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-REV-UNAPPLIED     PIC 9(12)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * GL POSTING ACCOUNTS AND BALANCING TOTALS
      * Used only for returned-payment reversals; the fee assessed on
      * a returned item goes out on the assessment file like the late
      * fees, for GL-EXTRACT to post.
      *----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-LOAN-RECV    PIC X(8)     VALUE 'LOANRECV'.
           05  WS-ACCT-REFUND-DUE   PIC X(8)     VALUE 'REFUNDPY'.
           05  WS-ACCT-UNAPPLIED    PIC X(8)     VALUE 'UNAPPSUS'.
           05  WS-ACCT-PAY-CLEAR    PIC X(8)     VALUE 'PAYCLEAR'.

       01  WS-POSTING-DATA.
           05  WS-TOTAL-DEBITS      PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-TOTAL-CREDITS     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-JOURNAL-COUNT     PIC 9(8) COMP VALUE ZEROS.

       01  WS-JOURNAL-LEG.
           05  WS-JRNL-ACCOUNT      PIC X(8)     VALUE SPACES.
           05  WS-JRNL-DR-CR        PIC X(2)     VALUE SPACES.
           05  WS-JRNL-AMOUNT       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-JRNL-CUSTOMER     PIC X(10)    VALUE SPACES.
           05  WS-JRNL-DESCRIPTION  PIC X(20)    VALUE SPACES.

      *----------------------------------------------------------------
      * SCHEDULE-LINE CLASSIFICATION WORK AREA
           05  WS-UNAPPLIED-WRITTEN PIC 9(8) COMP VALUE ZEROS.
           05  WS-OVERPAY-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-ARCHIVED-PAYMENTS PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURNS-READ      PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURNS-LOADED    PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURNS-ON-FILE   PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURNS-REJECTED  PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURNS-REVERSED  PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURNS-EXCLUDED  PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURNS-UNMATCHED PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURN-FEES       PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
           05  WS-DPD-ED            PIC ZZZZ9    VALUE ZEROS.
           05  WS-MISSED-ED         PIC ZZZ9     VALUE ZEROS.
           05  WS-PARTIAL-ED        PIC ZZZ9     VALUE ZEROS.
           05  WS-REFUND-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-FEE-ED            PIC ZZ,ZZ9.99 VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
               88  WS-ARCH-FOUND    VALUE 'Y'.
           05  WS-UNAPPLIED-STATUS  PIC X(2)     VALUE SPACES.
           05  WS-REFUND-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-RETITEM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-RETITEM-AVAIL-SW  PIC X(1)     VALUE 'N'.
               88  WS-RETITEM-AVAIL VALUE 'Y'.
           05  WS-RETITEM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-RETITEM-EOF   VALUE 'Y'.
           05  WS-RETPAY-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-RETPAY-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-RETPAY-EOF    VALUE 'Y'.
           05  WS-GL-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-AMORT-EOF-SWITCH  PIC X(1)     VALUE 'N'.
               88  WS-AMORT-EOF     VALUE 'Y'.
           05  WS-PAYMENT-EOF-SWITCH PIC X(1)    VALUE 'N'.
      * Drives the two-file match: every AMORT-FILE schedule line is
      * classified against whatever payments arrived for it, then the
      * per-loan delinquency summary is flushed at each change of
      * customer and once more at end of file. Tonight's returned
      * items are registered before the match so the payments they
      * return are already kept out of tonight's positions; any that
      * never found their payment are reported once the match ends.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-REG-PARAMETERS
               THRU 0150-LOAD-REG-PARAMETERS-EXIT
           MOVE RCL-BUSINESS-DATE TO WS-RUN-DATE-N
           IF WS-RUN-DATE-N = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           END-IF
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0400-LOAD-RETURNED-ITEMS
               THRU 0400-LOAD-RETURNED-ITEMS-EXIT
           PERFORM 0200-READ-AMORT-RECORD
               THRU 0200-READ-AMORT-RECORD-EXIT
           PERFORM 0300-READ-PAYMENT-RECORD
           PERFORM 2500-DRAIN-UNMATCHED-PAYMENTS
               THRU 2500-DRAIN-UNMATCHED-PAYMENTS-EXIT
               UNTIL WS-PAYMENT-EOF
           PERFORM 2900-SWEEP-UNMATCHED-RETURNS
               THRU 2900-SWEEP-UNMATCHED-RETURNS-EXIT
           PERFORM 8000-WRITE-TRAILER
               THRU 8000-WRITE-TRAILER-EXIT
           PERFORM 9100-WRITE-RUN-SUMMARY
               THRU 9100-WRITE-RUN-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'LOANSRVC' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'LOAN-SERVICE: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'LOAN-SERVICE: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'LOAN-SERVICE: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The returned-payment register is created empty on the very
      * first run, like the fee ledger.
           OPEN I-O RETURNED-PAYMENT-FILE
           IF WS-RETPAY-STATUS = '35'
               OPEN OUTPUT RETURNED-PAYMENT-FILE
               CLOSE RETURNED-PAYMENT-FILE
               OPEN I-O RETURNED-PAYMENT-FILE
           END-IF
           MOVE WS-RETPAY-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN RETURNED-PAYMENT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT GL-INTERFACE-FILE
           MOVE WS-GL-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN GL-INTERFACE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The bank's returned-items file only exists on a day something
      * came back; without it there is simply nothing new to reverse.
           OPEN INPUT RETURNED-ITEM-FILE
           IF WS-RETITEM-STATUS = '00'
               MOVE 'Y' TO WS-RETITEM-AVAIL-SW
           ELSE
               DISPLAY 'LOAN-SERVICE: NO RETURNED-ITEMS FILE - '
                   'NO NEW RETURNS TONIGHT'
           END-IF

      * No write-off master on file (a site that has never charged a
      * loan off) simply means nothing to skip.
           OPEN INPUT WRITEOFF-MASTER
           CLOSE REGPARM-FILE

           IF WS-PARM-AMT-SW = 'N' OR WS-PARM-GRC-SW = 'N'
           OR WS-PARM-RET-SW = 'N'
               DISPLAY 'LOAN-SERVICE: REGPARMS LATE-FEE OR RETURNED-'
                   'PAYMENT FEE CARD MISSING OR INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                       WHEN 'LATE-GRACE-DAYS'
                           MOVE PRM-VALUE-NUM TO WS-LATE-GRACE-DAYS
                           MOVE 'Y' TO WS-PARM-GRC-SW
                       WHEN 'RETURN-PMT-FEE'
                           MOVE PRM-VALUE-NUM TO WS-RETURN-FEE-AMT
                           MOVE 'Y' TO WS-PARM-RET-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   MOVE PAY-CUSTOMER-ID    TO WS-PK-CUSTOMER-ID
                   MOVE PAY-LOAN-ACCT-NO   TO WS-PK-LOAN-ACCT-NO
                   MOVE PAY-MONTH-NUM      TO WS-PK-MONTH-NUM
                   PERFORM 0350-CHECK-RETURNED-PAYMENT
                       THRU 0350-CHECK-RETURNED-PAYMENT-EXIT
           END-READ.

       0300-READ-PAYMENT-RECORD-EXIT.
           EXIT.

      *================================================================
       0350-CHECK-RETURNED-PAYMENT.
      *================================================================
      * Looks the payment just read up on the returned-payment
      * register. Identical payments (same loan, date and amount) sit
      * together in the sorted archive and are numbered in order, so
      * a return against one of them reverses exactly one. A pending
      * row -- or one reversed earlier tonight, on a rerun -- is a
      * new return to reverse; an older reversal is simply kept out
      * of the pool.
           IF PAY-CUSTOMER-ID  = WS-PP-CUSTOMER-ID
           AND PAY-LOAN-ACCT-NO = WS-PP-LOAN-ACCT-NO
           AND PAY-PAYMENT-DATE = WS-PP-PAYMENT-DATE
           AND PAY-AMOUNT       = WS-PP-AMOUNT
               ADD 1 TO WS-PAY-OCCURRENCE
           ELSE
               MOVE 1 TO WS-PAY-OCCURRENCE
               MOVE PAY-CUSTOMER-ID  TO WS-PP-CUSTOMER-ID
               MOVE PAY-LOAN-ACCT-NO TO WS-PP-LOAN-ACCT-NO
               MOVE PAY-PAYMENT-DATE TO WS-PP-PAYMENT-DATE
               MOVE PAY-AMOUNT       TO WS-PP-AMOUNT
           END-IF

           MOVE 'N' TO WS-PAY-RETURNED-SW
           MOVE 'N' TO WS-PAY-NEW-RETURN-SW
           MOVE PAY-CUSTOMER-ID   TO RP-CUSTOMER-ID
           MOVE PAY-LOAN-ACCT-NO  TO RP-LOAN-ACCT-NO
           MOVE PAY-PAYMENT-DATE  TO RP-PAYMENT-DATE
           MOVE PAY-AMOUNT        TO RP-AMOUNT
           MOVE WS-PAY-OCCURRENCE TO RP-OCCURRENCE
           READ RETURNED-PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN RP-PENDING
                           MOVE 'Y' TO WS-PAY-RETURNED-SW
                           MOVE 'Y' TO WS-PAY-NEW-RETURN-SW
                       WHEN RP-REVERSED
                       AND RP-REVERSED-DATE = WS-RUN-DATE-N
                           MOVE 'Y' TO WS-PAY-RETURNED-SW
                           MOVE 'Y' TO WS-PAY-NEW-RETURN-SW
                       WHEN RP-REVERSED
                           MOVE 'Y' TO WS-PAY-RETURNED-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0350-CHECK-RETURNED-PAYMENT-EXIT.
           EXIT.

      *================================================================
       0400-LOAD-RETURNED-ITEMS.
      *================================================================
      * Registers each item the bank has returned unpaid as pending
      * against the payment it returns. The match below reverses it;
      * anything still pending when the match ends never found its
      * payment and is reported for operations.
           IF NOT WS-RETITEM-AVAIL
               GO TO 0400-LOAD-RETURNED-ITEMS-EXIT
           END-IF

           PERFORM 0410-READ-RETURNED-ITEM
               THRU 0410-READ-RETURNED-ITEM-EXIT
           PERFORM 0450-REGISTER-RETURNED-ITEM
               THRU 0450-REGISTER-RETURNED-ITEM-EXIT
               UNTIL WS-RETITEM-EOF.

       0400-LOAD-RETURNED-ITEMS-EXIT.
           EXIT.

      *================================================================
       0410-READ-RETURNED-ITEM.
      *================================================================
           READ RETURNED-ITEM-FILE
               AT END
                   MOVE 'Y' TO WS-RETITEM-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
           END-READ.

       0410-READ-RETURNED-ITEM-EXIT.
           EXIT.

      *================================================================
       0450-REGISTER-RETURNED-ITEM.
      *================================================================
      * An item naming no loan, no payment date or no amount cannot be
      * matched to anything and is rejected on the report. Otherwise
      * the first free occurrence number for that payment takes it --
      * unless the same bank reference is already registered there,
      * which is the bank resending an item (or this step rerunning)
      * and is never registered twice.
           IF RI-CUSTOMER-ID = SPACES
           OR RI-LOAN-ACCT-NO = SPACES
           OR RI-PAYMENT-DATE NOT NUMERIC
           OR RI-AMOUNT NOT NUMERIC
           OR RI-AMOUNT = ZEROS
               ADD 1 TO WS-RETURNS-REJECTED
               STRING 'RETURNED ITEM REJECTED | CUST:' DELIMITED SIZE
                      RI-CUSTOMER-ID       DELIMITED SIZE
                      ' | ACCT:' DELIMITED SIZE
                      RI-LOAN-ACCT-NO      DELIMITED SIZE
                      ' | REF:' DELIMITED SIZE
                      RI-BANK-REFERENCE    DELIMITED SIZE
                      ' | INCOMPLETE ITEM' DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           ELSE
               MOVE 1   TO WS-RI-OCCURRENCE
               MOVE 'N' TO WS-RI-DONE-SW
               PERFORM 0460-FIND-REGISTER-SLOT
                   THRU 0460-FIND-REGISTER-SLOT-EXIT
                   UNTIL WS-RI-DONE
           END-IF

           PERFORM 0410-READ-RETURNED-ITEM
               THRU 0410-READ-RETURNED-ITEM-EXIT.

       0450-REGISTER-RETURNED-ITEM-EXIT.
           EXIT.

      *================================================================
       0460-FIND-REGISTER-SLOT.
      *================================================================
           IF WS-RI-OCCURRENCE > 99
               DISPLAY 'LOAN-SERVICE: RETURNED-PAYMENT REGISTER FULL '
                   'FOR CUST ' RI-CUSTOMER-ID ' ACCT ' RI-LOAN-ACCT-NO
                   ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'REGISTER RETURNED ITEM' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           MOVE RI-CUSTOMER-ID    TO RP-CUSTOMER-ID
           MOVE RI-LOAN-ACCT-NO   TO RP-LOAN-ACCT-NO
           MOVE RI-PAYMENT-DATE   TO RP-PAYMENT-DATE
           MOVE RI-AMOUNT         TO RP-AMOUNT
           MOVE WS-RI-OCCURRENCE  TO RP-OCCURRENCE
           READ RETURNED-PAYMENT-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-RI-DONE-SW
                   PERFORM 0470-WRITE-REGISTER-ROW
                       THRU 0470-WRITE-REGISTER-ROW-EXIT
               NOT INVALID KEY
                   IF RP-BANK-REFERENCE = RI-BANK-REFERENCE
                   AND RP-RETURN-DATE = RI-RETURN-DATE
                       MOVE 'Y' TO WS-RI-DONE-SW
                       ADD 1 TO WS-RETURNS-ON-FILE
                   ELSE
                       ADD 1 TO WS-RI-OCCURRENCE
                   END-IF
           END-READ.

       0460-FIND-REGISTER-SLOT-EXIT.
           EXIT.

      *================================================================
       0470-WRITE-REGISTER-ROW.
      *================================================================
           MOVE SPACES            TO RETURNED-PAYMENT-RECORD
           MOVE RI-CUSTOMER-ID    TO RP-CUSTOMER-ID
           MOVE RI-LOAN-ACCT-NO   TO RP-LOAN-ACCT-NO
           MOVE RI-PAYMENT-DATE   TO RP-PAYMENT-DATE
           MOVE RI-AMOUNT         TO RP-AMOUNT
           MOVE WS-RI-OCCURRENCE  TO RP-OCCURRENCE
           MOVE 'P'               TO RP-STATUS
           MOVE RI-RETURN-DATE    TO RP-RETURN-DATE
           MOVE RI-RETURN-REASON  TO RP-RETURN-REASON
           MOVE RI-BANK-REFERENCE TO RP-BANK-REFERENCE
           MOVE WS-RUN-DATE-N     TO RP-LOAD-DATE
           MOVE ZEROS             TO RP-REVERSED-DATE
           MOVE ZEROS             TO RP-FEE-MONTH-NUM
           MOVE ZEROS             TO RP-FEE-AMOUNT
           WRITE RETURNED-PAYMENT-RECORD
           MOVE WS-RETPAY-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE RETURNED-PAYMENT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-RETURNS-LOADED.

       0470-WRITE-REGISTER-ROW-EXIT.
           EXIT.

      *================================================================
       1500-PROCESS-SCHEDULE-LINE.
      *================================================================
           END-IF
           MOVE WS-LINE-DRAW TO WS-PAID-AMOUNT
           SUBTRACT WS-LINE-DRAW FROM WS-GROUP-FUNDS
           ADD WS-SCHED-AMOUNT TO WS-LOAN-UNPAID
           SUBTRACT WS-LINE-DRAW FROM WS-LOAN-UNPAID

           PERFORM 1700-CLASSIFY-LINE
               THRU 1700-CLASSIFY-LINE-EXIT
      * arrived with -- a payment covering two installments or keyed
      * to the wrong month applies all the same. A payment sorting
      * below the group matches no loan on the schedule and goes to
      * the unapplied-funds suspense. A payment the bank has returned
      * unpaid never enters the pool.
           IF WS-PK-GROUP = WS-AK-GROUP
               IF WS-PAY-RETURNED
                   PERFORM 1570-EXCLUDE-RETURNED-PAYMENT
                       THRU 1570-EXCLUDE-RETURNED-PAYMENT-EXIT
               ELSE
                   ADD PAY-AMOUNT TO WS-GROUP-FUNDS
                   IF WS-LOAN-WRITTEN-OFF
                       ADD 1 TO WS-WOFF-PAYMENTS
                   END-IF
               END-IF
           ELSE
               PERFORM 2600-HOLD-UNAPPLIED-PAYMENT
       1560-COLLECT-GROUP-FUNDS-EXIT.
           EXIT.

      *================================================================
       1570-EXCLUDE-RETURNED-PAYMENT.
      *================================================================
      * Kept out of the pool, the returned money pays nothing: every
      * installment it had paid reopens, classified and aged from its
      * own due date exactly as before the payment arrived, and any
      * refund it had swelled shrinks. On the night the return is
      * first matched the item is reversed and its amount held for
      * the loan's reversal posting when the group closes. A written-
      * off loan's money was only ever on the suspense file, and the
      * loan is off the book, so no fee is charged against it.
           ADD 1 TO WS-RETURNS-EXCLUDED
           IF WS-PAY-NEW-RETURN
               ADD PAY-AMOUNT TO WS-GROUP-RETURNED
               IF WS-LOAN-WRITTEN-OFF
                   MOVE 'N' TO WS-CHARGE-FEE-SW
               ELSE
                   MOVE 'Y' TO WS-CHARGE-FEE-SW
               END-IF
               PERFORM 2800-REVERSE-RETURNED-ITEM
                   THRU 2800-REVERSE-RETURNED-ITEM-EXIT
           END-IF.

       1570-EXCLUDE-RETURNED-PAYMENT-EXIT.
           EXIT.

      *================================================================
       1700-CLASSIFY-LINE.
      *================================================================
           MOVE AMORT-MONTH-NUM    TO FL-MONTH-NUM
           MOVE WS-LATE-FEE-AMT    TO FL-FEE-AMOUNT
           MOVE WS-RUN-DATE-N      TO FL-ASSESS-DATE
           MOVE 'L'                TO FL-FEE-TYPE

           WRITE FEE-LEDGER-RECORD
               INVALID KEY
                   MOVE AMORT-MONTH-NUM    TO FA-MONTH-NUM
                   MOVE WS-LATE-FEE-AMT    TO FA-FEE-AMOUNT
                   MOVE WS-RUN-DATE-N      TO FA-ASSESS-DATE
                   MOVE 'L'                TO FA-FEE-TYPE
                   WRITE FEE-ASSESS-RECORD
                   MOVE WS-ASSESS-STATUS   TO WS-CHECK-STATUS-CODE
                   MOVE 'WRITE FEE-ASSESS' TO WS-CHECK-STATUS-OPER
      * Writes one delinquency report line for the customer just
      * finished when any of their installments is missed or short,
      * flags any money left in the pool past the full schedule as a
      * genuine overpayment for refund, posts the reversal of any
      * payment returned against the loan tonight, then clears the
      * per-loan accumulators for the next customer.
           IF NOT WS-FIRST-LOAN
           AND WS-GROUP-RETURNED > ZEROS
               PERFORM 1870-REVERSE-LOAN-RETURNS
                   THRU 1870-REVERSE-LOAN-RETURNS-EXIT
           END-IF

           IF NOT WS-FIRST-LOAN
           AND WS-GROUP-FUNDS > ZEROS
               PERFORM 1850-FLAG-OVERPAYMENT
           MOVE ZEROS TO WS-LOAN-PAID-COUNT
           MOVE ZEROS TO WS-LOAN-PARTIAL-COUNT
           MOVE ZEROS TO WS-LOAN-MISSED-COUNT
           MOVE ZEROS TO WS-LOAN-MAX-DPD
           MOVE ZEROS TO WS-LOAN-UNPAID
           MOVE ZEROS TO WS-GROUP-RETURNED.

       1800-FLUSH-LOAN-SUMMARY-EXIT.
           EXIT.
       1850-FLAG-OVERPAYMENT-EXIT.
           EXIT.

      *================================================================
       1870-REVERSE-LOAN-RETURNS.
      *================================================================
      * Splits tonight's returned money for the loan the way the pool
      * had drawn it. With the remaining payments applied oldest
      * first, whatever of the schedule is still unpaid is what the
      * returned money had paid -- those installments are reopened --
      * and anything beyond that had only been sitting as refund due.
      * For a written-off loan it had all been held on suspense. The
      * reopened installments' days past due are already on the
      * position lines written for this loan tonight.
           MOVE WS-CURRENT-CUSTOMER TO WS-REV-CUSTOMER
           MOVE ZEROS TO WS-REV-INSTALLMENTS
           MOVE ZEROS TO WS-REV-REFUND
           MOVE ZEROS TO WS-REV-UNAPPLIED
           EVALUATE TRUE
               WHEN WS-LOAN-WRITTEN-OFF
                   MOVE WS-GROUP-RETURNED TO WS-REV-UNAPPLIED
               WHEN WS-GROUP-RETURNED > WS-LOAN-UNPAID
                   MOVE WS-LOAN-UNPAID TO WS-REV-INSTALLMENTS
                   COMPUTE WS-REV-REFUND =
                       WS-GROUP-RETURNED - WS-LOAN-UNPAID
               WHEN OTHER
                   MOVE WS-GROUP-RETURNED TO WS-REV-INSTALLMENTS
           END-EVALUATE

           PERFORM 1880-POST-REVERSAL-JOURNALS
               THRU 1880-POST-REVERSAL-JOURNALS-EXIT

           IF WS-LOAN-WRITTEN-OFF
               MOVE WS-REV-UNAPPLIED TO WS-PAID-AMOUNT-ED
               STRING 'PAYMENT REVERSED | CUST:' DELIMITED SIZE
                      WS-CURRENT-CUSTOMER  DELIMITED SIZE
                      ' | ACCT:' DELIMITED SIZE
                      WS-CURRENT-LOAN-ACCT DELIMITED SIZE
                      ' | UNAPPLIED:' DELIMITED SIZE
                      WS-PAID-AMOUNT-ED    DELIMITED SIZE
                      ' | OFF SUSPENSE' DELIMITED SIZE
                   INTO WS-REPORT-LINE
           ELSE
               MOVE WS-REV-INSTALLMENTS TO WS-PAID-AMOUNT-ED
               MOVE WS-REV-REFUND       TO WS-REFUND-ED
               MOVE WS-LOAN-MAX-DPD     TO WS-DPD-ED
               STRING 'PAYMENT REVERSED | CUST:' DELIMITED SIZE
                      WS-CURRENT-CUSTOMER  DELIMITED SIZE
                      ' | ACCT:' DELIMITED SIZE
                      WS-CURRENT-LOAN-ACCT DELIMITED SIZE
                      ' | INSTALLMENTS:' DELIMITED SIZE
                      WS-PAID-AMOUNT-ED    DELIMITED SIZE
                      ' | REFUND:' DELIMITED SIZE
                      WS-REFUND-ED         DELIMITED SIZE
                      ' | MAX-DPD:' DELIMITED SIZE
                      WS-DPD-ED            DELIMITED SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       1870-REVERSE-LOAN-RETURNS-EXIT.
           EXIT.

      *================================================================
       1880-POST-REVERSAL-JOURNALS.
      *================================================================
      * One balanced pair per part of the reversal: the loan
      * receivable, refund due or unapplied suspense the payment had
      * reduced is debited back, against the payment clearing account
      * the bank has taken the money back from.
           MOVE WS-REV-CUSTOMER     TO WS-JRNL-CUSTOMER

           IF WS-REV-INSTALLMENTS > ZEROS
               MOVE WS-ACCT-LOAN-RECV   TO WS-JRNL-ACCOUNT
               MOVE 'DR'                 TO WS-JRNL-DR-CR
               MOVE WS-REV-INSTALLMENTS TO WS-JRNL-AMOUNT
               MOVE 'RETURNED PAYMENT'   TO WS-JRNL-DESCRIPTION
               PERFORM 7100-WRITE-JOURNAL
                   THRU 7100-WRITE-JOURNAL-EXIT
               MOVE WS-ACCT-PAY-CLEAR   TO WS-JRNL-ACCOUNT
               MOVE 'CR'                 TO WS-JRNL-DR-CR
               MOVE WS-REV-INSTALLMENTS TO WS-JRNL-AMOUNT
               MOVE 'RETURNED ITEM CLEAR' TO WS-JRNL-DESCRIPTION
               PERFORM 7100-WRITE-JOURNAL
                   THRU 7100-WRITE-JOURNAL-EXIT
           END-IF

           IF WS-REV-REFUND > ZEROS
               MOVE WS-ACCT-REFUND-DUE  TO WS-JRNL-ACCOUNT
               MOVE 'DR'                 TO WS-JRNL-DR-CR
               MOVE WS-REV-REFUND       TO WS-JRNL-AMOUNT
               MOVE 'RETURNED OVERPAYMENT' TO WS-JRNL-DESCRIPTION
               PERFORM 7100-WRITE-JOURNAL
                   THRU 7100-WRITE-JOURNAL-EXIT
               MOVE WS-ACCT-PAY-CLEAR   TO WS-JRNL-ACCOUNT
               MOVE 'CR'                 TO WS-JRNL-DR-CR
               MOVE WS-REV-REFUND       TO WS-JRNL-AMOUNT
               MOVE 'RETURNED ITEM CLEAR' TO WS-JRNL-DESCRIPTION
               PERFORM 7100-WRITE-JOURNAL
                   THRU 7100-WRITE-JOURNAL-EXIT
           END-IF

           IF WS-REV-UNAPPLIED > ZEROS
               MOVE WS-ACCT-UNAPPLIED   TO WS-JRNL-ACCOUNT
               MOVE 'DR'                 TO WS-JRNL-DR-CR
               MOVE WS-REV-UNAPPLIED    TO WS-JRNL-AMOUNT
               MOVE 'RETURNED UNAPPLIED' TO WS-JRNL-DESCRIPTION
               PERFORM 7100-WRITE-JOURNAL
                   THRU 7100-WRITE-JOURNAL-EXIT
               MOVE WS-ACCT-PAY-CLEAR   TO WS-JRNL-ACCOUNT
               MOVE 'CR'                 TO WS-JRNL-DR-CR
               MOVE WS-REV-UNAPPLIED    TO WS-JRNL-AMOUNT
               MOVE 'RETURNED ITEM CLEAR' TO WS-JRNL-DESCRIPTION
               PERFORM 7100-WRITE-JOURNAL
                   THRU 7100-WRITE-JOURNAL-EXIT
           END-IF.

       1880-POST-REVERSAL-JOURNALS-EXIT.
           EXIT.

      *================================================================
       2500-DRAIN-UNMATCHED-PAYMENTS.
      *================================================================
               GO TO 2600-HOLD-UNAPPLIED-PAYMENT-EXIT
           END-IF

      * A homeless payment the bank has returned is no longer money
      * held: it comes off the suspense instead of being held again.
           IF WS-PAY-RETURNED
               PERFORM 2620-REVERSE-UNAPPLIED-RETURN
                   THRU 2620-REVERSE-UNAPPLIED-RETURN-EXIT
               GO TO 2600-HOLD-UNAPPLIED-PAYMENT-EXIT
           END-IF

           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE PAY-CUSTOMER-ID  TO US-CUSTOMER-ID
           MOVE PAY-LOAN-ACCT-NO TO US-LOAN-ACCT-NO
       2600-HOLD-UNAPPLIED-PAYMENT-EXIT.
           EXIT.

      *================================================================
       2620-REVERSE-UNAPPLIED-RETURN.
      *================================================================
      * There is no loan to reopen or charge: the reversal is posted
      * against the unapplied suspense only.
           ADD 1 TO WS-RETURNS-EXCLUDED
           IF NOT WS-PAY-NEW-RETURN
               GO TO 2620-REVERSE-UNAPPLIED-RETURN-EXIT
           END-IF

           MOVE 'N' TO WS-CHARGE-FEE-SW
           PERFORM 2800-REVERSE-RETURNED-ITEM
               THRU 2800-REVERSE-RETURNED-ITEM-EXIT

           MOVE PAY-CUSTOMER-ID TO WS-REV-CUSTOMER
           MOVE ZEROS           TO WS-REV-INSTALLMENTS
           MOVE ZEROS           TO WS-REV-REFUND
           MOVE PAY-AMOUNT      TO WS-REV-UNAPPLIED
           PERFORM 1880-POST-REVERSAL-JOURNALS
               THRU 1880-POST-REVERSAL-JOURNALS-EXIT

           MOVE PAY-AMOUNT TO WS-PAID-AMOUNT-ED
           STRING 'PAYMENT REVERSED | CUST:' DELIMITED SIZE
                  PAY-CUSTOMER-ID      DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  PAY-LOAN-ACCT-NO     DELIMITED SIZE
                  ' | UNAPPLIED:' DELIMITED SIZE
                  WS-PAID-AMOUNT-ED    DELIMITED SIZE
                  ' | OFF SUSPENSE' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2620-REVERSE-UNAPPLIED-RETURN-EXIT.
           EXIT.

      *================================================================
       2650-CHECK-LOAN-ARCHIVED.
      *================================================================
       2700-WRITE-UNAPPLIED-FUNDS-EXIT.
           EXIT.

      *================================================================
       2800-REVERSE-RETURNED-ITEM.
      *================================================================
      * Marks the register row for the payment just read as reversed
      * tonight, assesses the returned-payment fee when the caller
      * allows one, and lists the item on the report. Called with the
      * register row for this payment still in the record area.
           ADD 1 TO WS-RETURNS-REVERSED
           IF WS-CHARGE-FEE
           AND WS-RETURN-FEE-AMT > ZEROS
               PERFORM 2850-ASSESS-RETURN-FEE
                   THRU 2850-ASSESS-RETURN-FEE-EXIT
           END-IF

           MOVE 'R'           TO RP-STATUS
           MOVE WS-RUN-DATE-N TO RP-REVERSED-DATE
           REWRITE RETURNED-PAYMENT-RECORD
           MOVE WS-RETPAY-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE RETURNED-PAYMENT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           MOVE PAY-AMOUNT    TO WS-PAID-AMOUNT-ED
           MOVE RP-FEE-AMOUNT TO WS-FEE-ED
           STRING 'RETURNED ITEM | CUST:' DELIMITED SIZE
                  PAY-CUSTOMER-ID      DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  PAY-LOAN-ACCT-NO     DELIMITED SIZE
                  ' | PAID ON:' DELIMITED SIZE
                  PAY-PAYMENT-DATE     DELIMITED SIZE
                  ' | AMOUNT:' DELIMITED SIZE
                  WS-PAID-AMOUNT-ED    DELIMITED SIZE
                  ' | REASON:' DELIMITED SIZE
                  RP-RETURN-REASON     DELIMITED SIZE
                  ' | FEE:' DELIMITED SIZE
                  WS-FEE-ED            DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2800-REVERSE-RETURNED-ITEM-EXIT.
           EXIT.

      *================================================================
       2850-ASSESS-RETURN-FEE.
      *================================================================
      * Charged once per returned item. The fee ledger is keyed per
      * installment, so returned-payment fees take month numbers from
      * 9001 upward, clear of any real schedule line, and LOAN-PAYOFF
      * collects them with the late fees. The month taken is kept on
      * the register row: a rerun of tonight's reversal finds the fee
      * already charged and re-issues only the assessment record
      * GL-EXTRACT posts from.
           IF RP-FEE-MONTH-NUM = ZEROS
               MOVE 9000 TO WS-FEE-MONTH-TRY
               MOVE 'N'  TO WS-FEE-WRITTEN-SW
               PERFORM 2860-WRITE-RETURN-FEE-LEDGER
                   THRU 2860-WRITE-RETURN-FEE-LEDGER-EXIT
                   UNTIL WS-FEE-WRITTEN
               MOVE WS-FEE-MONTH-TRY  TO RP-FEE-MONTH-NUM
               MOVE WS-RETURN-FEE-AMT TO RP-FEE-AMOUNT
           END-IF

           ADD 1 TO WS-RETURN-FEES
           MOVE PAY-CUSTOMER-ID    TO FA-CUSTOMER-ID
           MOVE PAY-LOAN-ACCT-NO   TO FA-LOAN-ACCT-NO
           MOVE RP-FEE-MONTH-NUM   TO FA-MONTH-NUM
           MOVE RP-FEE-AMOUNT      TO FA-FEE-AMOUNT
           MOVE WS-RUN-DATE-N      TO FA-ASSESS-DATE
           MOVE 'R'                TO FA-FEE-TYPE
           WRITE FEE-ASSESS-RECORD
           MOVE WS-ASSESS-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE FEE-ASSESS' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2850-ASSESS-RETURN-FEE-EXIT.
           EXIT.

      *================================================================
       2860-WRITE-RETURN-FEE-LEDGER.
      *================================================================
           ADD 1 TO WS-FEE-MONTH-TRY
           IF WS-FEE-MONTH-TRY > 9999
               DISPLAY 'LOAN-SERVICE: NO FREE RETURNED-PAYMENT FEE '
                   'SLOT FOR CUST ' PAY-CUSTOMER-ID ' ACCT '
                   PAY-LOAN-ACCT-NO ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'WRITE RETURN FEE LEDGER' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           MOVE PAY-CUSTOMER-ID    TO FL-CUSTOMER-ID
           MOVE PAY-LOAN-ACCT-NO   TO FL-LOAN-ACCT-NO
           MOVE WS-FEE-MONTH-TRY   TO FL-MONTH-NUM
           MOVE WS-RETURN-FEE-AMT  TO FL-FEE-AMOUNT
           MOVE WS-RUN-DATE-N      TO FL-ASSESS-DATE
           MOVE 'R'                TO FL-FEE-TYPE
           WRITE FEE-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FEE-WRITTEN-SW
           END-WRITE.

       2860-WRITE-RETURN-FEE-LEDGER-EXIT.
           EXIT.

      *================================================================
       2900-SWEEP-UNMATCHED-RETURNS.
      *================================================================
      * A register row still pending after the whole archive has been
      * matched returns a payment this book never received (or one
      * on a loan the housekeeping run has archived). It is marked not
      * matched and listed for operations to take up with the bank;
      * it is never retried, since the archive already holds every
      * payment to date.
           MOVE LOW-VALUES TO RP-KEY
           START RETURNED-PAYMENT-FILE KEY >= RP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RETPAY-EOF-SW
           END-START

           PERFORM 2950-CHECK-REGISTER-ROW
               THRU 2950-CHECK-REGISTER-ROW-EXIT
               UNTIL WS-RETPAY-EOF.

       2900-SWEEP-UNMATCHED-RETURNS-EXIT.
           EXIT.

      *================================================================
       2950-CHECK-REGISTER-ROW.
      *================================================================
           READ RETURNED-PAYMENT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-RETPAY-EOF-SW
                   GO TO 2950-CHECK-REGISTER-ROW-EXIT
           END-READ

           IF NOT RP-PENDING
               GO TO 2950-CHECK-REGISTER-ROW-EXIT
           END-IF

           ADD 1 TO WS-RETURNS-UNMATCHED
           MOVE 'X' TO RP-STATUS
           REWRITE RETURNED-PAYMENT-RECORD
           MOVE WS-RETPAY-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE RETURNED-PAYMENT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           MOVE RP-AMOUNT TO WS-PAID-AMOUNT-ED
           STRING 'RETURNED ITEM NOT MATCHED | CUST:' DELIMITED SIZE
                  RP-CUSTOMER-ID       DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  RP-LOAN-ACCT-NO      DELIMITED SIZE
                  ' | PAID ON:' DELIMITED SIZE
                  RP-PAYMENT-DATE      DELIMITED SIZE
                  ' | AMOUNT:' DELIMITED SIZE
                  WS-PAID-AMOUNT-ED    DELIMITED SIZE
                  ' | REF:' DELIMITED SIZE
                  RP-BANK-REFERENCE    DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2950-CHECK-REGISTER-ROW-EXIT.
           EXIT.

      *================================================================
       7100-WRITE-JOURNAL.
      *================================================================
      * Writes one journal leg from WS-JOURNAL-LEG and folds it into
      * the balancing totals, same convention as GL-EXTRACT.
           MOVE SPACES              TO GL-INTERFACE-RECORD
           MOVE 'J'                  TO GLI-RECORD-TYPE
           MOVE WS-JRNL-ACCOUNT     TO GLI-ACCOUNT
           MOVE WS-JRNL-DR-CR       TO GLI-DR-CR
           MOVE WS-JRNL-AMOUNT      TO GLI-AMOUNT
           MOVE WS-JRNL-CUSTOMER    TO GLI-CUSTOMER-ID
           MOVE WS-RUN-DATE-N       TO GLI-POST-DATE
           MOVE WS-JRNL-DESCRIPTION TO GLI-DESCRIPTION

           IF GLI-DEBIT
               ADD WS-JRNL-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-JRNL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           ADD 1 TO WS-JOURNAL-COUNT

           WRITE GL-INTERFACE-RECORD
           MOVE WS-GL-STATUS          TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE GL-INTERFACE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       7100-WRITE-JOURNAL-EXIT.
           EXIT.

      *================================================================
       8000-WRITE-TRAILER.
      *================================================================
      * The reversal interface carries one trailer every night, empty
      * or not, so the GL load always finds a complete file.
           MOVE SPACES              TO GL-INTERFACE-RECORD
           MOVE 'T'                  TO GLT-RECORD-TYPE
           MOVE WS-JOURNAL-COUNT    TO GLT-JOURNAL-COUNT
           MOVE WS-TOTAL-DEBITS     TO GLT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS    TO GLT-TOTAL-CREDITS

           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'Y' TO GLT-BALANCED-FLAG
           ELSE
               MOVE 'N' TO GLT-BALANCED-FLAG
               DISPLAY 'LOAN-SERVICE: INTERFACE OUT OF BALANCE - '
                   'DEBITS AND CREDITS DIFFER'
               MOVE 4401 TO WS-RETURN-CODE
           END-IF

           WRITE GL-INTERFACE-RECORD
           MOVE WS-GL-STATUS          TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE GL TRAILER'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       8000-WRITE-TRAILER-EXIT.
           EXIT.

      *================================================================
       9100-WRITE-RUN-SUMMARY.
      *================================================================
               ' | WRITE-OFF PAYMENTS HELD: ' WS-WOFF-PAYMENTS
               ' | OVERPAYMENTS FLAGGED: ' WS-OVERPAY-COUNT
               ' | ARCHIVED-LOAN PAYMENTS: ' WS-ARCHIVED-PAYMENTS
           DISPLAY 'LOAN-SERVICE RETURNS | ITEMS READ: '
               WS-RETURNS-READ
               ' | REGISTERED: ' WS-RETURNS-LOADED
               ' | ALREADY REGISTERED: ' WS-RETURNS-ON-FILE
               ' | REJECTED: ' WS-RETURNS-REJECTED
               ' | REVERSED TONIGHT: ' WS-RETURNS-REVERSED
               ' | RETURN FEES: ' WS-RETURN-FEES
               ' | RETURNED PAYMENTS EXCLUDED: ' WS-RETURNS-EXCLUDED
               ' | NOT MATCHED: ' WS-RETURNS-UNMATCHED
               ' | GL JOURNALS: ' WS-JOURNAL-COUNT

      * A returned item that is rejected or never matches stays on
      * the report for operations but does not raise the return code:
      * the reopened loans must still reach tonight's dunning and
      * credit-feed steps, which run only on a clean servicing pass.
           IF WS-UNMATCHED-COUNT > ZEROS
           OR WS-UNAPPLIED-WRITTEN > ZEROS
               IF 4101 > WS-RETURN-CODE
                   MOVE 4101 TO WS-RETURN-CODE
               END-IF
           END-IF.

       9100-WRITE-RUN-SUMMARY-EXIT.
           CLOSE FEE-ASSESS-FILE
           CLOSE UNAPPLIED-FILE
           CLOSE REFUND-FILE
           CLOSE RETURNED-PAYMENT-FILE
           CLOSE GL-INTERFACE-FILE
           IF WS-RETITEM-AVAIL
               CLOSE RETURNED-ITEM-FILE
           END-IF
           IF WS-WOFF-AVAIL
               CLOSE WRITEOFF-MASTER
           END-IF
           IF WS-ARCH-AVAIL
               CLOSE ARCHIVED-LOAN-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 9050-RECORD-RUN-CONTROL
               THRU 9050-RECORD-RUN-CONTROL-EXIT.

      *================================================================
       9050-RECORD-RUN-CONTROL.
      *================================================================
      * Books the step complete for the business date (failed, and
      * free to run again, above the chain's 7000 band).
           MOVE 'DONE '        TO RCL-FUNCTION
           MOVE WS-RETURN-CODE TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-CONTROL-FAILED
               DISPLAY 'LOAN-SERVICE: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
               CLOSE DELINQ-REPORT
               CLOSE FEE-LEDGER-FILE
               CLOSE FEE-ASSESS-FILE
               CLOSE RETURNED-PAYMENT-FILE
               CLOSE GL-INTERFACE-FILE
               STOP RUN
           END-IF.


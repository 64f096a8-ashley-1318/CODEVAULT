      *             and PEP names): a potential match opens HELD
      *             pending a compliance decision rather than
      *             silently active, and the RH transaction releases
      *             the hold once compliance clears the name. The
      *             MLRO team puts an account already open on the
      *             same hold with the HL transaction (TRAN-MON
      *             raises one for an account whose monitoring
      *             alerts reach the REGPARMS hold level), and the
      *             same RH releases it.
      *             Direct debits (DD) presented by LOAN-DDEBIT are
      *             taken from the borrower's account here: a debit
      *             taken writes the matching PAYMTFIL record for
      *             LOAN-SERVICE to apply, and a debit that cannot be
      *             taken (short balance; frozen, held, dormant or
      *             closed account) is returned unpaid to the failed-
      *             collection file so the installment stays open.
      *             An account with an arranged overdraft (the OL
      *             transaction records the limit and debit rate on
      *             the ODFACIL facility KSDS) may be debited below
      *             zero down to its limit; the bank's own charges
      *             (fees, debit interest) post even past it, and the
      *             excess is then an unarranged overdraft for
      *             OD-EXCESS to report and ACCT-CYCLE to charge.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT DD-PAYMENT-FILE
               ASSIGN TO DDPAYMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DDPAY-STATUS.
           SELECT DD-FAILED-FILE
               ASSIGN TO DDFAIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DDFAIL-STATUS.
           SELECT OD-FACILITY-FILE
               ASSIGN TO ODFACIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OD-ACC-NUMBER
               FILE STATUS IS WS-ODFAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ATR-ACC-NUMBER       PIC X(10).
           05  ATR-TRAN-TYPE        PIC X(2).
           05  ATR-HOLDER-NAME      PIC X(35).
      * A DD transaction carries the loan it collects for in place of
      * the holder name.
           05  ATR-DD-REFERENCE REDEFINES ATR-HOLDER-NAME.
               10  ATR-DD-CUSTOMER-ID  PIC X(10).
               10  ATR-DD-LOAN-ACCT-NO PIC X(10).
               10  ATR-DD-MONTH-NUM    PIC 9(4).
               10  ATR-DD-DUE-DATE     PIC 9(8).
               10  FILLER              PIC X(3).
      * An OL transaction carries the facility terms in the same place;
      * ATR-AMOUNT is the new limit, zero cancelling the facility.
           05  ATR-OD-FACILITY REDEFINES ATR-HOLDER-NAME.
               10  ATR-OD-DEBIT-RATE   PIC 9(3)V99.
               10  ATR-OD-EXPIRY-DATE  PIC 9(8).
               10  ATR-OD-APPROVER-ID  PIC X(8).
               10  FILLER              PIC X(14).
           05  ATR-COUNTRY          PIC X(2).
           05  ATR-CURRENCY         PIC X(3).
           05  ATR-AMOUNT           PIC S9(12)V99 COMP-3.
       01  SORT-RECORD.
           05  SWK-NUMBER           PIC X(10).
           05  SWK-HOLDER-NAME      PIC X(35).
           05  SWK-BALANCE          PIC S9(12)V99.
           05  SWK-STATUS           PIC X(01).
           05  SWK-COUNTRY          PIC X(02).
           05  SWK-CURRENCY         PIC X(03).
       01  SORTED-ACCOUNT-RECORD.
           05  SRT-NUMBER           PIC X(10).
           05  SRT-HOLDER-NAME      PIC X(35).
           05  SRT-BALANCE          PIC S9(12)V99.
           05  SRT-STATUS           PIC X(01).
           05  SRT-COUNTRY          PIC X(02).
           05  SRT-CURRENCY         PIC X(03).
      *        R002 = ACCOUNT NOT FOUND
      *        R003 = ACCOUNT CLOSED
      *        R004 = DEBIT AGAINST FROZEN ACCOUNT
      *        R005 = INSUFFICIENT BALANCE (BEYOND ANY ARRANGED
      *               OVERDRAFT LIMIT)
      *        R006 = ACCOUNT ALREADY ON FILE (DUPLICATE OPEN)
      *        R007 = RELEASE-HOLD AGAINST AN ACCOUNT NOT HELD
      *        R008 = ADJUSTMENT AGAINST AN ACCOUNT HELD FOR KYC
      *        R009 = MARK-DORMANT AGAINST AN ACCOUNT NOT ACTIVE
      *        R010 = FEE AGAINST A DORMANT ACCOUNT
      *        R011 = DIRECT DEBIT AGAINST A DORMANT ACCOUNT
      *        R012 = OVERDRAFT FACILITY INVALID (NEGATIVE LIMIT, NO
      *               DEBIT RATE OR APPROVER, OR NOTHING TO CANCEL)
      *        R013 = HOLD AGAINST AN ACCOUNT ALREADY HELD OR FROZEN
           05  RJ-REJECT-DATE       PIC 9(8).
           05  RJ-TRAN-IMAGE        PIC X(60).
           05  FILLER               PIC X(8).
           05  WL-NAME              PIC X(35).
           05  WL-TYPE              PIC X(3).
      *        SAN = SANCTIONS LIST  PEP = POLITICALLY EXPOSED
      *        (HELD-REVIEW ALSO CARRIES TMA = HELD BY THE MLRO ON A
      *        TRANSACTION-MONITORING ALERT, FROM THE HL TRANSACTION)
           05  FILLER               PIC X(2).

       FD  HELD-REVIEW-FILE
           05  HR-HELD-DATE         PIC 9(8).
           05  FILLER               PIC X(4).

      * Same layout as LOAN-SERVICE's PAYMTFIL, so a debit taken is
      * applied to the loan like any other repayment.
       FD  DD-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  DD-PAYMENT-RECORD.
           05  DP-CUSTOMER-ID       PIC X(10).
           05  DP-LOAN-ACCT-NO      PIC X(10).
           05  DP-MONTH-NUM         PIC 9(4).
           05  DP-PAYMENT-DATE      PIC 9(8).
           05  DP-AMOUNT            PIC 9(12)V99 COMP-3.

       FD  DD-FAILED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DD-FAILED-RECORD.
           05  DF-CUSTOMER-ID       PIC X(10).
           05  DF-LOAN-ACCT-NO      PIC X(10).
           05  DF-MONTH-NUM         PIC 9(4).
           05  DF-DUE-DATE          PIC 9(8).
           05  DF-ACC-NUMBER        PIC X(10).
           05  DF-AMOUNT            PIC 9(12)V99 COMP-3.
           05  DF-REASON-CODE       PIC X(4).
      *        SAME CODES AS THE REJECT FILE (R002-R005, R008, R011)
           05  DF-RETURN-DATE       PIC 9(8).
           05  FILLER               PIC X(18).

       FD  OD-FACILITY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY 'ODFACIL-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
               88  WS-TRAN-IS-FEE     VALUE 'FE'.
               88  WS-TRAN-IS-RELHOLD VALUE 'RH'.
               88  WS-TRAN-IS-DORMANT VALUE 'DM'.
               88  WS-TRAN-IS-DIRDEBIT VALUE 'DD'.
               88  WS-TRAN-IS-OD-LIMIT VALUE 'OL'.
               88  WS-TRAN-IS-DEBIT-INT VALUE 'DI'.
               88  WS-TRAN-IS-OD-FEE  VALUE 'OF'.
               88  WS-TRAN-IS-HOLD    VALUE 'HL'.
               88  WS-TRAN-IS-CHARGE  VALUES 'FE' 'DI' 'OF'.
           05  WS-HOLDER-NAME       PIC X(35)     VALUE SPACES.
           05  WS-COUNTRY           PIC X(2)      VALUE SPACES.
           05  WS-CURRENCY          PIC X(3)      VALUE SPACES.
           05  WS-ADJ-AMOUNT        PIC S9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-NEW-BALANCE       PIC S9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OD-LIMIT          PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OD-FOUND-SW       PIC X(1)      VALUE 'N'.
               88  WS-OD-FOUND      VALUE 'Y'.
           05  WS-OVER-LIMIT-SW     PIC X(1)      VALUE 'N'.
               88  WS-OVER-LIMIT    VALUE 'Y'.

      *----------------------------------------------------------------
      * TRANSACTION BALANCING TOTALS
      * Read, applied and rejected counts kept per transaction type
      * (open / freeze / close / balance-adjust / ... / unknown) so
      * the end of the run can prove transactions read = applied +
      * rejected and the branches can see exactly what died and why.
      *----------------------------------------------------------------
       01  WS-TYPE-LABEL-DATA.
           05  FILLER               PIC X(7) VALUE 'OPEN   '.
           05  FILLER               PIC X(7) VALUE 'FEE    '.
           05  FILLER               PIC X(7) VALUE 'RELHOLD'.
           05  FILLER               PIC X(7) VALUE 'DORMANT'.
           05  FILLER               PIC X(7) VALUE 'DIRDEBT'.
           05  FILLER               PIC X(7) VALUE 'ODLIMIT'.
           05  FILLER               PIC X(7) VALUE 'DEBTINT'.
           05  FILLER               PIC X(7) VALUE 'ODFEE  '.
           05  FILLER               PIC X(7) VALUE 'HOLD   '.
           05  FILLER               PIC X(7) VALUE 'UNKNOWN'.

       01  WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABEL-DATA.
           05  WS-TYPE-LABEL        OCCURS 14 TIMES PIC X(7).

       01  WS-BALANCING-TOTALS.
           05  WS-TYPE-TOTALS       OCCURS 14 TIMES.
               10  WS-TT-READ       PIC 9(8) COMP.
               10  WS-TT-APPLIED    PIC 9(8) COMP.
               10  WS-TT-REJECTED   PIC 9(8) COMP.
           05  WS-TYPE-IDX          PIC 9(2) COMP VALUE ZEROS.
           05  WS-TOTAL-READ        PIC 9(8) COMP VALUE ZEROS.
           05  WS-TOTAL-APPLIED     PIC 9(8) COMP VALUE ZEROS.
           05  WS-TOTAL-REJECTED    PIC 9(8) COMP VALUE ZEROS.
           05  WS-WATCH-HIT-TYPE    PIC X(3)     VALUE SPACES.
           05  WS-HELD-COUNT        PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * DIRECT-DEBIT COLLECTION TOTALS
      * Debits taken plus debits returned must equal debits presented;
      * BATCH-CTRL cross-foots the same figures from the files.
      *----------------------------------------------------------------
       01  WS-DIRDEBIT-TOTALS.
           05  WS-DD-TAKEN-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-DD-TAKEN-AMOUNT   PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DD-RETURN-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-DD-RETURN-AMOUNT  PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DD-AMOUNT         PIC 9(12)V99 COMP-3 VALUE ZEROS.

       01  WS-BALANCE-TOTALS.
           05  WS-CURRENT-COUNTRY    PIC X(2)      VALUE SPACES.
           05  WS-CURRENT-CURRENCY   PIC X(3)      VALUE SPACES.
           05  WS-SUBTOTAL-BALANCE   PIC S9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-GRAND-TOTAL-BALANCE PIC S9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-FIRST-GROUP-SWITCH PIC X(1)     VALUE 'Y'.
               88  WS-FIRST-GROUP    VALUE 'Y'.

      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE        PIC X(132)   VALUE SPACES.
           05  WS-BALANCE-ED         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROS.
           05  WS-SUBTOTAL-ED        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROS.
           05  WS-GRAND-TOTAL-ED     PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                  VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
           05  WS-HISTORY-STATUS        PIC X(2)     VALUE SPACES.
           05  WS-WATCH-STATUS          PIC X(2)     VALUE SPACES.
           05  WS-HELD-STATUS           PIC X(2)     VALUE SPACES.
           05  WS-DDPAY-STATUS          PIC X(2)     VALUE SPACES.
           05  WS-DDFAIL-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-ODFAC-STATUS          PIC X(2)     VALUE SPACES.
           05  WS-ERROR-MSG             PIC X(100)   VALUE SPACES.
           05  WS-TRAN-EOF-SWITCH       PIC X(1)     VALUE 'N'.
               88  WS-TRAN-EOF          VALUE 'Y'.
      * transaction that cannot be applied goes to the reject file
      * with a machine-readable reason, and the run ends by proving
      * read = applied + rejected by type.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           INITIALIZE WS-BALANCING-TOTALS
           MOVE RCL-BUSINESS-DATE TO WS-REJECT-DATE-N
           IF WS-REJECT-DATE-N = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REJECT-DATE-N
           END-IF
           PERFORM 0100-OPEN-MAINT-FILES
               THRU 0100-OPEN-MAINT-FILES-EXIT
           PERFORM 0200-READ-TRANSACTION
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'ACCTMNT ' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'ACCOUNT-MAINT: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'ACCOUNT-MAINT: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'ACCOUNT-MAINT: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-MAINT-FILES.
      *================================================================
           OPEN OUTPUT HELD-REVIEW-FILE
           MOVE WS-HELD-STATUS          TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN HELD-REVIEW'      TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT DD-PAYMENT-FILE
           MOVE WS-DDPAY-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DD-PAYMENT-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT DD-FAILED-FILE
           MOVE WS-DDFAIL-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DD-FAILED-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * A missing facility cluster (the very first run) is created
      * empty: no account has an arranged overdraft yet.
           OPEN I-O OD-FACILITY-FILE
           IF WS-ODFAC-STATUS = '35'
               OPEN OUTPUT OD-FACILITY-FILE
               CLOSE OD-FACILITY-FILE
               OPEN I-O OD-FACILITY-FILE
           END-IF
           MOVE WS-ODFAC-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN OD-FACILITY-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

                   MOVE 7 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-DORMANT
                   MOVE 8 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-DIRDEBIT
                   MOVE 9 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-OD-LIMIT
                   MOVE 10 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-DEBIT-INT
                   MOVE 11 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-OD-FEE
                   MOVE 12 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-HOLD
                   MOVE 13 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE 14 TO WS-TYPE-IDX
           END-EVALUATE
           ADD 1 TO WS-TT-READ (WS-TYPE-IDX)

      * The month-end cycle's interest credits, fee debits, debit
      * interest and unarranged-overdraft fees post through the same
      * balance-adjust path as a BA, keeping their own transaction
      * type for the history file and statements; the frozen/closed
      * guards apply to them unchanged, but as the bank's own charges
      * they are not held to the overdraft limit.
           EVALUATE TRUE
               WHEN WS-TRAN-IS-OPEN
                   PERFORM 4000-OPEN-ACCOUNT
               WHEN WS-TRAN-IS-FEE
                   PERFORM 7000-BALANCE-ADJUST
                       THRU 7000-BALANCE-ADJUST-EXIT
               WHEN WS-TRAN-IS-DEBIT-INT
                   PERFORM 7000-BALANCE-ADJUST
                       THRU 7000-BALANCE-ADJUST-EXIT
               WHEN WS-TRAN-IS-OD-FEE
                   PERFORM 7000-BALANCE-ADJUST
                       THRU 7000-BALANCE-ADJUST-EXIT
               WHEN WS-TRAN-IS-OD-LIMIT
                   PERFORM 7800-SET-OD-FACILITY
                       THRU 7800-SET-OD-FACILITY-EXIT
               WHEN WS-TRAN-IS-RELHOLD
                   PERFORM 7500-RELEASE-HOLD
                       THRU 7500-RELEASE-HOLD-EXIT
               WHEN WS-TRAN-IS-HOLD
                   PERFORM 7600-PLACE-HOLD
                       THRU 7600-PLACE-HOLD-EXIT
               WHEN WS-TRAN-IS-DORMANT
                   PERFORM 7700-MARK-DORMANT
                       THRU 7700-MARK-DORMANT-EXIT
               WHEN WS-TRAN-IS-DIRDEBIT
                   PERFORM 7200-DIRECT-DEBIT
                       THRU 7200-DIRECT-DEBIT-EXIT
               WHEN OTHER
                   DISPLAY 'ACCOUNT-MAINT: UNKNOWN TRANSACTION TYPE '
                       WS-TRAN-TYPE ' FOR ACCOUNT ' WS-ACC-NUMBER
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE HELD-REVIEW-FILE
           CLOSE DD-PAYMENT-FILE
           CLOSE DD-FAILED-FILE
           CLOSE OD-FACILITY-FILE.

       1900-CLOSE-MAINT-FILES-EXIT.
           EXIT.
           PERFORM 8510-PRINT-TYPE-TOTAL
               THRU 8510-PRINT-TYPE-TOTAL-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 14

           DISPLAY 'ACCOUNT-MAINT TOTALS | READ: ' WS-TOTAL-READ
               ' | APPLIED: ' WS-TOTAL-APPLIED
               ' | REJECTED: ' WS-TOTAL-REJECTED
               ' | HELD FOR REVIEW: ' WS-HELD-COUNT
           DISPLAY 'ACCOUNT-MAINT DIRECT DEBITS | TAKEN: '
               WS-DD-TAKEN-COUNT ' AMOUNT: ' WS-DD-TAKEN-AMOUNT
               ' | RETURNED UNPAID: ' WS-DD-RETURN-COUNT
               ' AMOUNT: ' WS-DD-RETURN-AMOUNT

           IF WS-TOTAL-READ NOT =
               WS-TOTAL-APPLIED + WS-TOTAL-REJECTED
       7500-RELEASE-HOLD-EXIT.
           EXIT.

      *================================================================
       7600-PLACE-HOLD.
      *================================================================
      * The MLRO's hold on an account whose activity raised a
      * transaction-monitoring alert: the account goes HELD exactly
      * as a screened opening does, lands on the held-review file for
      * compliance, and stays held until the RH release. A dormant
      * account can be held (reactivation is one of the alerts). A
      * frozen account keeps its freeze, the ACCT-SCRN rule, and one
      * already held is already in compliance's queue.
           PERFORM 1600-FIND-ACCOUNT
               THRU 1600-FIND-ACCOUNT-EXIT

           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-MATCHED
                   MOVE 'R002' TO WS-REJECT-REASON
               WHEN ACC-CLOSED
                   MOVE 'R003' TO WS-REJECT-REASON
               WHEN ACC-HELD OR ACC-FROZEN
                   MOVE 'R013' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'ACCOUNT-MAINT: HOLD REJECTED - REASON '
                   WS-REJECT-REASON ' ACCOUNT ' WS-ACC-NUMBER
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 7600-PLACE-HOLD-EXIT
           END-IF

           MOVE 'H' TO ACC-STATUS
           REWRITE ACCOUNT-RECORD
           MOVE WS-ACCOUNT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE ACCOUNT-RECORD' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX)
           PERFORM 8100-WRITE-TRAN-HISTORY
               THRU 8100-WRITE-TRAN-HISTORY-EXIT

           MOVE ACC-HOLDER-NAME TO WS-HOLDER-NAME
           MOVE 'TMA'           TO WS-WATCH-HIT-TYPE
           PERFORM 4500-WRITE-HELD-REVIEW
               THRU 4500-WRITE-HELD-REVIEW-EXIT.

       7600-PLACE-HOLD-EXIT.
           EXIT.

      *================================================================
       7700-MARK-DORMANT.
      *================================================================
      *================================================================
      * Posts a credit or debit to the account balance. A frozen
      * account rejects debits outright; a closed account rejects any
      * adjustment. A debit may take the balance below zero only as
      * far as the account's arranged overdraft limit.
           PERFORM 1600-FIND-ACCOUNT
               THRU 1600-FIND-ACCOUNT-EXIT

                   PERFORM 8000-REJECT-TRANSACTION
                       THRU 8000-REJECT-TRANSACTION-EXIT
               ELSE
               IF ACC-DORMANT
               AND (WS-TRAN-IS-FEE OR WS-TRAN-IS-OD-FEE)
      * Dormant accounts are excluded from fee charging; a stray
      * cycle fee dies here rather than eroding an abandoned balance.
                   DISPLAY 'ACCOUNT-MAINT: FEE REJECTED - '
                   ELSE
                       COMPUTE WS-NEW-BALANCE =
                           ACC-BALANCE + WS-ADJ-AMOUNT
                       PERFORM 7050-CHECK-OD-HEADROOM
                           THRU 7050-CHECK-OD-HEADROOM-EXIT
                       IF WS-OVER-LIMIT
                           DISPLAY 'ACCOUNT-MAINT: DEBIT REJECTED - '
                               'INSUFFICIENT BALANCE ' WS-ACC-NUMBER
                           MOVE 'R005' TO WS-REJECT-REASON
       7000-BALANCE-ADJUST-EXIT.
           EXIT.

      *================================================================
       7050-CHECK-OD-HEADROOM.
      *================================================================
      * A customer debit (BA or DD) may leave the balance no lower than
      * minus the account's arranged overdraft limit. Credits, and
      * debits that leave the balance in credit, need no facility.
      * The bank's own charges post even past the limit: the excess
      * is the unarranged overdraft the cycle charges for.
           MOVE 'N' TO WS-OVER-LIMIT-SW
           IF WS-ADJ-AMOUNT >= ZEROS
           OR WS-NEW-BALANCE >= ZEROS
           OR WS-TRAN-IS-CHARGE
               GO TO 7050-CHECK-OD-HEADROOM-EXIT
           END-IF

           PERFORM 7060-LOOKUP-OD-LIMIT
               THRU 7060-LOOKUP-OD-LIMIT-EXIT
           IF WS-NEW-BALANCE + WS-OD-LIMIT < ZEROS
               MOVE 'Y' TO WS-OVER-LIMIT-SW
           END-IF.

       7050-CHECK-OD-HEADROOM-EXIT.
           EXIT.

      *================================================================
       7060-LOOKUP-OD-LIMIT.
      *================================================================
      * The limit in force today: an active facility not past its
      * expiry date. No facility, a cancelled one or an expired one
      * means a limit of zero.
           MOVE ZEROS TO WS-OD-LIMIT
           MOVE WS-ACC-NUMBER TO OD-ACC-NUMBER
           READ OD-FACILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OD-ACTIVE
                   AND (OD-EXPIRY-DATE = ZEROS
                        OR OD-EXPIRY-DATE >= WS-REJECT-DATE-N)
                       MOVE OD-LIMIT TO WS-OD-LIMIT
                   END-IF
           END-READ.

       7060-LOOKUP-OD-LIMIT-EXIT.
           EXIT.

      *================================================================
       7200-DIRECT-DEBIT.
      *================================================================
      * Takes a presented installment from the borrower's account.
      * Unlike a BA, a direct debit never wakes a dormant account; like
      * a BA it may use an arranged overdraft but never goes beyond
      * the limit: anything that stops the debit returns it unpaid, so
      * the installment stays open on the schedule and the dunning run
      * picks it up.
           COMPUTE WS-DD-AMOUNT = ZEROS - WS-ADJ-AMOUNT
           PERFORM 1600-FIND-ACCOUNT
               THRU 1600-FIND-ACCOUNT-EXIT

           IF NOT WS-ACCOUNT-MATCHED
               DISPLAY 'ACCOUNT-MAINT: DIRECT DEBIT RETURNED - '
                   'ACCOUNT NOT FOUND ' WS-ACC-NUMBER
               MOVE 'R002' TO WS-REJECT-REASON
               PERFORM 7250-RETURN-DIRECT-DEBIT
                   THRU 7250-RETURN-DIRECT-DEBIT-EXIT
               GO TO 7200-DIRECT-DEBIT-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACC-CLOSED
                   MOVE 'R003' TO WS-REJECT-REASON
               WHEN ACC-FROZEN
                   MOVE 'R004' TO WS-REJECT-REASON
               WHEN ACC-HELD
                   MOVE 'R008' TO WS-REJECT-REASON
               WHEN ACC-DORMANT
                   MOVE 'R011' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-NEW-BALANCE = ACC-BALANCE + WS-ADJ-AMOUNT
               PERFORM 7050-CHECK-OD-HEADROOM
                   THRU 7050-CHECK-OD-HEADROOM-EXIT
               IF WS-OVER-LIMIT
                   MOVE 'R005' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'ACCOUNT-MAINT: DIRECT DEBIT RETURNED - '
                   'REASON ' WS-REJECT-REASON ' ACCOUNT '
                   WS-ACC-NUMBER ' LOAN ' ATR-DD-LOAN-ACCT-NO
               PERFORM 7250-RETURN-DIRECT-DEBIT
                   THRU 7250-RETURN-DIRECT-DEBIT-EXIT
               GO TO 7200-DIRECT-DEBIT-EXIT
           END-IF

           MOVE WS-NEW-BALANCE TO ACC-BALANCE
           REWRITE ACCOUNT-RECORD
           MOVE WS-ACCOUNT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE ACCOUNT-RECORD' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX)
           PERFORM 8100-WRITE-TRAN-HISTORY
               THRU 8100-WRITE-TRAN-HISTORY-EXIT

      * The money is now out of the account, so the loan is paid in
      * the same run as any repayment received on PAYMTFIL.
           MOVE ATR-DD-CUSTOMER-ID  TO DP-CUSTOMER-ID
           MOVE ATR-DD-LOAN-ACCT-NO TO DP-LOAN-ACCT-NO
           MOVE ATR-DD-MONTH-NUM    TO DP-MONTH-NUM
           MOVE WS-REJECT-DATE-N    TO DP-PAYMENT-DATE
           MOVE WS-DD-AMOUNT        TO DP-AMOUNT
           WRITE DD-PAYMENT-RECORD
           MOVE WS-DDPAY-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE DD-PAYMENT'      TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1            TO WS-DD-TAKEN-COUNT
           ADD WS-DD-AMOUNT TO WS-DD-TAKEN-AMOUNT.

       7200-DIRECT-DEBIT-EXIT.
           EXIT.

      *================================================================
       7250-RETURN-DIRECT-DEBIT.
      *================================================================
      * A returned debit is a reject like any other, and also goes to
      * the failed-collection file collections work from.
           PERFORM 8000-REJECT-TRANSACTION
               THRU 8000-REJECT-TRANSACTION-EXIT

           MOVE SPACES              TO DD-FAILED-RECORD
           MOVE ATR-DD-CUSTOMER-ID  TO DF-CUSTOMER-ID
           MOVE ATR-DD-LOAN-ACCT-NO TO DF-LOAN-ACCT-NO
           MOVE ATR-DD-MONTH-NUM    TO DF-MONTH-NUM
           MOVE ATR-DD-DUE-DATE     TO DF-DUE-DATE
           MOVE WS-ACC-NUMBER       TO DF-ACC-NUMBER
           MOVE WS-DD-AMOUNT        TO DF-AMOUNT
           MOVE WS-REJECT-REASON    TO DF-REASON-CODE
           MOVE WS-REJECT-DATE-N    TO DF-RETURN-DATE
           WRITE DD-FAILED-RECORD
           MOVE WS-DDFAIL-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE DD-FAILED'       TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1            TO WS-DD-RETURN-COUNT
           ADD WS-DD-AMOUNT TO WS-DD-RETURN-AMOUNT.

       7250-RETURN-DIRECT-DEBIT-EXIT.
           EXIT.

      *================================================================
       7800-SET-OD-FACILITY.
      *================================================================
      * Credit's decision on an arranged overdraft: sets or changes
      * the account's limit, debit rate and expiry on the facility
      * file, or with a zero limit cancels the facility. Lowering a
      * limit below what is already drawn is allowed -- the excess
      * becomes unarranged and is reported and charged as such.
           PERFORM 1600-FIND-ACCOUNT
               THRU 1600-FIND-ACCOUNT-EXIT

           EVALUATE TRUE
               WHEN NOT WS-ACCOUNT-MATCHED
                   MOVE 'R002' TO WS-REJECT-REASON
               WHEN ACC-CLOSED
                   MOVE 'R003' TO WS-REJECT-REASON
               WHEN ACC-HELD
                   MOVE 'R008' TO WS-REJECT-REASON
               WHEN WS-ADJ-AMOUNT < ZEROS
                   MOVE 'R012' TO WS-REJECT-REASON
               WHEN WS-ADJ-AMOUNT > ZEROS
               AND (ATR-OD-DEBIT-RATE NOT NUMERIC
                    OR ATR-OD-DEBIT-RATE = ZEROS
                    OR ATR-OD-EXPIRY-DATE NOT NUMERIC
                    OR ATR-OD-APPROVER-ID = SPACES)
                   MOVE 'R012' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-REJECT-REASON
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
               MOVE 'N' TO WS-OD-FOUND-SW
               MOVE WS-ACC-NUMBER TO OD-ACC-NUMBER
               READ OD-FACILITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-OD-FOUND-SW
               END-READ
               IF WS-ADJ-AMOUNT = ZEROS AND NOT WS-OD-FOUND
                   MOVE 'R012' TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'ACCOUNT-MAINT: OVERDRAFT FACILITY REJECTED - '
                   'REASON ' WS-REJECT-REASON ' ACCOUNT '
                   WS-ACC-NUMBER
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 7800-SET-OD-FACILITY-EXIT
           END-IF

           IF WS-ADJ-AMOUNT = ZEROS
               MOVE 'C'                TO OD-STATUS
               MOVE ZEROS              TO OD-LIMIT
           ELSE
               IF NOT WS-OD-FOUND
                   MOVE SPACES         TO OD-FACILITY-RECORD
                   MOVE WS-ACC-NUMBER  TO OD-ACC-NUMBER
               END-IF
               MOVE 'A'                TO OD-STATUS
               MOVE WS-ADJ-AMOUNT      TO OD-LIMIT
               MOVE ATR-OD-DEBIT-RATE  TO OD-DEBIT-RATE
               MOVE ATR-OD-EXPIRY-DATE TO OD-EXPIRY-DATE
               MOVE ATR-OD-APPROVER-ID TO OD-APPROVER-ID
           END-IF
           MOVE WS-REJECT-DATE-N       TO OD-CHANGE-DATE

           IF WS-OD-FOUND
               REWRITE OD-FACILITY-RECORD
               MOVE 'REWRITE OD-FACILITY'  TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE OD-FACILITY-RECORD
               MOVE 'WRITE OD-FACILITY'    TO WS-CHECK-STATUS-OPER
           END-IF
           MOVE WS-ODFAC-STATUS            TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX)
           PERFORM 8100-WRITE-TRAN-HISTORY
               THRU 8100-WRITE-TRAN-HISTORY-EXIT.

       7800-SET-OD-FACILITY-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
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
               DISPLAY 'ACCOUNT-MAINT: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
               CLOSE REJECT-FILE
               CLOSE TRAN-HISTORY-FILE
               CLOSE HELD-REVIEW-FILE
               CLOSE DD-PAYMENT-FILE
               CLOSE DD-FAILED-FILE
               CLOSE OD-FACILITY-FILE
               CLOSE SORTED-ACCOUNT-FILE
               CLOSE BALANCE-REPORT
               STOP RUN

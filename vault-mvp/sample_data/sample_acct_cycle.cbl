      *             held account, so generating for one would only be
      *             reject noise and silently lost interest. The fee
      *             is charged to active accounts only.
      *             Overdrawn accounts are charged debit interest
      *             (type DI) for the cycle month named on the
      *             CYCLPERD card: each day's closing balance is
      *             rebuilt from the sorted TRAN-HISTORY, the part
      *             overdrawn within the ODFACIL arranged limit
      *             accrues at the facility's debit rate and any part
      *             beyond it at the REGPARMS OD-EXCESS-RATE. An
      *             account that went past its limit on any day of
      *             the month (active accounts only) also takes the
      *             REGPARMS OD-EXCESS-FEE unarranged-overdraft fee
      *             (type OF). Frozen accounts accept no debits and
      *             are left out of debit interest.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGPARM-STATUS.
           SELECT PERIOD-CARD-FILE
               ASSIGN TO CYCLPERD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT TRAN-HISTORY-FILE
               ASSIGN TO TRNHSRTD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OD-FACILITY-FILE
               ASSIGN TO ODFACIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OD-ACC-NUMBER
               FILE STATUS IS WS-ODFAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'REGPARM-REC'.

       FD  PERIOD-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CARD-RECORD.
           05  PC-CYCLE-PERIOD      PIC X(6).
           05  PC-CYCLE-MONTH REDEFINES PC-CYCLE-PERIOD.
               10  FILLER           PIC X(4).
               10  PC-MONTH-MM      PIC 9(2).
           05  FILLER               PIC X(74).

       FD  TRAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-HISTORY-RECORD.
           05  TH-APPLY-DATE        PIC 9(8).
           05  TH-APPLY-PERIOD REDEFINES TH-APPLY-DATE.
               10  TH-APPLY-YYYYMM  PIC 9(6).
               10  TH-APPLY-DD      PIC 9(2).
           05  TH-TRAN-IMAGE.
               10  TH-ACC-NUMBER    PIC X(10).
               10  TH-TRAN-TYPE     PIC X(2).
                   88  TH-MOVES-MONEY VALUES 'BA' 'IN' 'FE' 'DD'
                                             'DI' 'OF'.
               10  TH-HOLDER-NAME   PIC X(35).
               10  TH-COUNTRY       PIC X(2).
               10  TH-CURRENCY      PIC X(3).
               10  TH-AMOUNT        PIC S9(12)V99 COMP-3.
           05  FILLER               PIC X(12).

       FD  OD-FACILITY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY 'ODFACIL-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
       01  WS-CYCLE-PARAMETERS.
           05  WS-DEPOSIT-INT-RATE  PIC 9(3)V9(4) COMP-3 VALUE ZEROS.
           05  WS-MAINT-FEE-AMT     PIC 9(5)V99   COMP-3 VALUE ZEROS.
           05  WS-OD-EXCESS-RATE    PIC 9(3)V9(4) COMP-3 VALUE ZEROS.
           05  WS-OD-EXCESS-FEE     PIC 9(5)V99   COMP-3 VALUE ZEROS.

       01  WS-REGPARM-CONTROL.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-PARM-INT-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-FEE-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-XSRATE-SW    PIC X(1)     VALUE 'N'.
           05  WS-PARM-XSFEE-SW     PIC X(1)     VALUE 'N'.

      *----------------------------------------------------------------
      * CYCLE WORK AREA
           05  WS-INTEREST-AMOUNT   PIC S9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-FEE-AMOUNT        PIC S9(12)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * DEBIT INTEREST WORK AREA
      * The cycle month from the CYCLPERD card and its length, and for
      * the account in hand the money movements of each day of the
      * month plus everything applied after it. The month's opening
      * balance is backed out of the live master balance the same way
      * ACCT-STMT derives its opening figure; the daily walk then
      * rebuilds each day's closing balance. Accrual is carried to
      * eight places and rounded once for the posting.
      *----------------------------------------------------------------
       01  WS-DEBIT-INT-DATA.
           05  WS-CYCLE-PERIOD      PIC 9(6)     VALUE ZEROS.
           05  WS-CYCLE-PERIOD-X REDEFINES WS-CYCLE-PERIOD.
               10  WS-CYCLE-YYYY    PIC 9(4).
               10  WS-CYCLE-MM      PIC 9(2).
           05  WS-PERIOD-END-DATE   PIC 9(8)     VALUE ZEROS.
           05  WS-DAYS-IN-MONTH     PIC 9(2)     VALUE ZEROS.
           05  WS-LEAP-QUOTIENT     PIC 9(4) COMP VALUE ZEROS.
           05  WS-LEAP-REM-4        PIC 9(4) COMP VALUE ZEROS.
           05  WS-LEAP-REM-100      PIC 9(4) COMP VALUE ZEROS.
           05  WS-LEAP-REM-400      PIC 9(4) COMP VALUE ZEROS.
           05  WS-DAY-IDX           PIC 9(2) COMP VALUE ZEROS.
           05  WS-PERIOD-NET        PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-POST-PERIOD-NET   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-DAY-BALANCE       PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-OVERDRAWN-AMT     PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ARRANGED-AMT      PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-EXCESS-AMT        PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-OD-LIMIT          PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OD-DEBIT-RATE     PIC 9(3)V99  COMP-3 VALUE ZEROS.
           05  WS-DI-ACCRUAL        PIC 9(9)V9(8) COMP-3 VALUE ZEROS.
           05  WS-DEBIT-INT-AMOUNT  PIC S9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OVER-LIMIT-SW     PIC X(1)     VALUE 'N'.
               88  WS-WENT-OVER-LIMIT VALUE 'Y'.

       01  WS-DAY-NET-TABLE.
           05  WS-DAY-NET           OCCURS 31 TIMES
                                    PIC S9(13)V99 COMP-3.

       01  WS-MONTH-DAYS-DATA.
           05  FILLER               PIC X(24)
                                    VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
           05  WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(2).

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
           05  WS-FEE-COUNT         PIC 9(8) COMP VALUE ZEROS.
           05  WS-SKIPPED-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-HELD-SKIPPED      PIC 9(8) COMP VALUE ZEROS.
           05  WS-DEBIT-INT-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-OD-FEE-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-FROZEN-OD-SKIPPED PIC 9(8) COMP VALUE ZEROS.
           05  WS-ORPHAN-COUNT      PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-ACCOUNT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-TRAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-PERIOD-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-ODFAC-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-ACCOUNT-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-ACCOUNT-EOF   VALUE 'Y'.
           05  WS-HISTORY-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-EOF   VALUE 'Y'.
           05  WS-HISTORY-KEY       PIC X(10)    VALUE SPACES.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

      *================================================================
       0000-MAIN.
      *================================================================
      * One pass over the account master in key order against the
      * sorted transaction history, writing the month's IN, DI, FE
      * and OF transactions for ACCOUNT-MAINT to apply.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-REG-PARAMETERS
               THRU 0150-LOAD-REG-PARAMETERS-EXIT
           PERFORM 0170-LOAD-CYCLE-PERIOD
               THRU 0170-LOAD-CYCLE-PERIOD-EXIT
           PERFORM 0200-READ-ACCOUNT
               THRU 0200-READ-ACCOUNT-EXIT
           PERFORM 0300-READ-HISTORY
               THRU 0300-READ-HISTORY-EXIT
           PERFORM 1500-CYCLE-ONE-ACCOUNT
               THRU 1500-CYCLE-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCOUNT-EOF
           PERFORM 2600-DRAIN-ORPHAN-HISTORY
               THRU 2600-DRAIN-ORPHAN-HISTORY-EXIT
               UNTIL WS-HISTORY-EOF
           PERFORM 9100-PRINT-SUMMARY
               THRU 9100-PRINT-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'ACCTCYCL' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'ACCT-CYCLE: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'ACCT-CYCLE: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'ACCT-CYCLE: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           OPEN OUTPUT CYCLE-TRAN-FILE
           MOVE WS-TRAN-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CYCLE-TRAN'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT TRAN-HISTORY-FILE
           MOVE WS-HISTORY-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TRAN-HISTORY'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The facility file is required: without it every overdrawn
      * account would be charged as unarranged.
           OPEN INPUT OD-FACILITY-FILE
           MOVE WS-ODFAC-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN OD-FACILITY'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

           CLOSE REGPARM-FILE

           IF WS-PARM-INT-SW = 'N' OR WS-PARM-FEE-SW = 'N'
           OR WS-PARM-XSRATE-SW = 'N' OR WS-PARM-XSFEE-SW = 'N'
           OR WS-DEPOSIT-INT-RATE >= 50.00
           OR WS-OD-EXCESS-RATE >= 100.00
               DISPLAY 'ACCT-CYCLE: REGPARMS RATES OR FEES '
                   'MISSING OR INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                       WHEN 'MAINT-FEE-AMT'
                           MOVE PRM-VALUE-NUM TO WS-MAINT-FEE-AMT
                           MOVE 'Y' TO WS-PARM-FEE-SW
                       WHEN 'OD-EXCESS-RATE'
                           MOVE PRM-VALUE-NUM TO WS-OD-EXCESS-RATE
                           MOVE 'Y' TO WS-PARM-XSRATE-SW
                       WHEN 'OD-EXCESS-FEE'
                           MOVE PRM-VALUE-NUM TO WS-OD-EXCESS-FEE
                           MOVE 'Y' TO WS-PARM-XSFEE-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       0160-READ-REG-PARAMETER-EXIT.
           EXIT.

      *================================================================
       0170-LOAD-CYCLE-PERIOD.
      *================================================================
      * Reads the cycle month (YYYYMM) from the CYCLPERD control card,
      * same layout as the statement run's STMTPERD card, and works
      * out how many days it has for the debit-interest walk. A
      * missing or invalid card stops the run.
           OPEN INPUT PERIOD-CARD-FILE
           MOVE WS-PERIOD-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PERIOD-CARD'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           READ PERIOD-CARD-FILE
               AT END
                   MOVE SPACES TO PC-CYCLE-PERIOD
           END-READ
           CLOSE PERIOD-CARD-FILE

           IF PC-CYCLE-PERIOD NOT NUMERIC
           OR PC-MONTH-MM < 01 OR PC-MONTH-MM > 12
               DISPLAY 'ACCT-CYCLE: CYCLPERD PERIOD CARD MISSING OR '
                   'INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE PERIOD CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           MOVE PC-CYCLE-PERIOD TO WS-CYCLE-PERIOD
           MOVE WS-MONTH-DAYS (WS-CYCLE-MM) TO WS-DAYS-IN-MONTH
           IF WS-CYCLE-MM = 02
               DIVIDE WS-CYCLE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-CYCLE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-CYCLE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = ZEROS
               OR (WS-LEAP-REM-4 = ZEROS
                   AND WS-LEAP-REM-100 NOT = ZEROS)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF
           COMPUTE WS-PERIOD-END-DATE =
               WS-CYCLE-PERIOD * 100 + WS-DAYS-IN-MONTH

           DISPLAY 'ACCT-CYCLE: CYCLE PERIOD ' WS-CYCLE-PERIOD
               ' (' WS-DAYS-IN-MONTH ' DAYS)'.

       0170-LOAD-CYCLE-PERIOD-EXIT.
           EXIT.

      *================================================================
       0200-READ-ACCOUNT.
      *================================================================
       0200-READ-ACCOUNT-EXIT.
           EXIT.

      *================================================================
       0300-READ-HISTORY.
      *================================================================
           READ TRAN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   MOVE HIGH-VALUES TO WS-HISTORY-KEY
               NOT AT END
                   MOVE TH-ACC-NUMBER TO WS-HISTORY-KEY
           END-READ.

       0300-READ-HISTORY-EXIT.
           EXIT.

      *================================================================
       1500-CYCLE-ONE-ACCOUNT.
      *================================================================
      * accounts held for KYC -- nothing may move through a held
      * account until compliance releases it, so a generated posting
      * would only die R008 downstream. Interest is one twelfth of
      * the annual rate on the current balance; a zero or debit
      * balance earns nothing and writes nothing. The account's
      * history is consumed whatever its status, keeping the match
      * in step.
           MOVE ZEROS TO WS-PERIOD-NET
           MOVE ZEROS TO WS-POST-PERIOD-NET
           INITIALIZE WS-DAY-NET-TABLE
           PERFORM 1700-CONSUME-HISTORY-GROUP
               THRU 1700-CONSUME-HISTORY-GROUP-EXIT
               UNTIL WS-HISTORY-KEY > ACC-NUMBER

           EVALUATE TRUE
               WHEN ACC-CLOSED
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM 2000-GENERATE-INTEREST
                       THRU 2000-GENERATE-INTEREST-EXIT
                   PERFORM 2500-GENERATE-DEBIT-INTEREST
                       THRU 2500-GENERATE-DEBIT-INTEREST-EXIT
                   IF ACC-ACTIVE
                       PERFORM 3000-GENERATE-FEE
                           THRU 3000-GENERATE-FEE-EXIT
                       PERFORM 3500-GENERATE-OD-FEE
                           THRU 3500-GENERATE-OD-FEE-EXIT
                   END-IF
           END-EVALUATE

       1500-CYCLE-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
       1700-CONSUME-HISTORY-GROUP.
      *================================================================
      * Money movements for this account: those applied in the cycle
      * month land on their day, those applied after it feed the
      * post-period net; earlier history is passed over. A record
      * keyed below the current account belongs to no account on the
      * master and is counted as an orphan.
           IF WS-HISTORY-KEY < ACC-NUMBER
               ADD 1 TO WS-ORPHAN-COUNT
           END-IF
           IF WS-HISTORY-KEY = ACC-NUMBER
           AND TH-MOVES-MONEY
               IF TH-APPLY-YYYYMM > WS-CYCLE-PERIOD
                   ADD TH-AMOUNT TO WS-POST-PERIOD-NET
               END-IF
               IF TH-APPLY-YYYYMM = WS-CYCLE-PERIOD
               AND TH-APPLY-DD >= 01 AND TH-APPLY-DD <= 31
                   ADD TH-AMOUNT TO WS-PERIOD-NET
                   ADD TH-AMOUNT TO WS-DAY-NET (TH-APPLY-DD)
               END-IF
           END-IF

           PERFORM 0300-READ-HISTORY
               THRU 0300-READ-HISTORY-EXIT.

       1700-CONSUME-HISTORY-GROUP-EXIT.
           EXIT.

      *================================================================
       2000-GENERATE-INTEREST.
      *================================================================
       3000-GENERATE-FEE-EXIT.
           EXIT.

      *================================================================
       2500-GENERATE-DEBIT-INTEREST.
      *================================================================
      * Rebuilds each day's closing balance from the month's opening
      * balance and accrues on the overdrawn days: up to the arranged
      * limit at the facility's debit rate, beyond it at the REGPARMS
      * excess rate, both annual rates over a 365-day year. The limit
      * in force is the facility as it stands at the cycle's month
      * end. The over-limit switch drives the unarranged fee.
           MOVE 'N' TO WS-OVER-LIMIT-SW
           MOVE ZEROS TO WS-DI-ACCRUAL
           COMPUTE WS-DAY-BALANCE =
               ACC-BALANCE - WS-POST-PERIOD-NET - WS-PERIOD-NET

           PERFORM 2550-LOOKUP-OD-FACILITY
               THRU 2550-LOOKUP-OD-FACILITY-EXIT
           PERFORM 2560-ACCRUE-ONE-DAY
               THRU 2560-ACCRUE-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAYS-IN-MONTH

           COMPUTE WS-DEBIT-INT-AMOUNT ROUNDED = 0 - WS-DI-ACCRUAL
           IF WS-DEBIT-INT-AMOUNT < ZEROS
               IF ACC-FROZEN
                   ADD 1 TO WS-FROZEN-OD-SKIPPED
               ELSE
                   ADD 1 TO WS-DEBIT-INT-COUNT
                   MOVE ACC-NUMBER          TO ATR-ACC-NUMBER
                   MOVE 'DI'                 TO ATR-TRAN-TYPE
                   MOVE ACC-HOLDER-NAME     TO ATR-HOLDER-NAME
                   MOVE ACC-COUNTRY         TO ATR-COUNTRY
                   MOVE ACC-CURRENCY        TO ATR-CURRENCY
                   MOVE WS-DEBIT-INT-AMOUNT TO ATR-AMOUNT
                   PERFORM 2900-WRITE-CYCLE-TRAN
                       THRU 2900-WRITE-CYCLE-TRAN-EXIT
               END-IF
           END-IF.

       2500-GENERATE-DEBIT-INTEREST-EXIT.
           EXIT.

      *================================================================
       2550-LOOKUP-OD-FACILITY.
      *================================================================
      * An active facility not expired by the cycle's month end gives
      * the arranged limit and debit rate; otherwise the whole
      * overdrawn balance is unarranged.
           MOVE ZEROS TO WS-OD-LIMIT
           MOVE ZEROS TO WS-OD-DEBIT-RATE
           MOVE ACC-NUMBER TO OD-ACC-NUMBER
           READ OD-FACILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OD-ACTIVE
                   AND (OD-EXPIRY-DATE = ZEROS
                        OR OD-EXPIRY-DATE >= WS-PERIOD-END-DATE)
                       MOVE OD-LIMIT      TO WS-OD-LIMIT
                       MOVE OD-DEBIT-RATE TO WS-OD-DEBIT-RATE
                   END-IF
           END-READ.

       2550-LOOKUP-OD-FACILITY-EXIT.
           EXIT.

      *================================================================
       2560-ACCRUE-ONE-DAY.
      *================================================================
           ADD WS-DAY-NET (WS-DAY-IDX) TO WS-DAY-BALANCE
           IF WS-DAY-BALANCE < ZEROS
               COMPUTE WS-OVERDRAWN-AMT = 0 - WS-DAY-BALANCE
               IF WS-OVERDRAWN-AMT > WS-OD-LIMIT
                   MOVE WS-OD-LIMIT TO WS-ARRANGED-AMT
                   COMPUTE WS-EXCESS-AMT =
                       WS-OVERDRAWN-AMT - WS-OD-LIMIT
                   MOVE 'Y' TO WS-OVER-LIMIT-SW
               ELSE
                   MOVE WS-OVERDRAWN-AMT TO WS-ARRANGED-AMT
                   MOVE ZEROS TO WS-EXCESS-AMT
               END-IF
               COMPUTE WS-DI-ACCRUAL = WS-DI-ACCRUAL
                   + (WS-ARRANGED-AMT * WS-OD-DEBIT-RATE / 36500)
                   + (WS-EXCESS-AMT * WS-OD-EXCESS-RATE / 36500)
           END-IF.

       2560-ACCRUE-ONE-DAY-EXIT.
           EXIT.

      *================================================================
       2600-DRAIN-ORPHAN-HISTORY.
      *================================================================
      * History left once the master is exhausted belongs to no
      * account on file; counted so the run can be balanced.
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM 0300-READ-HISTORY
               THRU 0300-READ-HISTORY-EXIT.

       2600-DRAIN-ORPHAN-HISTORY-EXIT.
           EXIT.

      *================================================================
       3500-GENERATE-OD-FEE.
      *================================================================
      * One unarranged-overdraft fee for any month in which the
      * balance went beyond the arranged limit (or below zero with no
      * facility) at the close of any day.
           IF WS-WENT-OVER-LIMIT
           AND WS-OD-EXCESS-FEE > ZEROS
               ADD 1 TO WS-OD-FEE-COUNT
               MOVE ACC-NUMBER          TO ATR-ACC-NUMBER
               MOVE 'OF'                 TO ATR-TRAN-TYPE
               MOVE ACC-HOLDER-NAME     TO ATR-HOLDER-NAME
               MOVE ACC-COUNTRY         TO ATR-COUNTRY
               MOVE ACC-CURRENCY        TO ATR-CURRENCY
               COMPUTE WS-FEE-AMOUNT = 0 - WS-OD-EXCESS-FEE
               MOVE WS-FEE-AMOUNT       TO ATR-AMOUNT
               PERFORM 2900-WRITE-CYCLE-TRAN
                   THRU 2900-WRITE-CYCLE-TRAN-EXIT
           END-IF.

       3500-GENERATE-OD-FEE-EXIT.
           EXIT.

      *================================================================
       2900-WRITE-CYCLE-TRAN.
      *================================================================
               ' | INTEREST TRANS: ' WS-INTEREST-COUNT
               ' | FEE TRANS: ' WS-FEE-COUNT
               ' | CLOSED SKIPPED: ' WS-SKIPPED-COUNT
               ' | HELD SKIPPED: ' WS-HELD-SKIPPED
           DISPLAY 'ACCT-CYCLE OVERDRAFT | DEBIT INTEREST TRANS: '
               WS-DEBIT-INT-COUNT
               ' | UNARRANGED FEE TRANS: ' WS-OD-FEE-COUNT
               ' | FROZEN NOT CHARGED: ' WS-FROZEN-OD-SKIPPED
               ' | ORPHAN HISTORY RECORDS: ' WS-ORPHAN-COUNT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.
      *================================================================
           CLOSE ACCOUNT-FILE
           CLOSE CYCLE-TRAN-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE OD-FACILITY-FILE
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
               DISPLAY 'ACCT-CYCLE: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE CYCLE-TRAN-FILE
               CLOSE TRAN-HISTORY-FILE
               CLOSE OD-FACILITY-FILE
               STOP RUN
           END-IF.


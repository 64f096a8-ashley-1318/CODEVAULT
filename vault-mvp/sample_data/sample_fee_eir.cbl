      *================================================================
      * PROGRAM-ID: FEE-EIR
      * PURPOSE:    Deferred-fee subledger for the settlement fee
      *             SETTLE-SYS charges at disbursement. Under IFRS 9
      *             the fee is part of the loan's effective interest
      *             rate, so GL-EXTRACT credits it to the deferred-fee
      *             account rather than to income, and this program
      *             keeps the matching per-loan subledger (the FEEDEFR
      *             KSDS, keyed by customer and loan account) and
      *             releases it to income over the life of the loan.
      *             The FEEMODE control card selects the run:
      *             DEFER, the nightly pass that adds each CONFIRMED
      *             settlement's fee on tonight's SETTLE-LEDGER to its
      *             loan's deferred balance; or RELEASE, the month-end
      *             pass that releases each loan's share for the named
      *             YYYYMM period as balanced deferred-fee / fee-income
      *             journal pairs on the GL interface, with the same
      *             debits=credits trailer discipline as GL-EXTRACT.
      *             A loan's share follows the effective-interest
      *             pattern: the deferred balance is released in
      *             proportion to the period's scheduled interest over
      *             the interest still to be earned, so the fee runs
      *             off with the interest it adjusts and is fully
      *             released with the last installment. LOAN-PAYOFF and
      *             LOAN-WOFF accelerate the whole unamortized balance
      *             when a loan settles early or is written off. Every
      *             run ends with a reconciliation line proving the
      *             deferred balance plus fees released equals the fees
      *             collected. A missing FEEMODE card runs DEFER.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-EIR.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODE-CARD-FILE
               ASSIGN TO FEEMODE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.
           SELECT SETTLE-LEDGER
               ASSIGN TO SETTLEDG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT AMORT-FILE
               ASSIGN TO AMORTSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT FEE-DEFERRAL-FILE
               ASSIGN TO FEEDEFR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-DEFERRAL-STATUS.
           SELECT GL-INTERFACE-FILE
               ASSIGN TO GLINTF
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT FEE-REPORT
               ASSIGN TO FEERPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MODE-CARD-RECORD.
           05  MC-MODE              PIC X(8).
           05  FILLER               PIC X(1).
           05  MC-PERIOD            PIC X(6).
           05  FILLER               PIC X(65).

       FD  SETTLE-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  SETTLE-LEDGER-RECORD.
           05  SL-CUSTOMER-ID          PIC X(10).
           05  SL-LOAN-ACCT-NO         PIC X(10).
           05  SL-SWIFT-CODE           PIC X(11).
           05  SL-GROSS-AMOUNT         PIC 9(12)V99 COMP-3.
           05  SL-SETTLEMENT-FEE       PIC 9(9)V99  COMP-3.
           05  SL-NET-AMOUNT           PIC 9(12)V99 COMP-3.
           05  SL-SETTLEMENT-STATUS    PIC X(10).
           05  SL-SETTLEMENT-TIME      PIC 9(6).
           05  FILLER                 PIC X(1).

       FD  AMORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 72 CHARACTERS.
       01  AMORT-RECORD.
           05  AMORT-KEY.
               10  AMORT-CUSTOMER-ID   PIC X(10).
               10  AMORT-LOAN-ACCT-NO  PIC X(10).
               10  AMORT-MONTH-NUM     PIC 9(4).
           05  AMORT-BEGIN-BALANCE     PIC 9(12)V99 COMP-3.
           05  AMORT-INTEREST-PORTION  PIC 9(12)V99 COMP-3.
           05  AMORT-PRINCIPAL-PORTION PIC 9(12)V99 COMP-3.
           05  AMORT-END-BALANCE       PIC 9(12)V99 COMP-3.
           05  AMORT-DUE-DATE          PIC 9(8).
           05  AMORT-DUE-PERIOD REDEFINES AMORT-DUE-DATE.
               10  AMORT-DUE-YYYYMM    PIC 9(6).
               10  AMORT-DUE-DD        PIC 9(2).
           05  FILLER                 PIC X(8).

       FD  FEE-DEFERRAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'FEEDEFR-REC'.

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

       FD  FEE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  FEE-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * GL POSTING ACCOUNTS
      * FEEDEFRD is the deferred-fee liability GL-EXTRACT credits at
      * disbursement; every release moves its share to fee income.
      *----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-FEE-DEFERRED PIC X(8)     VALUE 'FEEDEFRD'.
           05  WS-ACCT-FEE-INCOME   PIC X(8)     VALUE 'FEEINCOM'.

      *----------------------------------------------------------------
      * RUN MODE AND RELEASE PERIOD (from the FEEMODE control card)
      *----------------------------------------------------------------
       01  WS-MODE-CONTROL.
           05  WS-RUN-MODE          PIC X(8)     VALUE 'DEFER'.
               88  WS-MODE-DEFER    VALUE 'DEFER'.
               88  WS-MODE-RELEASE  VALUE 'RELEASE'.
           05  WS-RELEASE-PERIOD    PIC 9(6)     VALUE ZEROS.

      *----------------------------------------------------------------
      * SUBLEDGER CONTROL ROW
      * The FEEDEFR row keyed on spaces records the last business date
      * the nightly build applied and the last period released, so a
      * rerun can never defer the same ledger twice or release the
      * same month twice.
      *----------------------------------------------------------------
       01  WS-SUBLEDGER-CONTROL.
           05  WS-CTL-ON-FILE-SW    PIC X(1)     VALUE 'N'.
               88  WS-CTL-ON-FILE   VALUE 'Y'.
           05  WS-LAST-BUILD-DATE   PIC 9(8)     VALUE ZEROS.
           05  WS-LAST-RELEASE-PERIOD PIC 9(6)   VALUE ZEROS.
           05  WS-RUN-REFUSED-SW    PIC X(1)     VALUE 'N'.
               88  WS-RUN-REFUSED   VALUE 'Y'.

       01  WS-LOAN-KEY.
           05  WS-LK-CUSTOMER-ID    PIC X(10)    VALUE SPACES.
           05  WS-LK-LOAN-ACCT      PIC X(10)    VALUE SPACES.

      *----------------------------------------------------------------
      * EFFECTIVE-INTEREST RELEASE WORK AREA (per loan)
      *----------------------------------------------------------------
       01  WS-RELEASE-DATA.
           05  WS-PERIOD-INTEREST   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-REMAIN-INTEREST   PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-RELEASE-AMOUNT    PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SCHED-DONE-SW     PIC X(1)     VALUE 'N'.
               88  WS-SCHED-DONE    VALUE 'Y'.

      *----------------------------------------------------------------
      * POSTING WORK AREA AND BALANCING TOTALS
      * 7100-WRITE-JOURNAL posts one leg from WS-JRNL-*; the totals
      * prove the interface balances before the trailer is written.
      *----------------------------------------------------------------
       01  WS-POSTING-DATA.
           05  WS-POST-DATE-N       PIC 9(8)     VALUE ZEROS.
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
      * SUBLEDGER RECONCILIATION TOTALS
      * Fees collected must equal the deferred balance still held plus
      * everything released to income, scheduled or accelerated.
      *----------------------------------------------------------------
       01  WS-RECONCILIATION.
           05  WS-REC-COLLECTED     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-REC-DEFERRED      PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-REC-RELEASED      PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-REC-PROOF         PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-REC-LOANS         PIC 9(8) COMP VALUE ZEROS.
           05  WS-REC-AMORTIZING    PIC 9(8) COMP VALUE ZEROS.
           05  WS-REC-CLOSED        PIC 9(8) COMP VALUE ZEROS.
           05  WS-REC-ACCEL-PAYOFF  PIC 9(8) COMP VALUE ZEROS.
           05  WS-REC-ACCEL-WOFF    PIC 9(8) COMP VALUE ZEROS.
           05  WS-REC-BROKEN        PIC 9(8) COMP VALUE ZEROS.
           05  WS-REC-EOF-SW        PIC X(1)     VALUE 'N'.
               88  WS-REC-EOF       VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-LEDGER-READ       PIC 9(8) COMP VALUE ZEROS.
           05  WS-FEES-DEFERRED     PIC 9(8) COMP VALUE ZEROS.
           05  WS-NEW-DEFERRALS     PIC 9(8) COMP VALUE ZEROS.
           05  WS-REOPENED          PIC 9(8) COMP VALUE ZEROS.
           05  WS-DEFERRED-AMOUNT   PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LOANS-RELEASED    PIC 9(8) COMP VALUE ZEROS.
           05  WS-LOANS-CLOSED      PIC 9(8) COMP VALUE ZEROS.
           05  WS-LOANS-NOT-DUE     PIC 9(8) COMP VALUE ZEROS.
           05  WS-RELEASED-AMOUNT   PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-2-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-3-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZ,ZZZ,ZZ9 VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-MODE-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-LEDGER-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-DEFERRAL-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-GL-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-LEDGER-EOF-SWITCH PIC X(1)     VALUE 'N'.
               88  WS-LEDGER-EOF    VALUE 'Y'.
           05  WS-DEFERRAL-EOF-SW   PIC X(1)     VALUE 'N'.
               88  WS-DEFERRAL-EOF  VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * DEFER mode folds tonight's settlement fees into the subledger;
      * RELEASE mode posts the month's effective-interest release and
      * closes the interface with its balancing trailer. Either way
      * the run ends by reconciling the whole subledger.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0050-LOAD-MODE-CARD
               THRU 0050-LOAD-MODE-CARD-EXIT
           MOVE RCL-BUSINESS-DATE TO WS-RUN-DATE-N
           IF WS-RUN-DATE-N = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           END-IF
           MOVE WS-RUN-DATE-N TO WS-POST-DATE-N
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-READ-CONTROL-RECORD
               THRU 0200-READ-CONTROL-RECORD-EXIT

           IF WS-MODE-RELEASE
               PERFORM 5000-RUN-RELEASE-MODE
                   THRU 5000-RUN-RELEASE-MODE-EXIT
           ELSE
               PERFORM 1000-RUN-DEFER-MODE
                   THRU 1000-RUN-DEFER-MODE-EXIT
           END-IF

           PERFORM 6000-RECONCILE-SUBLEDGER
               THRU 6000-RECONCILE-SUBLEDGER-EXIT
           IF WS-MODE-RELEASE
               PERFORM 8000-WRITE-TRAILER
                   THRU 8000-WRITE-TRAILER-EXIT
           END-IF
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
           MOVE 'FEEEIR  ' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'FEE-EIR: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'FEE-EIR: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'FEE-EIR: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0050-LOAD-MODE-CARD.
      *================================================================
      * Reads the FEEMODE card, same layout as GL-EXTRACT's GLMODE
      * card. No card means DEFER, the nightly build. RELEASE must
      * name the YYYYMM period to release; releasing "whatever month
      * it is" would double-release a rerun that slips past midnight.
           OPEN INPUT MODE-CARD-FILE
           IF WS-MODE-STATUS = '00'
               READ MODE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-MODE NOT = SPACES
                           MOVE MC-MODE TO WS-RUN-MODE
                       END-IF
                       IF MC-PERIOD IS NUMERIC
                           MOVE MC-PERIOD TO WS-RELEASE-PERIOD
                       END-IF
               END-READ
               CLOSE MODE-CARD-FILE
           END-IF

           IF NOT WS-MODE-DEFER AND NOT WS-MODE-RELEASE
               DISPLAY 'FEE-EIR: UNRECOGNIZED FEEMODE CARD '
                   WS-RUN-MODE ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE FEEMODE CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           IF WS-MODE-RELEASE
           AND (WS-RELEASE-PERIOD < 190001
             OR WS-RELEASE-PERIOD > 299912)
               DISPLAY 'FEE-EIR: RELEASE PERIOD MISSING OR '
                   'INVALID ON FEEMODE CARD - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE FEEMODE CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF.

       0050-LOAD-MODE-CARD-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
      * A missing FEEDEFR KSDS (the very first run) is created empty
      * rather than failing the batch, same as LOAN-WOFF's WOFFMAST
      * handling. The ledger is read only by the nightly build; the
      * schedule and the GL interface only by the month-end release.
           OPEN I-O FEE-DEFERRAL-FILE
           IF WS-DEFERRAL-STATUS = '35'
               OPEN OUTPUT FEE-DEFERRAL-FILE
               CLOSE FEE-DEFERRAL-FILE
               OPEN I-O FEE-DEFERRAL-FILE
           END-IF
           MOVE WS-DEFERRAL-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN FEE-DEFERRAL'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           IF WS-MODE-RELEASE
               OPEN INPUT AMORT-FILE
               MOVE WS-AMORT-STATUS      TO WS-CHECK-STATUS-CODE
               MOVE 'OPEN AMORT-FILE'    TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT

               OPEN OUTPUT GL-INTERFACE-FILE
               MOVE WS-GL-STATUS         TO WS-CHECK-STATUS-CODE
               MOVE 'OPEN GL-INTERFACE'  TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           ELSE
               OPEN INPUT SETTLE-LEDGER
               MOVE WS-LEDGER-STATUS     TO WS-CHECK-STATUS-CODE
               MOVE 'OPEN SETTLE-LEDGER' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           OPEN OUTPUT FEE-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN FEE-REPORT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           STRING 'FEE-EIR DEFERRED-FEE SUBLEDGER | MODE: '
                      DELIMITED SIZE
                  WS-RUN-MODE       DELIMITED SPACE
                  ' | RUN DATE: '   DELIMITED SIZE
                  WS-RUN-DATE-N     DELIMITED SIZE
                  ' | PERIOD: '     DELIMITED SIZE
                  WS-RELEASE-PERIOD DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0200-READ-CONTROL-RECORD.
      *================================================================
           MOVE SPACES TO FEC-KEY
           READ FEE-DEFERRAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CTL-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CTL-ON-FILE-SW
                   MOVE FEC-LAST-BUILD-DATE TO WS-LAST-BUILD-DATE
                   MOVE FEC-LAST-RELEASE-PERIOD
                       TO WS-LAST-RELEASE-PERIOD
           END-READ.

       0200-READ-CONTROL-RECORD-EXIT.
           EXIT.

      *================================================================
       0250-SAVE-CONTROL-RECORD.
      *================================================================
      * Written only once a mode has run to completion, so a run that
      * stops part-way leaves the control row pointing at the last
      * good build and release.
           MOVE SPACES                 TO FEE-DEFERRAL-CONTROL
           MOVE SPACES                 TO FEC-KEY
           MOVE WS-LAST-BUILD-DATE     TO FEC-LAST-BUILD-DATE
           MOVE WS-LAST-RELEASE-PERIOD TO FEC-LAST-RELEASE-PERIOD
           IF WS-CTL-ON-FILE
               REWRITE FEE-DEFERRAL-CONTROL
               MOVE 'REWRITE FEE-DEFR CONTROL'
                   TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE FEE-DEFERRAL-CONTROL
               MOVE 'WRITE FEE-DEFR CONTROL'
                   TO WS-CHECK-STATUS-OPER
               MOVE 'Y' TO WS-CTL-ON-FILE-SW
           END-IF
           MOVE WS-DEFERRAL-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       0250-SAVE-CONTROL-RECORD-EXIT.
           EXIT.

      *================================================================
       0300-READ-LEDGER-RECORD.
      *================================================================
           READ SETTLE-LEDGER
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LEDGER-READ
           END-READ.

       0300-READ-LEDGER-RECORD-EXIT.
           EXIT.

      *================================================================
       1000-RUN-DEFER-MODE.
      *================================================================
      * Tonight's ledger is applied once: a rerun on the same business
      * date finds the build already recorded on the control row and
      * leaves the subledger alone, because GL-EXTRACT's deferral
      * credit for those items is already in the interface.
           IF WS-LAST-BUILD-DATE = WS-RUN-DATE-N
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               DISPLAY 'FEE-EIR: SUBLEDGER ALREADY BUILT FOR '
                   WS-RUN-DATE-N ' - LEDGER NOT APPLIED AGAIN'
               STRING 'BUILD REFUSED | SUBLEDGER ALREADY BUILT FOR '
                          DELIMITED SIZE
                      WS-RUN-DATE-N DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
               IF 5602 > WS-RETURN-CODE
                   MOVE 5602 TO WS-RETURN-CODE
               END-IF
               GO TO 1000-RUN-DEFER-MODE-EXIT
           END-IF

           PERFORM 0300-READ-LEDGER-RECORD
               THRU 0300-READ-LEDGER-RECORD-EXIT
           PERFORM 1100-DEFER-ONE-ITEM
               THRU 1100-DEFER-ONE-ITEM-EXIT
               UNTIL WS-LEDGER-EOF

           MOVE WS-RUN-DATE-N TO WS-LAST-BUILD-DATE
           PERFORM 0250-SAVE-CONTROL-RECORD
               THRU 0250-SAVE-CONTROL-RECORD-EXIT.

       1000-RUN-DEFER-MODE-EXIT.
           EXIT.

      *================================================================
       1100-DEFER-ONE-ITEM.
      *================================================================
      * Same selection as GL-EXTRACT's settlement posting rule: only a
      * CONFIRMED item moved money and charged its fee tonight. A
      * ledger row from before the loan account number existed
      * carries blanks there and falls back to the customer ID,
      * matching the schedule-side convention.
           IF SL-SETTLEMENT-STATUS NOT = 'CONFIRMED'
           OR SL-SETTLEMENT-FEE = ZEROS
               GO TO 1100-READ-NEXT
           END-IF

           MOVE SL-CUSTOMER-ID TO WS-LK-CUSTOMER-ID
           IF SL-LOAN-ACCT-NO = SPACES
               MOVE SL-CUSTOMER-ID  TO WS-LK-LOAN-ACCT
           ELSE
               MOVE SL-LOAN-ACCT-NO TO WS-LK-LOAN-ACCT
           END-IF

           ADD 1 TO WS-FEES-DEFERRED
           ADD SL-SETTLEMENT-FEE TO WS-DEFERRED-AMOUNT
           MOVE WS-LOAN-KEY TO FE-KEY
           READ FEE-DEFERRAL-FILE
               INVALID KEY
                   PERFORM 1200-NEW-DEFERRAL
                       THRU 1200-NEW-DEFERRAL-EXIT
               NOT INVALID KEY
                   PERFORM 1300-ADD-TO-DEFERRAL
                       THRU 1300-ADD-TO-DEFERRAL-EXIT
           END-READ.

       1100-READ-NEXT.
           PERFORM 0300-READ-LEDGER-RECORD
               THRU 0300-READ-LEDGER-RECORD-EXIT.

       1100-DEFER-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
       1200-NEW-DEFERRAL.
      *================================================================
           ADD 1 TO WS-NEW-DEFERRALS
           MOVE SPACES            TO FEE-DEFERRAL-RECORD
           MOVE WS-LOAN-KEY       TO FE-KEY
           MOVE 'A'               TO FE-STATUS
           MOVE SL-SETTLEMENT-FEE TO FE-FEE-COLLECTED
           MOVE ZEROS             TO FE-FEE-RELEASED
           MOVE SL-SETTLEMENT-FEE TO FE-FEE-DEFERRED
           MOVE WS-RUN-DATE-N     TO FE-FIRST-FEE-DATE
           MOVE WS-RUN-DATE-N     TO FE-LAST-FEE-DATE
           MOVE ZEROS             TO FE-LAST-RELEASE-PERIOD
           MOVE ZEROS             TO FE-CLOSE-DATE
           WRITE FEE-DEFERRAL-RECORD
           MOVE WS-DEFERRAL-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE FEE-DEFERRAL' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       1200-NEW-DEFERRAL-EXIT.
           EXIT.

      *================================================================
       1300-ADD-TO-DEFERRAL.
      *================================================================
      * A further disbursement on a loan already on the subledger
      * (a top-up, or a loan re-drawn after its fee had fully run off)
      * adds to the same deferred balance and puts the loan back into
      * amortization.
           IF NOT FE-AMORTIZING
               ADD 1 TO WS-REOPENED
               MOVE 'A'   TO FE-STATUS
               MOVE ZEROS TO FE-CLOSE-DATE
           END-IF
           ADD SL-SETTLEMENT-FEE TO FE-FEE-COLLECTED
           ADD SL-SETTLEMENT-FEE TO FE-FEE-DEFERRED
           MOVE WS-RUN-DATE-N    TO FE-LAST-FEE-DATE
           REWRITE FEE-DEFERRAL-RECORD
           MOVE WS-DEFERRAL-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE FEE-DEFERRAL' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       1300-ADD-TO-DEFERRAL-EXIT.
           EXIT.

      *================================================================
       5000-RUN-RELEASE-MODE.
      *================================================================
      * One pass over the subledger in key order. A period at or
      * before the last one released is refused outright -- its
      * journals are already in a prior month-end interface.
           IF WS-RELEASE-PERIOD NOT > WS-LAST-RELEASE-PERIOD
               MOVE 'Y' TO WS-RUN-REFUSED-SW
               DISPLAY 'FEE-EIR: PERIOD ' WS-RELEASE-PERIOD
                   ' NOT AFTER LAST RELEASED PERIOD '
                   WS-LAST-RELEASE-PERIOD ' - NOTHING RELEASED'
               STRING 'RELEASE REFUSED | PERIOD ' DELIMITED SIZE
                      WS-RELEASE-PERIOD DELIMITED SIZE
                      ' ALREADY RELEASED (LAST: ' DELIMITED SIZE
                      WS-LAST-RELEASE-PERIOD DELIMITED SIZE
                      ')' DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
               IF 5603 > WS-RETURN-CODE
                   MOVE 5603 TO WS-RETURN-CODE
               END-IF
               GO TO 5000-RUN-RELEASE-MODE-EXIT
           END-IF

           MOVE 'N'    TO WS-DEFERRAL-EOF-SW
           MOVE SPACES TO FE-KEY
           START FEE-DEFERRAL-FILE KEY > FE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DEFERRAL-EOF-SW
           END-START

           PERFORM 5100-RELEASE-ONE-LOAN
               THRU 5100-RELEASE-ONE-LOAN-EXIT
               UNTIL WS-DEFERRAL-EOF

           MOVE WS-RELEASE-PERIOD TO WS-LAST-RELEASE-PERIOD
           PERFORM 0250-SAVE-CONTROL-RECORD
               THRU 0250-SAVE-CONTROL-RECORD-EXIT.

       5000-RUN-RELEASE-MODE-EXIT.
           EXIT.

      *================================================================
       5100-RELEASE-ONE-LOAN.
      *================================================================
      * Only a loan still amortizing with a balance left has anything
      * to release; closed and accelerated rows are history.
           READ FEE-DEFERRAL-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-DEFERRAL-EOF-SW
                   GO TO 5100-RELEASE-ONE-LOAN-EXIT
           END-READ

           IF NOT FE-AMORTIZING OR FE-FEE-DEFERRED = ZEROS
               GO TO 5100-RELEASE-ONE-LOAN-EXIT
           END-IF

           PERFORM 5200-SUM-SCHEDULE-INTEREST
               THRU 5200-SUM-SCHEDULE-INTEREST-EXIT
           PERFORM 5300-COMPUTE-RELEASE
               THRU 5300-COMPUTE-RELEASE-EXIT

           IF WS-RELEASE-AMOUNT > ZEROS
               PERFORM 5400-POST-RELEASE
                   THRU 5400-POST-RELEASE-EXIT
           END-IF.

       5100-RELEASE-ONE-LOAN-EXIT.
           EXIT.

      *================================================================
       5200-SUM-SCHEDULE-INTEREST.
      *================================================================
      * One keyed START on the schedule for the loan: the interest
      * portion of the installment(s) due in the release period, and
      * the interest portion of every installment due in or after it
      * -- the interest the fee still has to be spread across.
           MOVE FE-KEY TO WS-LOAN-KEY
           MOVE ZEROS  TO WS-PERIOD-INTEREST
           MOVE ZEROS  TO WS-REMAIN-INTEREST
           MOVE 'N'    TO WS-SCHED-DONE-SW
           MOVE WS-LK-CUSTOMER-ID TO AMORT-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT   TO AMORT-LOAN-ACCT-NO
           MOVE ZEROS             TO AMORT-MONTH-NUM
           START AMORT-FILE KEY >= AMORT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-DONE-SW
           END-START

           PERFORM 5210-SUM-ONE-LINE
               THRU 5210-SUM-ONE-LINE-EXIT
               UNTIL WS-SCHED-DONE.

       5200-SUM-SCHEDULE-INTEREST-EXIT.
           EXIT.

      *================================================================
       5210-SUM-ONE-LINE.
      *================================================================
           READ AMORT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCHED-DONE-SW
               NOT AT END
                   IF AMORT-CUSTOMER-ID = WS-LK-CUSTOMER-ID
                   AND AMORT-LOAN-ACCT-NO = WS-LK-LOAN-ACCT
                       IF AMORT-DUE-DATE IS NUMERIC
                       AND AMORT-DUE-YYYYMM NOT < WS-RELEASE-PERIOD
                           ADD AMORT-INTEREST-PORTION
                               TO WS-REMAIN-INTEREST
                           IF AMORT-DUE-YYYYMM = WS-RELEASE-PERIOD
                               ADD AMORT-INTEREST-PORTION
                                   TO WS-PERIOD-INTEREST
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-SCHED-DONE-SW
                   END-IF
           END-READ.

       5210-SUM-ONE-LINE-EXIT.
           EXIT.

      *================================================================
       5300-COMPUTE-RELEASE.
      *================================================================
      * Release = deferred balance x period interest / interest still
      * to be earned, so the final installment releases exactly what
      * is left. No interest left to earn (the schedule has run off,
      * or has been archived after the loan paid down) releases the
      * whole balance; a loan with no installment due this period
      * releases nothing yet.
           EVALUATE TRUE
               WHEN WS-REMAIN-INTEREST = ZEROS
                   MOVE FE-FEE-DEFERRED TO WS-RELEASE-AMOUNT
               WHEN WS-PERIOD-INTEREST = ZEROS
                   MOVE ZEROS TO WS-RELEASE-AMOUNT
                   ADD 1 TO WS-LOANS-NOT-DUE
               WHEN OTHER
                   COMPUTE WS-RELEASE-AMOUNT ROUNDED =
                       FE-FEE-DEFERRED * WS-PERIOD-INTEREST
                           / WS-REMAIN-INTEREST
                   IF WS-RELEASE-AMOUNT > FE-FEE-DEFERRED
                       MOVE FE-FEE-DEFERRED TO WS-RELEASE-AMOUNT
                   END-IF
           END-EVALUATE.

       5300-COMPUTE-RELEASE-EXIT.
           EXIT.

      *================================================================
       5400-POST-RELEASE.
      *================================================================
      * Balanced pair DR deferred fees / CR fee income, then the
      * subledger row moves by the same amount; a row released to
      * zero is closed.
           ADD 1 TO WS-LOANS-RELEASED
           ADD WS-RELEASE-AMOUNT TO WS-RELEASED-AMOUNT
           MOVE FE-CUSTOMER-ID      TO WS-JRNL-CUSTOMER

           MOVE WS-ACCT-FEE-DEFERRED TO WS-JRNL-ACCOUNT
           MOVE 'DR'                 TO WS-JRNL-DR-CR
           MOVE WS-RELEASE-AMOUNT   TO WS-JRNL-AMOUNT
           MOVE 'EIR FEE RELEASE'    TO WS-JRNL-DESCRIPTION
           PERFORM 7100-WRITE-JOURNAL
               THRU 7100-WRITE-JOURNAL-EXIT

           MOVE WS-ACCT-FEE-INCOME  TO WS-JRNL-ACCOUNT
           MOVE 'CR'                 TO WS-JRNL-DR-CR
           MOVE WS-RELEASE-AMOUNT   TO WS-JRNL-AMOUNT
           MOVE 'EIR FEE INCOME'     TO WS-JRNL-DESCRIPTION
           PERFORM 7100-WRITE-JOURNAL
               THRU 7100-WRITE-JOURNAL-EXIT

           ADD WS-RELEASE-AMOUNT      TO FE-FEE-RELEASED
           SUBTRACT WS-RELEASE-AMOUNT FROM FE-FEE-DEFERRED
           MOVE WS-RELEASE-PERIOD     TO FE-LAST-RELEASE-PERIOD
           IF FE-FEE-DEFERRED = ZEROS
               ADD 1 TO WS-LOANS-CLOSED
               MOVE 'C'           TO FE-STATUS
               MOVE WS-RUN-DATE-N TO FE-CLOSE-DATE
           END-IF
           REWRITE FEE-DEFERRAL-RECORD
           MOVE WS-DEFERRAL-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE FEE-DEFERRAL' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           MOVE WS-RELEASE-AMOUNT TO WS-AMOUNT-ED
           MOVE FE-FEE-DEFERRED   TO WS-AMOUNT-2-ED
           STRING 'RELEASED | CUST:' DELIMITED SIZE
                  FE-CUSTOMER-ID     DELIMITED SIZE
                  ' | ACCT:'         DELIMITED SIZE
                  FE-LOAN-ACCT-NO    DELIMITED SIZE
                  ' | TO INCOME:'    DELIMITED SIZE
                  WS-AMOUNT-ED       DELIMITED SIZE
                  ' | STILL DEFERRED:' DELIMITED SIZE
                  WS-AMOUNT-2-ED     DELIMITED SIZE
                  ' | STATUS:'       DELIMITED SIZE
                  FE-STATUS          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5400-POST-RELEASE-EXIT.
           EXIT.

      *================================================================
       6000-RECONCILE-SUBLEDGER.
      *================================================================
      * Walks every loan row (the control row keyed on spaces sorts
      * ahead of them and is skipped by the START) and proves fees
      * collected = deferred balance + fees released, loan by loan
      * and in total. The deferred total is also the balance the
      * FEEDEFRD GL account should carry.
           MOVE 'N'    TO WS-REC-EOF-SW
           MOVE SPACES TO FE-KEY
           START FEE-DEFERRAL-FILE KEY > FE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REC-EOF-SW
           END-START

           PERFORM 6100-RECONCILE-ONE-LOAN
               THRU 6100-RECONCILE-ONE-LOAN-EXIT
               UNTIL WS-REC-EOF

           COMPUTE WS-REC-PROOF = WS-REC-DEFERRED + WS-REC-RELEASED
           MOVE WS-REC-COLLECTED TO WS-AMOUNT-ED
           MOVE WS-REC-DEFERRED  TO WS-AMOUNT-2-ED
           MOVE WS-REC-RELEASED  TO WS-AMOUNT-3-ED
           MOVE WS-REC-LOANS     TO WS-COUNT-ED
           STRING 'RECONCILIATION | LOANS:' DELIMITED SIZE
                  WS-COUNT-ED       DELIMITED SIZE
                  ' | FEES COLLECTED:' DELIMITED SIZE
                  WS-AMOUNT-ED      DELIMITED SIZE
                  ' = DEFERRED:'    DELIMITED SIZE
                  WS-AMOUNT-2-ED    DELIMITED SIZE
                  ' + RELEASED:'    DELIMITED SIZE
                  WS-AMOUNT-3-ED    DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-REC-PROOF = WS-REC-COLLECTED
           AND WS-REC-BROKEN = ZEROS
               MOVE 'RECONCILIATION BALANCED' TO WS-REPORT-LINE
           ELSE
               MOVE WS-REC-BROKEN TO WS-COUNT-ED
               STRING 'RECONCILIATION OUT OF BALANCE | LOANS NOT '
                          DELIMITED SIZE
                      'PROVING:' DELIMITED SIZE
                      WS-COUNT-ED DELIMITED SIZE
                   INTO WS-REPORT-LINE
               DISPLAY 'FEE-EIR: SUBLEDGER DOES NOT RECONCILE - '
                   'COLLECTED NOT EQUAL DEFERRED PLUS RELEASED'
               IF 5601 > WS-RETURN-CODE
                   MOVE 5601 TO WS-RETURN-CODE
               END-IF
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       6000-RECONCILE-SUBLEDGER-EXIT.
           EXIT.

      *================================================================
       6100-RECONCILE-ONE-LOAN.
      *================================================================
           READ FEE-DEFERRAL-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-REC-EOF-SW
                   GO TO 6100-RECONCILE-ONE-LOAN-EXIT
           END-READ

           ADD 1 TO WS-REC-LOANS
           ADD FE-FEE-COLLECTED TO WS-REC-COLLECTED
           ADD FE-FEE-DEFERRED  TO WS-REC-DEFERRED
           ADD FE-FEE-RELEASED  TO WS-REC-RELEASED
           EVALUATE TRUE
               WHEN FE-AMORTIZING
                   ADD 1 TO WS-REC-AMORTIZING
               WHEN FE-FULLY-RELEASED
                   ADD 1 TO WS-REC-CLOSED
               WHEN FE-ACCEL-PAYOFF
                   ADD 1 TO WS-REC-ACCEL-PAYOFF
               WHEN FE-ACCEL-WRITEOFF
                   ADD 1 TO WS-REC-ACCEL-WOFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF FE-FEE-COLLECTED NOT =
               FE-FEE-DEFERRED + FE-FEE-RELEASED
               ADD 1 TO WS-REC-BROKEN
               MOVE FE-FEE-COLLECTED TO WS-AMOUNT-ED
               MOVE FE-FEE-DEFERRED  TO WS-AMOUNT-2-ED
               MOVE FE-FEE-RELEASED  TO WS-AMOUNT-3-ED
               STRING 'DOES NOT PROVE | CUST:' DELIMITED SIZE
                      FE-CUSTOMER-ID    DELIMITED SIZE
                      ' | ACCT:'        DELIMITED SIZE
                      FE-LOAN-ACCT-NO   DELIMITED SIZE
                      ' | COLLECTED:'   DELIMITED SIZE
                      WS-AMOUNT-ED      DELIMITED SIZE
                      ' | DEFERRED:'    DELIMITED SIZE
                      WS-AMOUNT-2-ED    DELIMITED SIZE
                      ' | RELEASED:'    DELIMITED SIZE
                      WS-AMOUNT-3-ED    DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF.

       6100-RECONCILE-ONE-LOAN-EXIT.
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
           MOVE WS-POST-DATE-N      TO GLI-POST-DATE
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
           MOVE SPACES              TO GL-INTERFACE-RECORD
           MOVE 'T'                  TO GLT-RECORD-TYPE
           MOVE WS-JOURNAL-COUNT    TO GLT-JOURNAL-COUNT
           MOVE WS-TOTAL-DEBITS     TO GLT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS    TO GLT-TOTAL-CREDITS

           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'Y' TO GLT-BALANCED-FLAG
           ELSE
               MOVE 'N' TO GLT-BALANCED-FLAG
               DISPLAY 'FEE-EIR: INTERFACE OUT OF BALANCE - '
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
       9100-PRINT-SUMMARY.
      *================================================================
           IF WS-MODE-RELEASE
               DISPLAY 'FEE-EIR RELEASE SUMMARY | PERIOD: '
                   WS-RELEASE-PERIOD
                   ' | LOANS RELEASED: ' WS-LOANS-RELEASED
                   ' | FULLY RELEASED: ' WS-LOANS-CLOSED
                   ' | NOTHING DUE: ' WS-LOANS-NOT-DUE
                   ' | JOURNALS: ' WS-JOURNAL-COUNT
           ELSE
               DISPLAY 'FEE-EIR DEFER SUMMARY | LEDGER ITEMS: '
                   WS-LEDGER-READ
                   ' | FEES DEFERRED: ' WS-FEES-DEFERRED
                   ' | NEW LOANS: ' WS-NEW-DEFERRALS
                   ' | REOPENED: ' WS-REOPENED
           END-IF
           DISPLAY 'FEE-EIR SUBLEDGER | LOANS: ' WS-REC-LOANS
               ' | AMORTIZING: ' WS-REC-AMORTIZING
               ' | RELEASED: ' WS-REC-CLOSED
               ' | ACCELERATED PAYOFF: ' WS-REC-ACCEL-PAYOFF
               ' | ACCELERATED WRITE-OFF: ' WS-REC-ACCEL-WOFF
               ' | NOT PROVING: ' WS-REC-BROKEN.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           IF WS-MODE-RELEASE
               CLOSE AMORT-FILE
               CLOSE GL-INTERFACE-FILE
           ELSE
               CLOSE SETTLE-LEDGER
           END-IF
           CLOSE FEE-DEFERRAL-FILE
           CLOSE FEE-REPORT
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
               DISPLAY 'FEE-EIR: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE FEE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE FEE-REPORT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. A subledger half updated against
      * an interface that will not load is the worst outcome, so any
      * I/O failure stops the run.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'FEE-EIR: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               IF WS-MODE-RELEASE
                   CLOSE AMORT-FILE
                   CLOSE GL-INTERFACE-FILE
               ELSE
                   CLOSE SETTLE-LEDGER
               END-IF
               CLOSE FEE-DEFERRAL-FILE
               CLOSE FEE-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *             from the nightly batch. Each CONFIRMED settlement
      *             on SETTLE-LEDGER posts as a debit to the loan
      *             receivable for the gross amount against credits to
      *             deferred fees and the funding/settlement account
      *             (FEE-EIR releases the deferred fee to income over
      *             the life of the loan); each ECL provision raised
      *             by LOAN-CALC posts as a debit to the impairment
      *             charge against a credit to the provision account.
      *             An end-of-file trailer carries the journal count
      *             and the debit and credit totals, and the run fails
      *             if they do not balance.
      *             The GLMODE control card selects the posting mode:
      *             DAILY (the nightly settlement/ECL pass above) or
      *             ACCRUAL, the month-end pass that reads the keyed
           05  FA-MONTH-NUM            PIC 9(4).
           05  FA-FEE-AMOUNT           PIC 9(9)V99 COMP-3.
           05  FA-ASSESS-DATE          PIC 9(8).
           05  FA-FEE-TYPE             PIC X(1).
               88  FA-LATE-FEE         VALUE 'L' SPACE.
               88  FA-RETURNED-PMT-FEE VALUE 'R'.
           05  FILLER                 PIC X(1).

       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD
      *----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-LOAN-RECV    PIC X(8)     VALUE 'LOANRECV'.
           05  WS-ACCT-FEE-DEFERRED PIC X(8)     VALUE 'FEEDEFRD'.
           05  WS-ACCT-FUNDING      PIC X(8)     VALUE 'FUNDSETL'.
           05  WS-ACCT-ECL-CHARGE   PIC X(8)     VALUE 'ECLEXPNS'.
           05  WS-ACCT-ECL-PROVN    PIC X(8)     VALUE 'ECLPROVN'.
           05  WS-ACCT-INT-INCOME   PIC X(8)     VALUE 'INTINCOM'.
           05  WS-ACCT-FEE-RECV     PIC X(8)     VALUE 'FEERECV '.
           05  WS-ACCT-LATE-FEE     PIC X(8)     VALUE 'LATEFEE '.
           05  WS-ACCT-RETURN-FEE   PIC X(8)     VALUE 'RETPMTFE'.

      *----------------------------------------------------------------
      * POSTING MODE AND ACCRUAL PERIOD (from the GLMODE control card)
           05  WS-SKIPPED-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-ECL-COUNT         PIC 9(8) COMP VALUE ZEROS.
           05  WS-LATE-FEE-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURN-FEE-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-ACCRUED-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-PAID-OFF-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-SKIPPED      PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
      * way the run ends with the balancing trailer -- debits not
      * equal to credits is a hard failure: finance must never load an
      * unbalanced interface.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0050-LOAD-MODE-CARD
               THRU 0050-LOAD-MODE-CARD-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-POST-DATE-N
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'GLEXTRCT' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'GL-EXTRACT: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'GL-EXTRACT: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'GL-EXTRACT: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0050-LOAD-MODE-CARD.
      *================================================================
      *================================================================
      * Posting rule for a late-payment penalty assessed tonight by
      * LOAN-SERVICE: DR the fee receivable, CR late-fee income, one
      * balanced pair per assessed installment. A returned-payment
      * fee on the same file posts the same way to its own income
      * account.
           ADD 1 TO WS-LATE-FEE-COUNT
           MOVE FA-CUSTOMER-ID      TO WS-JRNL-CUSTOMER

           MOVE WS-ACCT-FEE-RECV    TO WS-JRNL-ACCOUNT
           MOVE 'DR'                 TO WS-JRNL-DR-CR
           MOVE FA-FEE-AMOUNT       TO WS-JRNL-AMOUNT
           IF FA-RETURNED-PMT-FEE
               ADD 1 TO WS-RETURN-FEE-COUNT
               MOVE 'RETURN FEE ASSESSED' TO WS-JRNL-DESCRIPTION
           ELSE
               MOVE 'LATE FEE ASSESSED'  TO WS-JRNL-DESCRIPTION
           END-IF
           PERFORM 3100-WRITE-JOURNAL
               THRU 3100-WRITE-JOURNAL-EXIT

           MOVE 'CR'                 TO WS-JRNL-DR-CR
           MOVE FA-FEE-AMOUNT       TO WS-JRNL-AMOUNT
           IF FA-RETURNED-PMT-FEE
               MOVE WS-ACCT-RETURN-FEE TO WS-JRNL-ACCOUNT
               MOVE 'RETURN FEE INCOME'  TO WS-JRNL-DESCRIPTION
           ELSE
               MOVE WS-ACCT-LATE-FEE   TO WS-JRNL-ACCOUNT
               MOVE 'LATE FEE INCOME'    TO WS-JRNL-DESCRIPTION
           END-IF
           PERFORM 3100-WRITE-JOURNAL
               THRU 3100-WRITE-JOURNAL-EXIT

      *================================================================
      * Posting rule for a disbursement settlement: only CONFIRMED
      * items moved money tonight. DR the loan receivable for the
      * gross, CR deferred fees for the settlement fee, CR the funding
      * account for the net wire -- gross = fee + net, so each
      * settlement contributes a balanced journal. The fee is part of
      * the loan's effective interest rate, so it is not income
      * tonight: FEE-EIR builds its subledger from the same CONFIRMED
      * items and releases it to fee income month by month.
           IF SL-SETTLEMENT-STATUS = 'CONFIRMED'
               ADD 1 TO WS-SETTLE-COUNT
               MOVE SL-CUSTOMER-ID      TO WS-JRNL-CUSTOMER
               PERFORM 3100-WRITE-JOURNAL
                   THRU 3100-WRITE-JOURNAL-EXIT

               MOVE WS-ACCT-FEE-DEFERRED TO WS-JRNL-ACCOUNT
               MOVE 'CR'                 TO WS-JRNL-DR-CR
               MOVE SL-SETTLEMENT-FEE   TO WS-JRNL-AMOUNT
               MOVE 'DEFERRED SETL FEE'  TO WS-JRNL-DESCRIPTION
               PERFORM 3100-WRITE-JOURNAL
                   THRU 3100-WRITE-JOURNAL-EXIT

                   ' | SKIPPED (NOT CONFIRMED): ' WS-SKIPPED-COUNT
                   ' | ECL MOVEMENTS: ' WS-ECL-COUNT
                   ' | LATE FEES: ' WS-LATE-FEE-COUNT
                   ' | OF WHICH RETURNED-PAYMENT: ' WS-RETURN-FEE-COUNT
                   ' | JOURNALS: ' WS-JOURNAL-COUNT
           END-IF.

               CLOSE FEE-ASSESS-FILE
           END-IF
           CLOSE GL-INTERFACE-FILE
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
               DISPLAY 'GL-EXTRACT: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.

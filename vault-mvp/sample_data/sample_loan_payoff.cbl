      *             ID and loan account (see the payoff JCL); the
      *             schedule is the customer/loan-account/month KSDS,
      *             read with one keyed START per requested loan
      *             instead of the old top-to-bottom scan. When the
      *             redemption settles CONFIRMED, any settlement fee
      *             still deferred on the FEE-EIR subledger for the
      *             loan is accelerated to fee income in full, posted
      *             on this job's own GL interface generation with the
      *             same debits=credits trailer as GL-EXTRACT.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
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
           SELECT REGPARM-FILE
               ASSIGN TO REGPARMS
               ORGANIZATION IS SEQUENTIAL
           05  PQ-SETTLE-STATUS        PIC X(10).
           05  FILLER                 PIC X(10).

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

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           05  WS-SETTLE-RC         PIC 9(4) COMP VALUE ZEROS.
           05  WS-SETTLE-STATUS     PIC X(10)    VALUE SPACES.

      *----------------------------------------------------------------
      * GL POSTING ACCOUNTS AND BALANCING TOTALS
      * Used only to accelerate a redeemed loan's deferred settlement
      * fee; the redemption itself stays out of GL-EXTRACT.
      *----------------------------------------------------------------
       01  WS-GL-ACCOUNTS.
           05  WS-ACCT-FEE-DEFERRED PIC X(8)     VALUE 'FEEDEFRD'.
           05  WS-ACCT-FEE-INCOME   PIC X(8)     VALUE 'FEEINCOM'.

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
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
           05  WS-QUOTED-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-NOT-FOUND-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-CHARGED-OFF-COUNT PIC 9(8) COMP VALUE ZEROS.
           05  WS-FEES-ACCELERATED  PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
           05  WS-LOAN-WOFF-SW      PIC X(1)     VALUE 'N'.
               88  WS-LOAN-WRITTEN-OFF VALUE 'Y'.
           05  WS-QUOTE-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-DEFERRAL-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-DEFERRAL-AVAIL-SW PIC X(1)     VALUE 'N'.
               88  WS-DEFERRAL-AVAIL VALUE 'Y'.
           05  WS-GL-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-REQUEST-EOF-SWITCH PIC X(1)    VALUE 'N'.
               88  WS-REQUEST-EOF   VALUE 'Y'.
           05  WS-AMORT-EOF-SWITCH  PIC X(1)     VALUE 'N'.
           PERFORM 1500-PROCESS-REQUEST
               THRU 1500-PROCESS-REQUEST-EXIT
               UNTIL WS-REQUEST-EOF
           PERFORM 8000-WRITE-TRAILER
               THRU 8000-WRITE-TRAILER-EXIT
           PERFORM 9100-PRINT-SUMMARY
               THRU 9100-PRINT-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           OPEN OUTPUT PAYOFF-QUOTE-FILE
           MOVE WS-QUOTE-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PAYOFF-QUOTE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * No deferred-fee subledger on file (FEE-EIR has never built
      * one) simply means no fees to accelerate; the interface is
      * still cut, empty but for its trailer.
           OPEN I-O FEE-DEFERRAL-FILE
           IF WS-DEFERRAL-STATUS = '00'
               MOVE 'Y' TO WS-DEFERRAL-AVAIL-SW
           ELSE
               DISPLAY 'LOAN-PAYOFF: NO DEFERRED-FEE SUBLEDGER ON '
                   'FILE - NO FEES ACCELERATED'
           END-IF

           OPEN OUTPUT GL-INTERFACE-FILE
           MOVE WS-GL-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN GL-INTERFACE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

                   THRU 1700-PRICE-PAYOFF-EXIT
               PERFORM 1800-SETTLE-PAYOFF
                   THRU 1800-SETTLE-PAYOFF-EXIT
               IF WS-SETTLE-STATUS = 'CONFIRMED'
               AND WS-DEFERRAL-AVAIL
                   PERFORM 1850-ACCELERATE-DEFERRED-FEE
                       THRU 1850-ACCELERATE-DEFERRED-FEE-EXIT
               END-IF
               MOVE 'QUOTED' TO PQ-QUOTE-STATUS
               ADD 1 TO WS-QUOTED-COUNT
           ELSE
       1800-SETTLE-PAYOFF-EXIT.
           EXIT.

      *================================================================
       1850-ACCELERATE-DEFERRED-FEE.
      *================================================================
      * A loan redeemed early has no remaining life to spread its
      * settlement fee over: the whole unamortized balance is released
      * to fee income now, as a balanced pair, and the subledger row
      * is closed as accelerated so the month-end release leaves it
      * alone. Only a CONFIRMED redemption qualifies -- a NEXT-DAY or
      * screened one has not yet taken the loan off the book.
           MOVE WS-RK-CUSTOMER-ID TO FE-CUSTOMER-ID
           MOVE WS-RK-LOAN-ACCT   TO FE-LOAN-ACCT-NO
           READ FEE-DEFERRAL-FILE
               INVALID KEY
                   GO TO 1850-ACCELERATE-DEFERRED-FEE-EXIT
           END-READ

           IF NOT FE-AMORTIZING OR FE-FEE-DEFERRED = ZEROS
               GO TO 1850-ACCELERATE-DEFERRED-FEE-EXIT
           END-IF

           ADD 1 TO WS-FEES-ACCELERATED
           MOVE PR-CUSTOMER-ID      TO WS-JRNL-CUSTOMER
           MOVE WS-ACCT-FEE-DEFERRED TO WS-JRNL-ACCOUNT
           MOVE 'DR'                 TO WS-JRNL-DR-CR
           MOVE FE-FEE-DEFERRED     TO WS-JRNL-AMOUNT
           MOVE 'FEE ACCEL PAYOFF'   TO WS-JRNL-DESCRIPTION
           PERFORM 7100-WRITE-JOURNAL
               THRU 7100-WRITE-JOURNAL-EXIT

           MOVE WS-ACCT-FEE-INCOME  TO WS-JRNL-ACCOUNT
           MOVE 'CR'                 TO WS-JRNL-DR-CR
           MOVE FE-FEE-DEFERRED     TO WS-JRNL-AMOUNT
           MOVE 'EIR FEE INCOME'     TO WS-JRNL-DESCRIPTION
           PERFORM 7100-WRITE-JOURNAL
               THRU 7100-WRITE-JOURNAL-EXIT

           ADD FE-FEE-DEFERRED  TO FE-FEE-RELEASED
           MOVE ZEROS           TO FE-FEE-DEFERRED
           MOVE 'P'             TO FE-STATUS
           MOVE WS-QUOTE-DATE-N TO FE-CLOSE-DATE
           REWRITE FEE-DEFERRAL-RECORD
           MOVE WS-DEFERRAL-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE FEE-DEFERRAL' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       1850-ACCELERATE-DEFERRED-FEE-EXIT.
           EXIT.

      *================================================================
       2000-WRITE-QUOTE.
      *================================================================
       2000-WRITE-QUOTE-EXIT.
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
           MOVE WS-QUOTE-DATE-N     TO GLI-POST-DATE
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
               DISPLAY 'LOAN-PAYOFF: INTERFACE OUT OF BALANCE - '
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
           DISPLAY 'LOAN-PAYOFF SUMMARY | REQUESTS: ' WS-REQUEST-COUNT
               ' | QUOTED: ' WS-QUOTED-COUNT
               ' | NOT FOUND: ' WS-NOT-FOUND-COUNT
               ' | WRITTEN-OFF REFUSED: ' WS-CHARGED-OFF-COUNT
               ' | FEES ACCELERATED: ' WS-FEES-ACCELERATED.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.
           IF WS-WOFF-AVAIL
               CLOSE WRITEOFF-MASTER
           END-IF
           IF WS-DEFERRAL-AVAIL
               CLOSE FEE-DEFERRAL-FILE
           END-IF
           CLOSE GL-INTERFACE-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
               CLOSE AMORT-FILE
               CLOSE FEE-LEDGER-FILE
               CLOSE PAYOFF-QUOTE-FILE
               CLOSE FEE-DEFERRAL-FILE
               CLOSE GL-INTERFACE-FILE
               PERFORM 9900-ABEND-TERMINATE
           END-IF.

      * Abnormal termination for aborted runs. A user abend (rather
      * than STOP RUN) makes the scheduler honor the DELETE half of
      * DISP=(NEW,CATLG,DELETE): an aborted run discards the payoff
      * carry-over queue, ledger and GL interface generations it
      * allocated instead of cataloging empty ones over the prior
      * run's live queue.
           MOVE RETURN-CODE TO WS-ABEND-CODE
           CALL 'ILBOABN0' USING WS-ABEND-CODE
           STOP RUN.

      *             Called by LOAN-CALC via CALL 'SETTLE-SYS' once per
      *             loan to price and confirm the disbursement
      *             settlement, and to post the result to SETTLE-LEDGER.
      *             A settlement that would take the day's gross to a
      *             counterparty past its treasury limit (CPLIMIT,
      *             keyed by BIC or bank-level BIC8 and currency) is
      *             held on the limit-excess queue instead of being
      *             confirmed, for treasury to release or reject.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGPARM-STATUS.
           SELECT CPTY-LIMIT-FILE
               ASSIGN TO CPLIMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CPLIMIT-STATUS.
           SELECT LIMIT-QUEUE-FILE
               ASSIGN TO LIMITQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIMITQ-STATUS.
           SELECT BUSINESS-DATE-CARD
               ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'REGPARM-REC'.

       FD  CPTY-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY 'CPLIMIT-REC'.

      * Same 70-byte shape as the review queue, with the limit row
      * that held the item in place of the review reason.
       FD  LIMIT-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  LIMIT-QUEUE-RECORD.
           05  LQ-CUSTOMER-ID          PIC X(10).
           05  LQ-LOAN-ACCT-NO         PIC X(10).
           05  LQ-SWIFT-CODE           PIC X(11).
           05  LQ-GROSS-AMOUNT         PIC 9(12)V99 COMP-3.
           05  LQ-LIMIT-BIC            PIC X(11).
           05  LQ-LIMIT-CURRENCY       PIC X(3).
           05  LQ-QUEUE-DATE           PIC 9(8).
           05  FILLER                 PIC X(9).

      * Same card RUN-CTRL reads; only the date is used here.
       FD  BUSINESS-DATE-CARD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE        PIC X(8).
           05  FILLER                 PIC X(72).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
           05  WS-SANCTIONED-SW     PIC X(1)     VALUE 'N'.
               88  WS-IS-SANCTIONED VALUE 'Y'.

      *----------------------------------------------------------------
      * COUNTERPARTY EXPOSURE LIMITS
      * Treasury's daily gross settlement limit per correspondent,
      * looked up by the full BIC first and then by its bank-level
      * BIC8. Every settlement clears in the reporting currency
      * LOAN-CALC converts to, so that is the limit currency consumed.
      * The running total on the limit row restarts on the first
      * settlement of each business date; amounts treasury released
      * off the queue since the last run are taken up into it first,
      * since they are wired alongside tonight's settlements. A BIC
      * with no limit row settles as before.
      *----------------------------------------------------------------
       01  WS-LIMIT-CONTROL.
           05  WS-SETTLE-CURRENCY   PIC X(3)     VALUE 'USD'.
           05  WS-BUSINESS-DATE-N   PIC 9(8)     VALUE ZEROS.
           05  WS-LIMIT-FOUND-SW    PIC X(1)     VALUE 'N'.
               88  WS-LIMIT-FOUND   VALUE 'Y'.
           05  WS-LIMIT-PROSPECTIVE PIC 9(13)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
           05  WS-CARRYOUT-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-SANCTION-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-REVIEW-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-CPLIMIT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-LIMITQ-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-RUNDATE-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-ERROR-MSG         PIC X(100)   VALUE SPACES.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

           PERFORM 1000-VALIDATE-SWIFT
           PERFORM 2000-CHECK-CUTOFF
           PERFORM 2500-CHECK-COUNTERPARTY-LIMIT
               THRU 2500-CHECK-COUNTERPARTY-LIMIT-EXIT
           PERFORM 3000-EXECUTE-SETTLEMENT
           PERFORM 4000-CONFIRM-RECEIPT

           PERFORM 0400-LOAD-PARAMETERS
               THRU 0400-LOAD-PARAMETERS-EXIT

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-QUEUE-DATE-N

      * A missing limit cluster (the very first run) is created empty
      * rather than failing the batch: no limit row, no limit.
           OPEN I-O CPTY-LIMIT-FILE
           IF WS-CPLIMIT-STATUS = '35'
               OPEN OUTPUT CPTY-LIMIT-FILE
               CLOSE CPTY-LIMIT-FILE
               OPEN I-O CPTY-LIMIT-FILE
           END-IF
           MOVE WS-CPLIMIT-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CPTY-LIMIT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT LIMIT-QUEUE-FILE
           MOVE WS-LIMITQ-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LIMIT-QUEUE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0500-READ-BUSINESS-DATE
               THRU 0500-READ-BUSINESS-DATE-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.
       0410-READ-PARAMETER-EXIT.
           EXIT.

      *================================================================
       0500-READ-BUSINESS-DATE.
      *================================================================
      * The limit running totals are kept per business date. The
      * nightly chain's RUNDATE card supplies it; a caller run with
      * no card (the daytime payoff job) settles on today's date.
           MOVE WS-QUEUE-DATE-N TO WS-BUSINESS-DATE-N
           OPEN INPUT BUSINESS-DATE-CARD
           IF WS-RUNDATE-STATUS NOT = '00'
               GO TO 0500-READ-BUSINESS-DATE-EXIT
           END-IF
           READ BUSINESS-DATE-CARD
               AT END
                   MOVE SPACES TO BD-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DATE-CARD
           IF BD-BUSINESS-DATE IS NUMERIC
           AND BD-BUSINESS-DATE NOT = ZEROS
               MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE-N
           ELSE
               DISPLAY 'SETTLE-SYS: RUNDATE CARD NOT A VALID DATE - '
                   'LIMITS RUN ON TODAY''S DATE'
           END-IF.

       0500-READ-BUSINESS-DATE-EXIT.
           EXIT.

      *================================================================
       0250-SETTLE-CARRIED-ITEM.
      *================================================================
      * One carried item: re-validate, re-price and post it through
      * the same paragraphs as a fresh settlement (minus the cutoff),
      * then write its queue entry back DONE or REJECTED (LIMIT-HELD
      * when it went to the limit-excess queue) so the next run never
      * pays it again. Entries already marked DONE on the
      * inbound queue were paid by a prior run and are dropped -- the
      * ledger posting is their durable trace.
           IF CI-QUEUED
               MOVE ZEROS           TO WS-RETURN-CODE

               PERFORM 1000-VALIDATE-SWIFT
               PERFORM 2500-CHECK-COUNTERPARTY-LIMIT
                   THRU 2500-CHECK-COUNTERPARTY-LIMIT-EXIT
               PERFORM 3000-EXECUTE-SETTLEMENT
               PERFORM 4000-CONFIRM-RECEIPT

               MOVE CI-SWIFT-CODE   TO CO-SWIFT-CODE
               MOVE CI-GROSS-AMOUNT TO CO-GROSS-AMOUNT
               MOVE CI-QUEUE-DATE   TO CO-QUEUE-DATE
               EVALUATE WS-SETTLEMENT-STATUS
                   WHEN 'CONFIRMED'
                       MOVE 'DONE'       TO CO-QUEUE-STATUS
                   WHEN 'LIMIT-HELD'
                       MOVE 'LIMIT-HELD' TO CO-QUEUE-STATUS
                   WHEN OTHER
                       MOVE 'REJECTED'   TO CO-QUEUE-STATUS
               END-EVALUATE
               PERFORM 2200-WRITE-CARRYOVER-RECORD
                   THRU 2200-WRITE-CARRYOVER-RECORD-EXIT
               MOVE 'N' TO WS-CARRYOVER-MODE-SW
       2200-WRITE-CARRYOVER-RECORD-EXIT.
           EXIT.

      *================================================================
       2500-CHECK-COUNTERPARTY-LIMIT.
      *================================================================
      * Only an item still headed for CONFIRMED is measured against
      * its counterparty's limit. One that would take the business
      * day's gross past the limit -- or any item for a limit treasury
      * has suspended -- is held: it goes to the limit-excess queue
      * with its own status and return code, is posted to the ledger
      * as LIMIT-HELD (so it is never netted into a wire), and counts
      * toward the day's held total instead of the running total.
           IF WS-SETTLEMENT-STATUS NOT = SPACES
               GO TO 2500-CHECK-COUNTERPARTY-LIMIT-EXIT
           END-IF

           PERFORM 2510-FIND-LIMIT-ROW
               THRU 2510-FIND-LIMIT-ROW-EXIT
           IF NOT WS-LIMIT-FOUND
               GO TO 2500-CHECK-COUNTERPARTY-LIMIT-EXIT
           END-IF

           IF CL-USED-DATE NOT = WS-BUSINESS-DATE-N
               MOVE WS-BUSINESS-DATE-N TO CL-USED-DATE
               MOVE ZEROS TO CL-USED-AMOUNT
               MOVE ZEROS TO CL-USED-COUNT
               MOVE ZEROS TO CL-HELD-AMOUNT
               MOVE ZEROS TO CL-HELD-COUNT
           END-IF
      * Treasury releases count only on the business date they were
      * booked for; pending left from any other day is cleared.
           IF CL-RELEASE-PENDING > ZEROS
               IF CL-RELEASE-DATE = WS-BUSINESS-DATE-N
                   ADD CL-RELEASE-PENDING TO CL-USED-AMOUNT
               END-IF
               MOVE ZEROS TO CL-RELEASE-PENDING
               MOVE ZEROS TO CL-RELEASE-DATE
           END-IF

           COMPUTE WS-LIMIT-PROSPECTIVE =
               CL-USED-AMOUNT + WS-GROSS-AMOUNT
           IF NOT CL-LIMIT-ACTIVE
           OR WS-LIMIT-PROSPECTIVE > CL-DAILY-LIMIT
               MOVE 'LIMIT-HELD' TO WS-SETTLEMENT-STATUS
               MOVE 6104 TO WS-RETURN-CODE
               ADD WS-GROSS-AMOUNT TO CL-HELD-AMOUNT
               ADD 1 TO CL-HELD-COUNT
               PERFORM 2600-WRITE-LIMIT-QUEUE
                   THRU 2600-WRITE-LIMIT-QUEUE-EXIT
           ELSE
               ADD WS-GROSS-AMOUNT TO CL-USED-AMOUNT
               ADD 1 TO CL-USED-COUNT
           END-IF

           REWRITE CPTY-LIMIT-RECORD
           MOVE WS-CPLIMIT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE CPTY-LIMIT'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2500-CHECK-COUNTERPARTY-LIMIT-EXIT.
           EXIT.

      *================================================================
       2510-FIND-LIMIT-ROW.
      *================================================================
      * Branch-level limit first; a branch BIC with none of its own
      * falls back to its bank's BIC8 limit (branch code spaces).
           MOVE 'N' TO WS-LIMIT-FOUND-SW
           MOVE WS-SWIFT-CODE      TO CL-BIC
           MOVE WS-SETTLE-CURRENCY TO CL-CURRENCY
           PERFORM 2520-READ-LIMIT-ROW
               THRU 2520-READ-LIMIT-ROW-EXIT

           IF NOT WS-LIMIT-FOUND
           AND WS-SWIFT-CODE (9:3) NOT = SPACES
               MOVE SPACES             TO CL-BIC
               MOVE WS-SWIFT-CODE (1:8) TO CL-BIC (1:8)
               MOVE WS-SETTLE-CURRENCY TO CL-CURRENCY
               PERFORM 2520-READ-LIMIT-ROW
                   THRU 2520-READ-LIMIT-ROW-EXIT
           END-IF.

       2510-FIND-LIMIT-ROW-EXIT.
           EXIT.

      *================================================================
       2520-READ-LIMIT-ROW.
      *================================================================
           READ CPTY-LIMIT-FILE
               INVALID KEY
                   GO TO 2520-READ-LIMIT-ROW-EXIT
           END-READ
           MOVE WS-CPLIMIT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'READ CPTY-LIMIT'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE 'Y' TO WS-LIMIT-FOUND-SW.

       2520-READ-LIMIT-ROW-EXIT.
           EXIT.

      *================================================================
       2600-WRITE-LIMIT-QUEUE.
      *================================================================
           MOVE WS-CUSTOMER-ID   TO LQ-CUSTOMER-ID
           MOVE WS-LOAN-ACCT-NO  TO LQ-LOAN-ACCT-NO
           MOVE WS-SWIFT-CODE    TO LQ-SWIFT-CODE
           MOVE WS-GROSS-AMOUNT  TO LQ-GROSS-AMOUNT
           MOVE CL-BIC           TO LQ-LIMIT-BIC
           MOVE CL-CURRENCY      TO LQ-LIMIT-CURRENCY
           MOVE WS-QUEUE-DATE-N  TO LQ-QUEUE-DATE

           WRITE LIMIT-QUEUE-RECORD
           MOVE WS-LIMITQ-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE LIMIT-QUEUE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2600-WRITE-LIMIT-QUEUE-EXIT.
           EXIT.

      *================================================================
       3000-EXECUTE-SETTLEMENT.
      *================================================================
      *================================================================
       4000-CONFIRM-RECEIPT.
      *================================================================
      * Confirms the settlement unless SWIFT validation, the cutoff
      * or the counterparty limit check already decided the outcome,
      * then posts the result to SETTLE-LEDGER so finance has a
      * durable settlement record.
           IF WS-SETTLEMENT-STATUS = SPACES
               MOVE 'CONFIRMED' TO WS-SETTLEMENT-STATUS
           END-IF

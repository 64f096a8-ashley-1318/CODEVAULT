      *             and valuation inputs must be sorted by customer
      *             (see the revaluation JCL); the schedule is the
      *             keyed KSDS, read with one keyed START per loan.
      *             The valuation each live loan was measured against
      *             is kept on the COLLVAL KSDS, so the next run (and
      *             LOAN-CALC's collateral-based LGD) starts from the
      *             latest valuers' figure rather than falling back to
      *             the origination value.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ARCHKEY-STATUS.
           SELECT COLLATERAL-VALUE-FILE
               ASSIGN TO COLLVAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-KEY
               FILE STATUS IS WS-COLLVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  WO-APPROVER-ID          PIC X(8).
           05  FILLER                 PIC X(7).

      * Latest valuation per live loan, written here and read by
      * LOAN-CALC for the collateral-based LGD.
       FD  COLLATERAL-VALUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY 'COLLVAL-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
           05  WS-LTV-RATIO         PIC 9V9(4)   COMP-3 VALUE ZEROS.
           05  WS-REVALUED-SWITCH   PIC X(1)     VALUE 'N'.
               88  WS-REVALUED      VALUE 'Y'.
           05  WS-VALUATION-DATE    PIC 9(8)     VALUE ZEROS.
           05  WS-VALUE-SOURCE      PIC X(1)     VALUE SPACES.
           05  WS-COLLVAL-ON-FILE-SW PIC X(1)    VALUE 'N'.
               88  WS-COLLVAL-FOUND VALUE 'Y'.
           05  WS-BREACHED-SWITCH   PIC X(1)     VALUE 'N'.
               88  WS-IS-BREACHED   VALUE 'Y'.

           05  WS-ESCALATED-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-SKIPPED      PIC 9(8) COMP VALUE ZEROS.
           05  WS-ARCH-SKIPPED      PIC 9(8) COMP VALUE ZEROS.
           05  WS-CARRIED-COUNT     PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
               88  WS-ARCH-AVAIL    VALUE 'Y'.
           05  WS-LOAN-ARCH-SW      PIC X(1)     VALUE 'N'.
               88  WS-LOAN-ARCHIVED VALUE 'Y'.
           05  WS-COLLVAL-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-LOAN-EOF-SWITCH   PIC X(1)     VALUE 'N'.
               88  WS-LOAN-EOF      VALUE 'Y'.
      *================================================================
      * Walks the sorted loan book once against the sorted valuation
      * file, recomputing LTV per loan with the newest property value
      * (falling back to the last valuation on the COLLVAL KSDS, then
      * the origination value, when the valuers sent nothing for that
      * customer), and reports every breach of the regulatory maximum.
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-REG-PARAMETERS
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The COLLVAL KSDS is created empty on the very first run, the
      * same way as the case file above.
           OPEN I-O COLLATERAL-VALUE-FILE
           IF WS-COLLVAL-STATUS = '35'
               OPEN OUTPUT COLLATERAL-VALUE-FILE
               CLOSE COLLATERAL-VALUE-FILE
               OPEN I-O COLLATERAL-VALUE-FILE
           END-IF
           MOVE WS-COLLVAL-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN COLLATERAL-VALUE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT DEMAND-FILE
           MOVE WS-DEMAND-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DEMAND-FILE'   TO WS-CHECK-STATUS-OPER
      * keyed below the current loan matches no loan on the book and
      * is counted as unmatched; an exact match supplies the new
      * property value (the last update wins when the valuers sent
      * several for one customer). With no update this run the loan
      * keeps the valuation on the COLLVAL KSDS, and only a loan never
      * valued since origination falls back to the origination value.
           MOVE 'N' TO WS-REVALUED-SWITCH
           MOVE LR-PROPERTY-VALUE TO WS-PROPERTY-VALUE
           MOVE ZEROS             TO WS-VALUATION-DATE
           MOVE 'O'               TO WS-VALUE-SOURCE

           PERFORM 1600-CONSUME-PROPERTY-VALUES
               THRU 1600-CONSUME-PROPERTY-VALUES-EXIT
               UNTIL WS-PROPVAL-KEY > LR-CUSTOMER-ID

           PERFORM 1620-READ-COLLATERAL-VALUE
               THRU 1620-READ-COLLATERAL-VALUE-EXIT

      * A written-off loan has left the active book and an archived
      * one has repaid in full; neither carries LTV exposure or opens
      * a top-up case.
                       THRU 1700-CHECK-LTV-EXIT
                   PERFORM 1900-MAINTAIN-TOPUP-CASE
                       THRU 1900-MAINTAIN-TOPUP-CASE-EXIT
                   PERFORM 1950-SAVE-COLLATERAL-VALUE
                       THRU 1950-SAVE-COLLATERAL-VALUE-EXIT
           END-EVALUATE

           PERFORM 0200-READ-LOAN-RECORD
      *================================================================
           IF WS-PROPVAL-KEY = LR-CUSTOMER-ID
               MOVE PV-PROPERTY-VALUE TO WS-PROPERTY-VALUE
               MOVE PV-VALUATION-DATE TO WS-VALUATION-DATE
               MOVE 'V'               TO WS-VALUE-SOURCE
               IF NOT WS-REVALUED
                   MOVE 'Y' TO WS-REVALUED-SWITCH
                   ADD 1 TO WS-REVALUED-COUNT
       1600-CONSUME-PROPERTY-VALUES-EXIT.
           EXIT.

      *================================================================
       1620-READ-COLLATERAL-VALUE.
      *================================================================
      * Reads this loan's row on the COLLVAL KSDS. When the valuers
      * sent nothing for the customer this run, an earlier valuers'
      * figure on the row stands in for the origination value.
           MOVE 'N' TO WS-COLLVAL-ON-FILE-SW
           MOVE LR-CUSTOMER-ID  TO CV-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT TO CV-LOAN-ACCT-NO
           READ COLLATERAL-VALUE-FILE
               INVALID KEY
                   GO TO 1620-READ-COLLATERAL-VALUE-EXIT
           END-READ
           MOVE 'Y' TO WS-COLLVAL-ON-FILE-SW

           IF NOT WS-REVALUED
           AND CV-FROM-VALUERS
               MOVE CV-PROPERTY-VALUE TO WS-PROPERTY-VALUE
               MOVE CV-VALUATION-DATE TO WS-VALUATION-DATE
               MOVE 'V'               TO WS-VALUE-SOURCE
               ADD 1 TO WS-CARRIED-COUNT
           END-IF.

       1620-READ-COLLATERAL-VALUE-EXIT.
           EXIT.

      *================================================================
       1650-FOLD-OUTSTANDING.
      *================================================================
       1900-MAINTAIN-TOPUP-CASE-EXIT.
           EXIT.

      *================================================================
       1950-SAVE-COLLATERAL-VALUE.
      *================================================================
      * Records the valuation this loan was measured against tonight,
      * with the outstanding balance and LTV it gave, for the next
      * revaluation and for LOAN-CALC's loss-given-default.
           MOVE LR-CUSTOMER-ID    TO CV-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT   TO CV-LOAN-ACCT-NO
           MOVE WS-PROPERTY-VALUE TO CV-PROPERTY-VALUE
           MOVE WS-VALUATION-DATE TO CV-VALUATION-DATE
           MOVE WS-VALUE-SOURCE   TO CV-VALUE-SOURCE
           MOVE WS-OUTSTANDING    TO CV-OUTSTANDING
           MOVE WS-LTV-RATIO      TO CV-LTV-RATIO
           MOVE WS-RUN-DATE-N     TO CV-REVAL-DATE
           IF WS-COLLVAL-FOUND
               REWRITE COLLATERAL-VALUE-RECORD
           ELSE
               WRITE COLLATERAL-VALUE-RECORD
           END-IF
           MOVE WS-COLLVAL-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE COLLATERAL-VALUE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       1950-SAVE-COLLATERAL-VALUE-EXIT.
           EXIT.

      *================================================================
       2000-OPEN-TOPUP-CASE.
      *================================================================
      * team rather than filing it as a clean pass.
           DISPLAY 'COLL-REVAL SUMMARY | LOANS: ' WS-LOAN-COUNT
               ' | REVALUED: ' WS-REVALUED-COUNT
               ' | PRIOR VALUATION KEPT: ' WS-CARRIED-COUNT
               ' | BREACHES: ' WS-BREACH-COUNT
               ' | CASES OPENED: ' WS-OPENED-COUNT
               ' | CURED: ' WS-CLOSED-COUNT
           CLOSE PROPERTY-VALUE-FILE
           CLOSE AMORT-FILE
           CLOSE TOPUP-CASE-FILE
           CLOSE COLLATERAL-VALUE-FILE
           CLOSE DEMAND-FILE
           CLOSE BREACH-REPORT
           IF WS-WOFF-AVAIL
               CLOSE PROPERTY-VALUE-FILE
               CLOSE AMORT-FILE
               CLOSE TOPUP-CASE-FILE
               CLOSE COLLATERAL-VALUE-FILE
               CLOSE DEMAND-FILE
               CLOSE BREACH-REPORT
               STOP RUN

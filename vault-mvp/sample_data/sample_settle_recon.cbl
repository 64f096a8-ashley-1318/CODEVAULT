      *             escalate immediately: the ledger carries no posting
      *             date to age them with, and money we show paid that
      *             the bank cannot see is never left to ride.
      *             Before a bank-side break is aged it is looked up by
      *             key on the compacted settlement-history KSDS: a
      *             late confirmation of a settlement already rolled
      *             off the ledger by the weekly compaction is
      *             reported as BANK-LATE and not escalated. The
      *             settlement must fall on or before the value date
      *             and within the tolerance of it, and each history
      *             row answers for one confirmation only: it is
      *             marked as matched and never matched again.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT SETTLE-HISTORY-FILE
               ASSIGN TO SETLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'BUSCAL-REC'.

       FD  SETTLE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SETLHIST-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
           05  WS-RUN-INTEGER       PIC S9(9) COMP VALUE ZEROS.
           05  WS-VALUE-INTEGER     PIC S9(9) COMP VALUE ZEROS.
           05  WS-AGE-DAYS          PIC S9(5) COMP VALUE ZEROS.
           05  WS-HIST-INTEGER      PIC S9(9) COMP VALUE ZEROS.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.

      *----------------------------------------------------------------
           05  WS-BANK-ONLY-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-ESCALATED-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-NOT-EXPECTED-COUNT PIC 9(8) COMP VALUE ZEROS.
           05  WS-BANK-LATE-COUNT   PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
               88  WS-LEDGER-EOF    VALUE 'Y'.
           05  WS-CONFIRM-EOF-SWITCH PIC X(1)    VALUE 'N'.
               88  WS-CONFIRM-EOF   VALUE 'Y'.
           05  WS-HISTORY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-AVAIL-SW  PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-AVAIL VALUE 'Y'.
           05  WS-HISTORY-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-EOF   VALUE 'Y'.
           05  WS-HISTORY-FOUND-SW  PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-FOUND VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

           MOVE WS-REPORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN RECON-REPORT'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The settlement-history KSDS is created by SETTLE-HIST on its
      * first run; until then every bank-only item is aged as before.
      * It is opened for update only to mark the rows a late
      * confirmation has been matched to.
           OPEN I-O SETTLE-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-AVAIL-SW
           END-IF.

       0100-OPEN-FILES-EXIT.
           EXIT.
      * the tolerance this can be a timing difference; older than the
      * tolerance -- counted in business days off the shared
      * calendar, so a weekend or holiday never ages a wire -- it
      * escalates. A confirmation that matches a settlement already
      * compacted into the history is the bank catching up, not a
      * break. Without a value date there is nothing to bound the
      * history search with, so none is made.
           IF WS-HISTORY-AVAIL
           AND BC-VALUE-DATE IS NUMERIC AND BC-VALUE-DATE > ZEROS
               PERFORM 2150-FIND-IN-HISTORY
                   THRU 2150-FIND-IN-HISTORY-EXIT
               IF WS-HISTORY-FOUND
                   PERFORM 2200-REPORT-BANK-LATE
                       THRU 2200-REPORT-BANK-LATE-EXIT
                   GO TO 2100-REPORT-BANK-ONLY-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-BANK-ONLY-COUNT
           MOVE ZEROS TO WS-AGE-DAYS
           IF BC-VALUE-DATE IS NUMERIC AND BC-VALUE-DATE > ZEROS
       2100-REPORT-BANK-ONLY-EXIT.
           EXIT.

      *================================================================
       2150-FIND-IN-HISTORY.
      *================================================================
      * One keyed browse of the customer's compacted settlements for
      * an item on the same BIC and net amount that moved money,
      * settled on or before the value date and no more than the
      * tolerance in business days ahead of it, and not already
      * matched to an earlier confirmation. The row found is marked
      * so no later confirmation can claim it.
           MOVE 'N' TO WS-HISTORY-FOUND-SW
           MOVE 'N' TO WS-HISTORY-EOF-SW
           COMPUTE WS-VALUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (BC-VALUE-DATE)
           MOVE BC-CUSTOMER-ID TO HS-CUSTOMER-ID
           MOVE LOW-VALUES     TO HS-LOAN-ACCT-NO
           MOVE ZEROS          TO HS-SETTLE-DATE
           MOVE ZEROS          TO HS-SETTLE-TIME
           MOVE ZEROS          TO HS-SEQ-NO
           START SETTLE-HISTORY-FILE KEY >= HS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
           END-START
           PERFORM 2160-READ-ONE-HISTORY-ROW
               THRU 2160-READ-ONE-HISTORY-ROW-EXIT
               UNTIL WS-HISTORY-EOF OR WS-HISTORY-FOUND

           IF WS-HISTORY-FOUND
               MOVE 'Y' TO HS-BANK-MATCH-SW
               REWRITE SETTLE-HISTORY-RECORD
               MOVE WS-HISTORY-STATUS        TO WS-CHECK-STATUS-CODE
               MOVE 'REWRITE SETTLE-HISTORY' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF.

       2150-FIND-IN-HISTORY-EXIT.
           EXIT.

      *================================================================
       2160-READ-ONE-HISTORY-ROW.
      *================================================================
           READ SETTLE-HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN HS-CUSTOMER-ID NOT = BC-CUSTOMER-ID
                           MOVE 'Y' TO WS-HISTORY-EOF-SW
                       WHEN HS-SWIFT-CODE = BC-SWIFT-CODE
                       AND HS-NET-AMOUNT = BC-AMOUNT
                       AND (HS-SETTLEMENT-STATUS = 'CONFIRMED'
                         OR HS-SETTLEMENT-STATUS = 'PAID')
                       AND NOT HS-BANK-MATCHED
                       AND HS-SETTLE-DATE NOT > BC-VALUE-DATE
                           PERFORM 2170-CHECK-HISTORY-WINDOW
                               THRU 2170-CHECK-HISTORY-WINDOW-EXIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2160-READ-ONE-HISTORY-ROW-EXIT.
           EXIT.

      *================================================================
       2170-CHECK-HISTORY-WINDOW.
      *================================================================
      * Counts business days from the settlement to the value date,
      * off the same calendar the aging uses, and stops as soon as
      * the count passes the tolerance.
           COMPUTE WS-HIST-INTEGER =
               FUNCTION INTEGER-OF-DATE (HS-SETTLE-DATE)
           MOVE ZEROS TO WS-AGE-DAYS
           MOVE WS-HIST-INTEGER TO WS-BUSDAY-INTEGER
           PERFORM 3100-COUNT-ONE-DAY
               THRU 3100-COUNT-ONE-DAY-EXIT
               UNTIL WS-BUSDAY-INTEGER >= WS-VALUE-INTEGER
               OR WS-AGE-DAYS > WS-TOLERANCE-DAYS
           IF WS-AGE-DAYS NOT > WS-TOLERANCE-DAYS
               MOVE 'Y' TO WS-HISTORY-FOUND-SW
           END-IF.

       2170-CHECK-HISTORY-WINDOW-EXIT.
           EXIT.

      *================================================================
       2200-REPORT-BANK-LATE.
      *================================================================
           ADD 1 TO WS-BANK-LATE-COUNT
           MOVE BC-AMOUNT TO WS-AMOUNT-ED
           STRING 'BANK-LATE | CUST:' DELIMITED SIZE
                  BC-CUSTOMER-ID       DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  HS-LOAN-ACCT-NO      DELIMITED SIZE
                  ' | SWIFT:' DELIMITED SIZE
                  BC-SWIFT-CODE        DELIMITED SIZE
                  ' | AMOUNT:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | SETTLED:' DELIMITED SIZE
                  HS-SETTLE-DATE       DELIMITED SIZE
                  ' | VALUE-DATE:' DELIMITED SIZE
                  BC-VALUE-DATE        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2200-REPORT-BANK-LATE-EXIT.
           EXIT.

      *================================================================
       3000-COUNT-BUSINESS-DAYS.
      *================================================================
               ' | OURS-UNCONFIRMED: ' WS-OURS-ONLY-COUNT
               ' | BANK-ONLY: ' WS-BANK-ONLY-COUNT
               ' | ESCALATED: ' WS-ESCALATED-COUNT
               ' | NO WIRE EXPECTED: ' WS-NOT-EXPECTED-COUNT
               ' | BANK-LATE: ' WS-BANK-LATE-COUNT.

       9100-WRITE-RUN-SUMMARY-EXIT.
           EXIT.
           CLOSE SORTED-LEDGER
           CLOSE SORTED-CONFIRM
           CLOSE RECON-REPORT
           IF WS-HISTORY-AVAIL
               CLOSE SETTLE-HISTORY-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
               CLOSE SORTED-LEDGER
               CLOSE SORTED-CONFIRM
               CLOSE RECON-REPORT
               IF WS-HISTORY-AVAIL
                   CLOSE SETTLE-HISTORY-FILE
               END-IF
               STOP RUN
           END-IF.


      *             control card, so the run can be scheduled after
      *             the period it reports on. The history input must
      *             be sorted by account number and apply date (see
      *             the statement JCL). Each footer also shows the
      *             account's arranged overdraft limit from the
      *             ODFACIL facility file and the balance available
      *             to the customer (closing balance plus the limit).
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT OD-FACILITY-FILE
               ASSIGN TO ODFACIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OD-ACC-NUMBER
               FILE STATUS IS WS-ODFAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   88  TH-IS-BAL-ADJ VALUE 'BA'.
                   88  TH-IS-INTEREST VALUE 'IN'.
                   88  TH-IS-FEE     VALUE 'FE'.
                   88  TH-IS-DIRDEBIT VALUE 'DD'.
                   88  TH-IS-DEBIT-INT VALUE 'DI'.
                   88  TH-IS-OD-FEE  VALUE 'OF'.
                   88  TH-IS-OD-LIMIT VALUE 'OL'.
                   88  TH-MOVES-MONEY VALUES 'BA' 'IN' 'FE' 'DD'
                                             'DI' 'OF'.
               10  TH-HOLDER-NAME   PIC X(35).
               10  TH-OD-FACILITY REDEFINES TH-HOLDER-NAME.
                   15  TH-OD-DEBIT-RATE PIC 9(3)V99.
                   15  FILLER       PIC X(30).
               10  TH-COUNTRY       PIC X(2).
               10  TH-CURRENCY      PIC X(3).
               10  TH-AMOUNT        PIC S9(12)V99 COMP-3.
               10  PC-MONTH-MM      PIC 9(2).
           05  FILLER               PIC X(74).

       FD  OD-FACILITY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY 'ODFACIL-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
           05  WS-OPENING-BALANCE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CLOSING-BALANCE   PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-TRAN-LINE-COUNT   PIC 9(4)     VALUE ZEROS.
           05  WS-OD-LIMIT          PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-AVAILABLE-BALANCE PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-ODFAC-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-ODFAC-AVAIL   VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
                                                 VALUE ZEROS.
           05  WS-CLOSING-ED        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-LIMIT-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-AVAILABLE-ED      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-RATE-ED           PIC ZZ9.99   VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
           05  WS-HISTORY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-STMT-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-PERIOD-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-ODFAC-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-ACCOUNT-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-ACCOUNT-EOF   VALUE 'Y'.
           05  WS-HISTORY-EOF-SW    PIC X(1)     VALUE 'N'.
           MOVE WS-STMT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN STATEMENT-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * No facility file simply means no account has an arranged
      * overdraft: every footer shows a zero limit.
           OPEN INPUT OD-FACILITY-FILE
           IF WS-ODFAC-STATUS = '00'
               MOVE 'Y' TO WS-ODFAC-AVAIL-SW
           ELSE
               DISPLAY 'ACCT-STMT: NO OVERDRAFT FACILITY FILE - '
                   'LIMITS SHOWN AS ZERO'
           END-IF.

       0100-OPEN-FILES-EXIT.
           EXIT.
                       MOVE 'FEE     ' TO WS-TRAN-LABEL
                       PERFORM 1720-WRITE-MONEY-LINE
                           THRU 1720-WRITE-MONEY-LINE-EXIT
                   WHEN TH-IS-DIRDEBIT
                       MOVE 'DIRDEBIT' TO WS-TRAN-LABEL
                       PERFORM 1720-WRITE-MONEY-LINE
                           THRU 1720-WRITE-MONEY-LINE-EXIT
                   WHEN TH-IS-DEBIT-INT
                       MOVE 'DEBITINT' TO WS-TRAN-LABEL
                       PERFORM 1720-WRITE-MONEY-LINE
                           THRU 1720-WRITE-MONEY-LINE-EXIT
                   WHEN TH-IS-OD-FEE
                       MOVE 'ODFEE   ' TO WS-TRAN-LABEL
                       PERFORM 1720-WRITE-MONEY-LINE
                           THRU 1720-WRITE-MONEY-LINE-EXIT
                   WHEN TH-IS-OD-LIMIT
                       PERFORM 1760-WRITE-FACILITY-LINE
                           THRU 1760-WRITE-FACILITY-LINE-EXIT
                   WHEN TH-IS-OPEN
                       PERFORM 1750-WRITE-STATUS-LINE
                           THRU 1750-WRITE-STATUS-LINE-EXIT
       1750-WRITE-STATUS-LINE-EXIT.
           EXIT.

      *================================================================
       1760-WRITE-FACILITY-LINE.
      *================================================================
      * A change to the arranged overdraft during the period: the new
      * limit and debit rate, or a zero limit where it was cancelled.
           MOVE TH-AMOUNT TO WS-LIMIT-ED
           IF TH-AMOUNT = ZEROS
               MOVE ZEROS TO WS-RATE-ED
           ELSE
               MOVE TH-OD-DEBIT-RATE TO WS-RATE-ED
           END-IF
           STRING '  OVERDRAFT CHANGE | DATE:' DELIMITED SIZE
                  TH-APPLY-DATE    DELIMITED SIZE
                  ' | LIMIT:' DELIMITED SIZE
                  WS-LIMIT-ED      DELIMITED SIZE
                  ' | DEBIT RATE:' DELIMITED SIZE
                  WS-RATE-ED       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-STATEMENT-LINE
               THRU 9300-WRITE-STATEMENT-LINE-EXIT.

       1760-WRITE-FACILITY-LINE-EXIT.
           EXIT.

      *================================================================
       1800-WRITE-STATEMENT-FOOTER.
      *================================================================
                  ' | TRANSACTIONS:' DELIMITED SIZE
                  WS-TRAN-LINE-COUNT DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-STATEMENT-LINE
               THRU 9300-WRITE-STATEMENT-LINE-EXIT

           PERFORM 1850-LOOKUP-OD-LIMIT
               THRU 1850-LOOKUP-OD-LIMIT-EXIT
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-CLOSING-BALANCE + WS-OD-LIMIT
           MOVE WS-OD-LIMIT          TO WS-LIMIT-ED
           MOVE WS-AVAILABLE-BALANCE TO WS-AVAILABLE-ED
           STRING '  ARRANGED OVERDRAFT LIMIT:' DELIMITED SIZE
                  WS-LIMIT-ED      DELIMITED SIZE
                  ' | AVAILABLE:' DELIMITED SIZE
                  WS-AVAILABLE-ED  DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-STATEMENT-LINE
               THRU 9300-WRITE-STATEMENT-LINE-EXIT.

       1800-WRITE-STATEMENT-FOOTER-EXIT.
           EXIT.

      *================================================================
       1850-LOOKUP-OD-LIMIT.
      *================================================================
      * The limit as it stands on the facility file: an active
      * facility that had not expired before the statement month.
      * An expired or cancelled arrangement offers no headroom.
           MOVE ZEROS TO WS-OD-LIMIT
           IF WS-ODFAC-AVAIL
               MOVE ACC-NUMBER TO OD-ACC-NUMBER
               READ OD-FACILITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OD-ACTIVE
                       AND (OD-EXPIRY-DATE = ZEROS
                            OR OD-EXPIRY-DATE (1:6) >= WS-STMT-PERIOD)
                           MOVE OD-LIMIT TO WS-OD-LIMIT
                       END-IF
               END-READ
           END-IF.

       1850-LOOKUP-OD-LIMIT-EXIT.
           EXIT.

      *================================================================
       2500-DRAIN-ORPHAN-HISTORY.
      *================================================================
           CLOSE ACCOUNT-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE STATEMENT-FILE
           IF WS-ODFAC-AVAIL
               CLOSE OD-FACILITY-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================

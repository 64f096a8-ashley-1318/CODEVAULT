      *             system: loan terms from LOAN-FILE, the current
      *             amortization position from AMORT-FILE, the latest
      *             IFRS 9 stage from STAGE-HISTORY, settlement
      *             history from the compacted settlement-history
      *             KSDS plus the SETTLE-LEDGER generations cut since
      *             the last weekly compaction, account status and
      *             balance from the account master, any forbearance
      *             or restructuring on the forbearance master, the
      *             loans on which the customer stands as co-borrower
      *             or guarantor on the loan-party file, and any GDPR
      *             actions on the compliance log. Each
      *             sequential
      *             file is read once for the whole request batch;
      *             the keyed masters are read per request.
      * AUTHOR:     VAULT DEMO
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SETTLE-HISTORY-FILE
               ASSIGN TO SETLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT GDPR-COMPLIANCE-LOG
               ASSIGN TO GDPRLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT FORBEARANCE-FILE
               ASSIGN TO FORBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FORB-STATUS.
           SELECT LOAN-PARTY-FILE
               ASSIGN TO LOANPRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               ALTERNATE RECORD KEY IS LP-PARTY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PARTY-STATUS.
           SELECT RESPONSE-FILE
               ASSIGN TO C360RESP
               ORGANIZATION IS SEQUENTIAL
           05  SL-SETTLEMENT-TIME      PIC 9(6).
           05  FILLER                 PIC X(1).

       FD  SETTLE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SETLHIST-REC'.

       FD  GDPR-COMPLIANCE-LOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           RECORD CONTAINS 65 CHARACTERS.
           COPY 'ACCOUNT-REC'.

       FD  FORBEARANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FORBEARANCE-RECORD.
           05  FB-KEY.
               10  FB-CUSTOMER-ID       PIC X(10).
               10  FB-LOAN-ACCT-NO      PIC X(10).
           05  FB-CONCESSION-TYPE       PIC X(2).
           05  FB-INTEREST-TREATMENT    PIC X(1).
           05  FB-EFFECTIVE-MONTH       PIC 9(6).
           05  FB-CONCESSION-MONTHS     PIC 9(3).
           05  FB-APPROVAL-DATE         PIC 9(8).
           05  FB-CONCESSION-END-DATE   PIC 9(8).
           05  FB-PROBATION-END-DATE    PIC 9(8).
           05  FB-UNPAID-INTEREST       PIC 9(12)V99 COMP-3.
           05  FB-APPROVER-ID           PIC X(8).
           05  FB-RESTRUCTURE-COUNT     PIC 9(2).
           05  FILLER                  PIC X(6).

      * Co-borrowers and guarantors maintained by PARTY-MAINT.
       FD  LOAN-PARTY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'LOANPRTY-REC'.

       FD  RESPONSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
               10  WS-INQ-PRIOR-STAGE  PIC 9(1).
               10  WS-INQ-SETTLE-COUNT PIC 9(4) COMP.
               10  WS-INQ-LAST-SETTLE  PIC X(10).
               10  WS-INQ-LAST-SETTLE-DTM PIC 9(14).
               10  WS-INQ-ACCT-FOUND   PIC X(1).
               10  WS-INQ-ACCT-STATUS  PIC X(1).
               10  WS-INQ-ACCT-BALANCE PIC S9(12)V99.
               10  WS-INQ-GDPR-COUNT   PIC 9(4) COMP.
               10  WS-INQ-LAST-GDPR    PIC X(10).
               10  WS-INQ-FORB-FOUND   PIC X(1).
               10  WS-INQ-FORB-ACCT    PIC X(10).
               10  WS-INQ-FORB-TYPE    PIC X(2).
               10  WS-INQ-FORB-TREAT   PIC X(1).
               10  WS-INQ-FORB-CONC-END PIC 9(8).
               10  WS-INQ-FORB-PROB-END PIC 9(8).
               10  WS-INQ-FORB-UNPAID  PIC 9(12)V99 COMP-3.
               10  WS-INQ-FORB-COUNT   PIC 9(2).

       01  WS-LOOKUP-CONTROL.
           05  WS-STAGE-BROWSE-SW   PIC X(1)     VALUE 'N'.
           05  WS-DUE-INTEGER       PIC S9(9) COMP VALUE ZEROS.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-DROPPED-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-FORB-STATE        PIC X(9)     VALUE SPACES.
           05  WS-SETTLE-DTM        PIC 9(14)    VALUE ZEROS.
           05  WS-PARTY-LOAN-COUNT  PIC 9(4) COMP VALUE ZEROS.
           05  WS-PARTY-ROLE-TEXT   PIC X(11)    VALUE SPACES.
           05  WS-PARTY-SHARE-PCT   PIC 9(3)V99  VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-BALANCE-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-ACCT-BALANCE-ED   PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-RATE-ED           PIC ZZ9.99   VALUE ZEROS.
           05  WS-TERM-ED           PIC ZZZ9     VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZ9     VALUE ZEROS.
           05  WS-STAGE-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-ACCOUNT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-RESPONSE-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-FORB-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-FORB-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-FORB-AVAIL    VALUE 'Y'.
           05  WS-PARTY-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-PARTY-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-PARTY-AVAIL   VALUE 'Y'.
           05  WS-PARTY-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-PARTY-EOF     VALUE 'Y'.
           05  WS-HISTORY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-AVAIL-SW  PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-AVAIL VALUE 'Y'.
           05  WS-REQUEST-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REQUEST-EOF   VALUE 'Y'.
           05  WS-FILE-EOF-SW       PIC X(1)     VALUE 'N'.
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The settlement-history KSDS is created by SETTLE-HIST on its
      * first run; until then the ledger generations are the whole
      * settlement history.
           OPEN INPUT SETTLE-HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-AVAIL-SW
           END-IF

           OPEN INPUT GDPR-COMPLIANCE-LOG
           MOVE WS-LOG-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN GDPR-LOG'      TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The forbearance master is created by LOAN-RESTR on its first
      * run; until then no customer has a restructure to show.
           OPEN INPUT FORBEARANCE-FILE
           IF WS-FORB-STATUS = '00'
               MOVE 'Y' TO WS-FORB-AVAIL-SW
           END-IF

      * The loan-party file is created by PARTY-MAINT on its first
      * run; until then no customer is party to another's loan.
           OPEN INPUT LOAN-PARTY-FILE
           IF WS-PARTY-STATUS = '00'
               MOVE 'Y' TO WS-PARTY-AVAIL-SW
           END-IF

           OPEN OUTPUT RESPONSE-FILE
           MOVE WS-RESPONSE-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN RESPONSE-FILE' TO WS-CHECK-STATUS-OPER
      *================================================================
       4000-SCAN-SETTLE-LEDGER.
      *================================================================
      * Compacted settlements come off the history KSDS by key, one
      * customer browse per inquiry row. Every ledger generation
      * still cataloged postdates the last compaction, so the ledger
      * scan that follows always has the latest status.
           IF WS-HISTORY-AVAIL
               PERFORM 4050-BROWSE-ONE-HISTORY
                   THRU 4050-BROWSE-ONE-HISTORY-EXIT
                   VARYING WS-MATCH-IDX FROM 1 BY 1
                   UNTIL WS-MATCH-IDX > WS-INQ-COUNT
               CLOSE SETTLE-HISTORY-FILE
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM 4100-SCAN-ONE-LEDGER-ITEM
               THRU 4100-SCAN-ONE-LEDGER-ITEM-EXIT
       4000-SCAN-SETTLE-LEDGER-EXIT.
           EXIT.

      *================================================================
       4050-BROWSE-ONE-HISTORY.
      *================================================================
           MOVE 'N' TO WS-FILE-EOF-SW
           MOVE WS-INQ-CUSTOMER-ID (WS-MATCH-IDX) TO HS-CUSTOMER-ID
           MOVE LOW-VALUES TO HS-LOAN-ACCT-NO
           MOVE ZEROS      TO HS-SETTLE-DATE
           MOVE ZEROS      TO HS-SETTLE-TIME
           MOVE ZEROS      TO HS-SEQ-NO
           START SETTLE-HISTORY-FILE KEY >= HS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FILE-EOF-SW
           END-START
           PERFORM 4060-READ-ONE-HISTORY-ROW
               THRU 4060-READ-ONE-HISTORY-ROW-EXIT
               UNTIL WS-FILE-EOF.

       4050-BROWSE-ONE-HISTORY-EXIT.
           EXIT.

      *================================================================
       4060-READ-ONE-HISTORY-ROW.
      *================================================================
      * Rows come back in loan-account order, so the latest status is
      * the one with the highest settlement date and time across all
      * of the customer's loans.
           READ SETTLE-HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
               NOT AT END
                   IF HS-CUSTOMER-ID NOT =
                       WS-INQ-CUSTOMER-ID (WS-MATCH-IDX)
                       MOVE 'Y' TO WS-FILE-EOF-SW
                   ELSE
                       ADD 1 TO WS-INQ-SETTLE-COUNT (WS-MATCH-IDX)
                       COMPUTE WS-SETTLE-DTM =
                           HS-SETTLE-DATE * 1000000 + HS-SETTLE-TIME
                       IF WS-SETTLE-DTM >=
                           WS-INQ-LAST-SETTLE-DTM (WS-MATCH-IDX)
                           MOVE WS-SETTLE-DTM TO
                               WS-INQ-LAST-SETTLE-DTM (WS-MATCH-IDX)
                           MOVE HS-SETTLEMENT-STATUS TO
                               WS-INQ-LAST-SETTLE (WS-MATCH-IDX)
                       END-IF
                   END-IF
           END-READ.

       4060-READ-ONE-HISTORY-ROW-EXIT.
           EXIT.

      *================================================================
       4100-SCAN-ONE-LEDGER-ITEM.
      *================================================================
      *================================================================
       6000-READ-KEYED-MASTERS.
      *================================================================
      * The stage history, account master and forbearance master are
      * keyed, so each inquiry row costs one READ per file.
           PERFORM 6100-READ-MASTERS-ONE-ROW
               THRU 6100-READ-MASTERS-ONE-ROW-EXIT
               VARYING WS-INQ-IDX FROM 1 BY 1
                   MOVE ACC-STATUS TO WS-INQ-ACCT-STATUS (WS-INQ-IDX)
                   MOVE ACC-BALANCE TO
                       WS-INQ-ACCT-BALANCE (WS-INQ-IDX)
           END-READ

           IF WS-FORB-AVAIL
               PERFORM 6200-READ-FORBEARANCE
                   THRU 6200-READ-FORBEARANCE-EXIT
           END-IF.

       6100-READ-MASTERS-ONE-ROW-EXIT.
           EXIT.
       6160-FILL-STAGE-COLUMNS-EXIT.
           EXIT.

      *================================================================
       6200-READ-FORBEARANCE.
      *================================================================
      * The forbearance master is keyed per loan like the stage
      * history: the booked loan when the loan scan found one, else
      * the loan the schedule position belongs to.
           MOVE 'N' TO WS-INQ-FORB-FOUND (WS-INQ-IDX)
           MOVE WS-INQ-CUSTOMER-ID (WS-INQ-IDX) TO FB-CUSTOMER-ID
           IF WS-INQ-LOAN-FOUND (WS-INQ-IDX) = 'Y'
               MOVE WS-INQ-LOAN-ACCT (WS-INQ-IDX) TO FB-LOAN-ACCT-NO
           ELSE
               MOVE WS-INQ-AMORT-ACCT (WS-INQ-IDX) TO FB-LOAN-ACCT-NO
           END-IF
           READ FORBEARANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-INQ-FORB-FOUND (WS-INQ-IDX)
                   MOVE FB-LOAN-ACCT-NO
                       TO WS-INQ-FORB-ACCT (WS-INQ-IDX)
                   MOVE FB-CONCESSION-TYPE
                       TO WS-INQ-FORB-TYPE (WS-INQ-IDX)
                   MOVE FB-INTEREST-TREATMENT
                       TO WS-INQ-FORB-TREAT (WS-INQ-IDX)
                   MOVE FB-CONCESSION-END-DATE
                       TO WS-INQ-FORB-CONC-END (WS-INQ-IDX)
                   MOVE FB-PROBATION-END-DATE
                       TO WS-INQ-FORB-PROB-END (WS-INQ-IDX)
                   MOVE FB-UNPAID-INTEREST
                       TO WS-INQ-FORB-UNPAID (WS-INQ-IDX)
                   MOVE FB-RESTRUCTURE-COUNT
                       TO WS-INQ-FORB-COUNT (WS-INQ-IDX)
           END-READ.

       6200-READ-FORBEARANCE-EXIT.
           EXIT.

      *================================================================
       7000-WRITE-RESPONSES.
      *================================================================
       7100-WRITE-ONE-RESPONSE.
      *================================================================
      * One consolidated response block per inquiry: loan terms,
      * amortization position, IFRS 9 stage, forbearance, loans as
      * co-borrower or guarantor, settlement history, account
      * position, and GDPR actions.
           STRING 'CUST-360 | CUSTOMER:' DELIMITED SIZE
                  WS-INQ-CUSTOMER-ID (WS-INQ-IDX) DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-RESPONSE-LINE
               THRU 9300-WRITE-RESPONSE-LINE-EXIT

      * A restructured loan is ACTIVE while the concession runs, on
      * PROBATION until its probation end date, EXITED after that.
           IF WS-INQ-FORB-FOUND (WS-INQ-IDX) = 'Y'
               EVALUATE TRUE
                   WHEN WS-INQ-FORB-CONC-END (WS-INQ-IDX)
                        >= WS-RUN-DATE-N
                       MOVE 'ACTIVE'    TO WS-FORB-STATE
                   WHEN WS-INQ-FORB-PROB-END (WS-INQ-IDX)
                        >= WS-RUN-DATE-N
                       MOVE 'PROBATION' TO WS-FORB-STATE
                   WHEN OTHER
                       MOVE 'EXITED'    TO WS-FORB-STATE
               END-EVALUATE
               MOVE WS-INQ-FORB-UNPAID (WS-INQ-IDX) TO WS-AMOUNT-ED
               MOVE WS-INQ-FORB-COUNT (WS-INQ-IDX)  TO WS-COUNT-ED
               STRING '  FORBEARANCE | ACCT:' DELIMITED SIZE
                      WS-INQ-FORB-ACCT (WS-INQ-IDX) DELIMITED SIZE
                      ' | TYPE:' DELIMITED SIZE
                      WS-INQ-FORB-TYPE (WS-INQ-IDX) DELIMITED SIZE
                      WS-INQ-FORB-TREAT (WS-INQ-IDX) DELIMITED SIZE
                      ' | ' DELIMITED SIZE
                      WS-FORB-STATE                 DELIMITED SPACE
                      ' | CONCESSION TO:' DELIMITED SIZE
                      WS-INQ-FORB-CONC-END (WS-INQ-IDX)
                                                    DELIMITED SIZE
                      ' | PROBATION TO:' DELIMITED SIZE
                      WS-INQ-FORB-PROB-END (WS-INQ-IDX)
                                                    DELIMITED SIZE
                      ' | INTEREST:' DELIMITED SIZE
                      WS-AMOUNT-ED                  DELIMITED SIZE
                      ' | TIMES:' DELIMITED SIZE
                      WS-COUNT-ED                   DELIMITED SIZE
                   INTO WS-REPORT-LINE
           ELSE
               MOVE '  FORBEARANCE | NONE ON FILE' TO WS-REPORT-LINE
           END-IF
           PERFORM 9300-WRITE-RESPONSE-LINE
               THRU 9300-WRITE-RESPONSE-LINE-EXIT

           PERFORM 7200-WRITE-PARTY-LOANS
               THRU 7200-WRITE-PARTY-LOANS-EXIT

           MOVE WS-INQ-SETTLE-COUNT (WS-INQ-IDX) TO WS-COUNT-ED
           STRING '  SETTLEMENTS | COUNT:' DELIMITED SIZE
                  WS-COUNT-ED                       DELIMITED SIZE

           IF WS-INQ-ACCT-FOUND (WS-INQ-IDX) = 'Y'
               MOVE WS-INQ-ACCT-BALANCE (WS-INQ-IDX)
                   TO WS-ACCT-BALANCE-ED
               STRING '  ACCOUNT | STATUS:' DELIMITED SIZE
                      WS-INQ-ACCT-STATUS (WS-INQ-IDX) DELIMITED SIZE
                      ' | BALANCE:' DELIMITED SIZE
                      WS-ACCT-BALANCE-ED            DELIMITED SIZE
                   INTO WS-REPORT-LINE
           ELSE
               MOVE '  ACCOUNT | NONE ON FILE' TO WS-REPORT-LINE
       7100-WRITE-ONE-RESPONSE-EXIT.
           EXIT.

      *================================================================
       7200-WRITE-PARTY-LOANS.
      *================================================================
      * Browses the loan-party file by party ID: one line per loan
      * the customer is an active co-borrower or guarantor on.
      * Released rows are history and are not shown.
           MOVE ZEROS TO WS-PARTY-LOAN-COUNT
           MOVE 'N'   TO WS-PARTY-EOF-SW
           IF NOT WS-PARTY-AVAIL
               MOVE 'Y' TO WS-PARTY-EOF-SW
           ELSE
               MOVE WS-INQ-CUSTOMER-ID (WS-INQ-IDX) TO LP-PARTY-ID
               START LOAN-PARTY-FILE KEY = LP-PARTY-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-PARTY-EOF-SW
               END-START
           END-IF

           PERFORM 7210-READ-PARTY-LOAN
               THRU 7210-READ-PARTY-LOAN-EXIT
               UNTIL WS-PARTY-EOF

           IF WS-PARTY-LOAN-COUNT = ZEROS
               MOVE '  PARTY LOANS | NONE ON FILE' TO WS-REPORT-LINE
               PERFORM 9300-WRITE-RESPONSE-LINE
                   THRU 9300-WRITE-RESPONSE-LINE-EXIT
           END-IF.

       7200-WRITE-PARTY-LOANS-EXIT.
           EXIT.

      *================================================================
       7210-READ-PARTY-LOAN.
      *================================================================
      * Status 02 on the alternate key only says another row for the
      * same party follows.
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARTY-EOF-SW
                   GO TO 7210-READ-PARTY-LOAN-EXIT
           END-READ
           IF WS-PARTY-STATUS = '02'
               MOVE '00' TO WS-CHECK-STATUS-CODE
           ELSE
               MOVE WS-PARTY-STATUS TO WS-CHECK-STATUS-CODE
           END-IF
           MOVE 'READ LOAN-PARTY-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           IF LP-PARTY-ID NOT = WS-INQ-CUSTOMER-ID (WS-INQ-IDX)
               MOVE 'Y' TO WS-PARTY-EOF-SW
               GO TO 7210-READ-PARTY-LOAN-EXIT
           END-IF
           IF NOT LP-PARTY-ACTIVE
               GO TO 7210-READ-PARTY-LOAN-EXIT
           END-IF

           ADD 1 TO WS-PARTY-LOAN-COUNT
           IF LP-GUARANTOR
               MOVE 'GUARANTOR'   TO WS-PARTY-ROLE-TEXT
           ELSE
               MOVE 'CO-BORROWER' TO WS-PARTY-ROLE-TEXT
           END-IF
           COMPUTE WS-PARTY-SHARE-PCT = LP-LIABILITY-SHARE * 100
           MOVE WS-PARTY-SHARE-PCT TO WS-RATE-ED
           STRING '  PARTY LOAN | ROLE:' DELIMITED SIZE
                  WS-PARTY-ROLE-TEXT            DELIMITED SPACE
                  ' | BORROWER:' DELIMITED SIZE
                  LP-CUSTOMER-ID                DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  LP-LOAN-ACCT-NO               DELIMITED SIZE
                  ' | LIABLE:' DELIMITED SIZE
                  WS-RATE-ED                    DELIMITED SIZE
                  '% | SINCE:' DELIMITED SIZE
                  LP-START-DATE                 DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-RESPONSE-LINE
               THRU 9300-WRITE-RESPONSE-LINE-EXIT.

       7210-READ-PARTY-LOAN-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-RESPONSE-LINE.
      *================================================================
           CLOSE STAGE-HISTORY
           CLOSE ACCOUNT-FILE
           CLOSE RESPONSE-FILE
           IF WS-FORB-AVAIL
               CLOSE FORBEARANCE-FILE
           END-IF
           IF WS-PARTY-AVAIL
               CLOSE LOAN-PARTY-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
               CLOSE STAGE-HISTORY
               CLOSE ACCOUNT-FILE
               CLOSE RESPONSE-FILE
               IF WS-FORB-AVAIL
                   CLOSE FORBEARANCE-FILE
               END-IF
               IF WS-PARTY-AVAIL
                   CLOSE LOAN-PARTY-FILE
               END-IF
               STOP RUN
           END-IF.


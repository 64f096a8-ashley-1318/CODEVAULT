      *================================================================
      * PROGRAM-ID: LIMIT-REVIEW
      * PURPOSE:    Treasury workbench for counterparty exposure
      *             limits. SETTLE-SYS holds any settlement that would
      *             take a correspondent's gross for the business day
      *             past its CPLIMIT daily limit on the limit-excess
      *             queue (LIMITQ) with status LIMIT-HELD; this program
      *             applies treasury's decision cards the next cycle:
      *               - limit cards set, change or suspend a daily
      *                 gross limit per BIC (or bank-level BIC8) and
      *                 currency on CPLIMIT, under dual approval;
      *               - releases (dual approval) are re-priced off the
      *                 REGPARMS fee card and posted CONFIRMED to the
      *                 limit ledger generation the nightly batch
      *                 concatenates into its GL, netting and control
      *                 inputs; the released amount is booked to the
      *                 limit so tonight's running total includes it;
      *               - rejects get a durable decision-log record;
      *               - open items carry forward, and any unworked
      *                 past LIMIT-ESCAL-DAYS (REGPARMS) are escalated
      *                 on the treasury report with their own return
      *                 code.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMIT-REVIEW.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-QUEUE-FILE
               ASSIGN TO LIMITQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIMITQ-STATUS.
           SELECT DECISION-FILE
               ASSIGN TO LMTDECN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT CPTY-LIMIT-FILE
               ASSIGN TO CPLIMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CPLIMIT-STATUS.
           SELECT SETTLE-LEDGER
               ASSIGN TO SETTLEDG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT DECISION-LOG-FILE
               ASSIGN TO LMTDLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.
           SELECT CARRY-FORWARD-FILE
               ASSIGN TO LMTNEXT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT TREASURY-REPORT
               ASSIGN TO LMTRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REGPARM-FILE
               ASSIGN TO REGPARMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * One deck carries both kinds of treasury card: a decision on a
      * held item (keyed like the compliance workbench's, customer
      * and loan) or a limit card for one BIC and currency. Both need
      * two distinct approvers.
       FD  DECISION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  DECISION-RECORD.
           05  DN-CARD-TYPE            PIC X(1).
               88  DN-ITEM-DECISION    VALUE 'D'.
               88  DN-LIMIT-CARD       VALUE 'L'.
           05  DN-ITEM-DATA.
               10  DN-CUSTOMER-ID      PIC X(10).
               10  DN-LOAN-ACCT        PIC X(10).
               10  DN-ACTION           PIC X(1).
                   88  DN-RELEASE      VALUE 'R'.
                   88  DN-REJECT       VALUE 'J'.
               10  FILLER              PIC X(28).
           05  DN-LIMIT-DATA REDEFINES DN-ITEM-DATA.
               10  DN-LIMIT-BIC        PIC X(11).
               10  DN-LIMIT-CURRENCY   PIC X(3).
               10  DN-DAILY-LIMIT      PIC 9(12)V99.
               10  DN-LIMIT-STATUS     PIC X(1).
                   88  DN-LIMIT-VALID-STATUS VALUE 'A' 'S'.
               10  FILLER              PIC X(20).
           05  DN-APPROVER-1           PIC X(8).
           05  DN-APPROVER-2           PIC X(8).
           05  FILLER                 PIC X(14).

       FD  CPTY-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY 'CPLIMIT-REC'.

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

       FD  DECISION-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  DECISION-LOG-RECORD.
           05  DL-CUSTOMER-ID          PIC X(10).
           05  DL-LOAN-ACCT-NO         PIC X(10).
           05  DL-SWIFT-CODE           PIC X(11).
           05  DL-GROSS-AMOUNT         PIC 9(12)V99 COMP-3.
           05  DL-DECISION             PIC X(8).
           05  DL-APPROVER-1           PIC X(8).
           05  DL-APPROVER-2           PIC X(8).
           05  DL-DECISION-DATE        PIC 9(8).
           05  DL-DECISION-TIME        PIC 9(6).
           05  DL-QUEUE-DATE           PIC 9(8).
           05  DL-LIMIT-BIC            PIC X(11).
           05  DL-LIMIT-CURRENCY       PIC X(3).
           05  FILLER                 PIC X(1).

       FD  CARRY-FORWARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  CARRY-FORWARD-RECORD     PIC X(70).

       FD  TREASURY-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  TREASURY-REPORT-RECORD   PIC X(132).

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'REGPARM-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * SETTLEMENT FEE SCHEDULE AND ESCALATION AGE
      * The same REGPARMS fee card SETTLE-SYS prices with, plus the
      * workbench's own escalation age. Fail-closed like every other
      * REGPARMS consumer.
      *----------------------------------------------------------------
       01  WS-FEE-SCHEDULE.
           05  WS-FLAT-FEE          PIC 9(5)V99   COMP-3 VALUE ZEROS.
           05  WS-BPS-TIER1         PIC 9(3)V9(4) COMP-3 VALUE ZEROS.
           05  WS-BPS-TIER2         PIC 9(3)V9(4) COMP-3 VALUE ZEROS.
           05  WS-BPS-TIER3         PIC 9(3)V9(4) COMP-3 VALUE ZEROS.
           05  WS-TIER1-LIMIT       PIC 9(12)V99  COMP-3 VALUE ZEROS.
           05  WS-TIER2-LIMIT       PIC 9(12)V99  COMP-3 VALUE ZEROS.
           05  WS-ESCAL-DAYS        PIC 9(3) COMP-3      VALUE ZEROS.

       01  WS-REGPARM-CONTROL.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-REGPARM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REGPARM-EOF   VALUE 'Y'.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-PARM-LOAD-COUNT   PIC 9(2) COMP VALUE ZEROS.
           05  WS-PARM-ESC-SW       PIC X(1)     VALUE 'N'.

      *----------------------------------------------------------------
      * DECISION TABLE (item decisions only; limit cards are applied
      * to CPLIMIT as they are read, ahead of the queue)
      *----------------------------------------------------------------
       01  WS-DECISION-TABLE.
           05  WS-DECISION-COUNT    PIC 9(3) COMP VALUE ZEROS.
           05  WS-DECISION-ENTRY    OCCURS 200 TIMES.
               10  WS-DEC-CUSTOMER-ID PIC X(10).
               10  WS-DEC-LOAN-ACCT   PIC X(10).
               10  WS-DEC-ACTION      PIC X(1).
               10  WS-DEC-APPROVER-1  PIC X(8).
               10  WS-DEC-APPROVER-2  PIC X(8).
               10  WS-DEC-USED-SW     PIC X(1).

       01  WS-DECISION-CONTROL.
           05  WS-DECISION-EOF-SW   PIC X(1)     VALUE 'N'.
               88  WS-DECISION-EOF  VALUE 'Y'.
           05  WS-DEC-IDX           PIC 9(3) COMP VALUE ZEROS.
           05  WS-DEC-MATCH-IDX     PIC 9(3) COMP VALUE ZEROS.
           05  WS-DEC-FOUND-SW      PIC X(1)     VALUE 'N'.
               88  WS-DEC-FOUND     VALUE 'Y'.
           05  WS-LIMIT-FOUND-SW    PIC X(1)     VALUE 'N'.
               88  WS-LIMIT-FOUND   VALUE 'Y'.

      *----------------------------------------------------------------
      * RELEASE PRICING WORK AREA (same tier math as SETTLE-SYS)
      *----------------------------------------------------------------
       01  WS-PRICING-DATA.
           05  WS-BPS-RATE          PIC 9(3)V9(4) COMP-3 VALUE ZEROS.
           05  WS-SETTLEMENT-FEE    PIC 9(9)V99   COMP-3 VALUE ZEROS.
           05  WS-NET-AMOUNT        PIC 9(12)V99  COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * AGING WORK AREA
      *----------------------------------------------------------------
       01  WS-AGING-DATA.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-RUN-TIME-N        PIC 9(6)     VALUE ZEROS.
           05  WS-RUN-INTEGER       PIC S9(9) COMP VALUE ZEROS.
           05  WS-QUEUE-INTEGER     PIC S9(9) COMP VALUE ZEROS.
           05  WS-AGE-DAYS          PIC S9(5) COMP VALUE ZEROS.
           05  WS-AGE-DAYS-ED       PIC ZZZZ9    VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-QUEUE-COUNT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-RELEASED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-REJECTED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-CARRIED-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-ESCALATED-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-BAD-APPROVAL-CNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-UNMATCHED-DECNS   PIC 9(8) COMP VALUE ZEROS.
           05  WS-LIMITS-ADDED      PIC 9(8) COMP VALUE ZEROS.
           05  WS-LIMITS-CHANGED    PIC 9(8) COMP VALUE ZEROS.
           05  WS-LIMIT-CARDS-BAD   PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-2-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-CARD-REASON       PIC X(30)    VALUE SPACES.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-LIMITQ-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-DECISION-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-CPLIMIT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-LEDGER-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-DLOG-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-CARRY-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-LIMITQ-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-LIMITQ-EOF    VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Limit cards go onto CPLIMIT first, so a limit raised or
      * restored today stands before any held item is worked; then
      * one pass over the queue applies the item decisions.
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-REG-PARAMETERS
               THRU 0150-LOAD-REG-PARAMETERS-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME-N
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0300-LOAD-DECISIONS
               THRU 0300-LOAD-DECISIONS-EXIT
           PERFORM 0200-READ-QUEUE-ITEM
               THRU 0200-READ-QUEUE-ITEM-EXIT
           PERFORM 1500-WORK-QUEUE-ITEM
               THRU 1500-WORK-QUEUE-ITEM-EXIT
               UNTIL WS-LIMITQ-EOF
           PERFORM 8500-REPORT-UNMATCHED-DECISIONS
               THRU 8500-REPORT-UNMATCHED-DECISIONS-EXIT
           PERFORM 9100-PRINT-SUMMARY
               THRU 9100-PRINT-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
      * A missing CPLIMIT cluster (the very first run, before any
      * limit card) is created empty rather than failing the run.
           OPEN INPUT LIMIT-QUEUE-FILE
           MOVE WS-LIMITQ-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LIMIT-QUEUE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

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

           OPEN OUTPUT SETTLE-LEDGER
           MOVE WS-LEDGER-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN SETTLE-LEDGER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT DECISION-LOG-FILE
           MOVE WS-DLOG-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DECISION-LOG'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT CARRY-FORWARD-FILE
           MOVE WS-CARRY-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CARRY-FORWARD' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT TREASURY-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TREASURY-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0150-LOAD-REG-PARAMETERS.
      *================================================================
      * Loads the fee card and the escalation age. Fail-closed:
      * releasing a held settlement priced off a missing fee card is
      * never acceptable.
           OPEN INPUT REGPARM-FILE
           MOVE WS-REGPARM-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REGPARM-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0160-READ-REG-PARAMETER
               THRU 0160-READ-REG-PARAMETER-EXIT
               UNTIL WS-REGPARM-EOF
           CLOSE REGPARM-FILE

           IF WS-PARM-LOAD-COUNT < 7
           OR WS-TIER2-LIMIT <= WS-TIER1-LIMIT
           OR WS-PARM-ESC-SW = 'N'
           OR WS-ESCAL-DAYS = ZEROS
               DISPLAY 'LIMIT-REVIEW: REGPARMS FEE CARD OR '
                   'ESCALATION AGE INCOMPLETE - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           DISPLAY 'LIMIT-REVIEW: PARAMETER SET ' WS-PARM-SET-ID
               ' LOADED'.

       0150-LOAD-REG-PARAMETERS-EXIT.
           EXIT.

      *================================================================
       0160-READ-REG-PARAMETER.
      *================================================================
           READ REGPARM-FILE
               AT END
                   MOVE 'Y' TO WS-REGPARM-EOF-SW
               NOT AT END
                   EVALUATE PRM-KEYWORD
                       WHEN 'PARM-SET-ID'
                           MOVE PRM-VALUE TO WS-PARM-SET-ID
                           ADD 1 TO WS-PARM-LOAD-COUNT
                       WHEN 'FLAT-FEE'
                           MOVE PRM-VALUE-NUM TO WS-FLAT-FEE
                           ADD 1 TO WS-PARM-LOAD-COUNT
                       WHEN 'BPS-TIER1'
                           MOVE PRM-VALUE-NUM TO WS-BPS-TIER1
                           ADD 1 TO WS-PARM-LOAD-COUNT
                       WHEN 'BPS-TIER2'
                           MOVE PRM-VALUE-NUM TO WS-BPS-TIER2
                           ADD 1 TO WS-PARM-LOAD-COUNT
                       WHEN 'BPS-TIER3'
                           MOVE PRM-VALUE-NUM TO WS-BPS-TIER3
                           ADD 1 TO WS-PARM-LOAD-COUNT
                       WHEN 'TIER1-LIMIT'
                           MOVE PRM-VALUE-NUM TO WS-TIER1-LIMIT
                           ADD 1 TO WS-PARM-LOAD-COUNT
                       WHEN 'TIER2-LIMIT'
                           MOVE PRM-VALUE-NUM TO WS-TIER2-LIMIT
                           ADD 1 TO WS-PARM-LOAD-COUNT
                       WHEN 'LIMIT-ESCAL-DAYS'
                           MOVE PRM-VALUE-NUM TO WS-ESCAL-DAYS
                           MOVE 'Y' TO WS-PARM-ESC-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0160-READ-REG-PARAMETER-EXIT.
           EXIT.

      *================================================================
       0200-READ-QUEUE-ITEM.
      *================================================================
           READ LIMIT-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-LIMITQ-EOF-SW
               NOT AT END
                   ADD 1 TO WS-QUEUE-COUNT
           END-READ.

       0200-READ-QUEUE-ITEM-EXIT.
           EXIT.

      *================================================================
       0300-LOAD-DECISIONS.
      *================================================================
           OPEN INPUT DECISION-FILE
           MOVE WS-DECISION-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DECISION-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0310-READ-DECISION
               THRU 0310-READ-DECISION-EXIT
               UNTIL WS-DECISION-EOF
           CLOSE DECISION-FILE

           DISPLAY 'LIMIT-REVIEW: ' WS-DECISION-COUNT
               ' ITEM DECISION(S) LOADED'.

       0300-LOAD-DECISIONS-EXIT.
           EXIT.

      *================================================================
       0310-READ-DECISION.
      *================================================================
           READ DECISION-FILE
               AT END
                   MOVE 'Y' TO WS-DECISION-EOF-SW
                   GO TO 0310-READ-DECISION-EXIT
           END-READ

           EVALUATE TRUE
               WHEN DN-LIMIT-CARD
                   PERFORM 0400-APPLY-LIMIT-CARD
                       THRU 0400-APPLY-LIMIT-CARD-EXIT
               WHEN DN-ITEM-DECISION
                   PERFORM 0320-TABLE-ITEM-DECISION
                       THRU 0320-TABLE-ITEM-DECISION-EXIT
               WHEN DN-CARD-TYPE = SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'CARD TYPE NOT D OR L' TO WS-CARD-REASON
                   PERFORM 0490-REPORT-BAD-CARD
                       THRU 0490-REPORT-BAD-CARD-EXIT
           END-EVALUATE.

       0310-READ-DECISION-EXIT.
           EXIT.

      *================================================================
       0320-TABLE-ITEM-DECISION.
      *================================================================
           IF DN-CUSTOMER-ID = SPACES
               GO TO 0320-TABLE-ITEM-DECISION-EXIT
           END-IF

           IF WS-DECISION-COUNT >= 200
               DISPLAY 'LIMIT-REVIEW: DECISION TABLE '
                   'FULL - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'LOAD DECISIONS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF
           ADD 1 TO WS-DECISION-COUNT
           MOVE DN-CUSTOMER-ID TO
               WS-DEC-CUSTOMER-ID (WS-DECISION-COUNT)
           MOVE DN-LOAN-ACCT TO
               WS-DEC-LOAN-ACCT (WS-DECISION-COUNT)
           MOVE DN-ACTION TO
               WS-DEC-ACTION (WS-DECISION-COUNT)
           MOVE DN-APPROVER-1 TO
               WS-DEC-APPROVER-1 (WS-DECISION-COUNT)
           MOVE DN-APPROVER-2 TO
               WS-DEC-APPROVER-2 (WS-DECISION-COUNT)
           MOVE 'N' TO
               WS-DEC-USED-SW (WS-DECISION-COUNT).

       0320-TABLE-ITEM-DECISION-EXIT.
           EXIT.

      *================================================================
       0400-APPLY-LIMIT-CARD.
      *================================================================
      * Sets or changes one daily gross limit. The running totals on
      * an existing row are kept -- a limit cut mid-day bites on the
      * next settlement, it does not reset what is already paid. A
      * BIC8 card (branch code spaces) covers every branch of the
      * bank that has no limit of its own. A card without two
      * distinct approvers, or with a missing BIC, currency or
      * status, changes nothing and is reported for re-keying.
           EVALUATE TRUE
               WHEN DN-APPROVER-1 = SPACES
               OR DN-APPROVER-2 = SPACES
               OR DN-APPROVER-1 = DN-APPROVER-2
                   MOVE 'APPROVERS MISSING/NOT DISTINCT'
                       TO WS-CARD-REASON
               WHEN DN-LIMIT-BIC (1:8) = SPACES
               OR DN-LIMIT-CURRENCY = SPACES
                   MOVE 'BIC OR CURRENCY MISSING' TO WS-CARD-REASON
               WHEN NOT DN-LIMIT-VALID-STATUS
                   MOVE 'STATUS NOT A OR S' TO WS-CARD-REASON
               WHEN DN-DAILY-LIMIT IS NOT NUMERIC
                   MOVE 'DAILY LIMIT NOT NUMERIC' TO WS-CARD-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-CARD-REASON
           END-EVALUATE
           IF WS-CARD-REASON NOT = SPACES
               PERFORM 0490-REPORT-BAD-CARD
                   THRU 0490-REPORT-BAD-CARD-EXIT
               GO TO 0400-APPLY-LIMIT-CARD-EXIT
           END-IF

           MOVE DN-LIMIT-BIC      TO CL-BIC
           MOVE DN-LIMIT-CURRENCY TO CL-CURRENCY
           PERFORM 0450-READ-LIMIT-ROW
               THRU 0450-READ-LIMIT-ROW-EXIT

           IF NOT WS-LIMIT-FOUND
               MOVE SPACES            TO CPTY-LIMIT-RECORD
               MOVE DN-LIMIT-BIC      TO CL-BIC
               MOVE DN-LIMIT-CURRENCY TO CL-CURRENCY
               MOVE ZEROS TO CL-USED-DATE
               MOVE ZEROS TO CL-USED-AMOUNT
               MOVE ZEROS TO CL-USED-COUNT
               MOVE ZEROS TO CL-HELD-AMOUNT
               MOVE ZEROS TO CL-HELD-COUNT
               MOVE ZEROS TO CL-RELEASE-PENDING
               MOVE ZEROS TO CL-RELEASE-DATE
           END-IF

           MOVE DN-LIMIT-STATUS  TO CL-LIMIT-STATUS
           MOVE DN-DAILY-LIMIT   TO CL-DAILY-LIMIT
           MOVE DN-APPROVER-1    TO CL-APPROVER-1
           MOVE DN-APPROVER-2    TO CL-APPROVER-2
           MOVE WS-RUN-DATE-N    TO CL-CHANGE-DATE

           IF WS-LIMIT-FOUND
               ADD 1 TO WS-LIMITS-CHANGED
               REWRITE CPTY-LIMIT-RECORD
               MOVE 'REWRITE CPTY-LIMIT' TO WS-CHECK-STATUS-OPER
           ELSE
               ADD 1 TO WS-LIMITS-ADDED
               WRITE CPTY-LIMIT-RECORD
               MOVE 'WRITE CPTY-LIMIT'   TO WS-CHECK-STATUS-OPER
           END-IF
           MOVE WS-CPLIMIT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           MOVE CL-DAILY-LIMIT TO WS-AMOUNT-ED
           STRING 'LIMIT SET | BIC:' DELIMITED SIZE
                  CL-BIC               DELIMITED SIZE
                  ' | CCY:' DELIMITED SIZE
                  CL-CURRENCY          DELIMITED SIZE
                  ' | DAILY LIMIT:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | STATUS:' DELIMITED SIZE
                  CL-LIMIT-STATUS      DELIMITED SIZE
                  ' | APPROVED:' DELIMITED SIZE
                  CL-APPROVER-1        DELIMITED SIZE
                  '/' DELIMITED SIZE
                  CL-APPROVER-2        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0400-APPLY-LIMIT-CARD-EXIT.
           EXIT.

      *================================================================
       0450-READ-LIMIT-ROW.
      *================================================================
           MOVE 'N' TO WS-LIMIT-FOUND-SW
           READ CPTY-LIMIT-FILE
               INVALID KEY
                   GO TO 0450-READ-LIMIT-ROW-EXIT
           END-READ
           MOVE WS-CPLIMIT-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'READ CPTY-LIMIT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE 'Y' TO WS-LIMIT-FOUND-SW.

       0450-READ-LIMIT-ROW-EXIT.
           EXIT.

      *================================================================
       0490-REPORT-BAD-CARD.
      *================================================================
           ADD 1 TO WS-LIMIT-CARDS-BAD
           IF WS-RETURN-CODE < 6501
               MOVE 6501 TO WS-RETURN-CODE
           END-IF
           STRING 'INVALID TREASURY CARD | TYPE:' DELIMITED SIZE
                  DN-CARD-TYPE         DELIMITED SIZE
                  ' | ' DELIMITED SIZE
                  WS-CARD-REASON       DELIMITED SIZE
                  ' | CARD:' DELIMITED SIZE
                  DECISION-RECORD (1:50) DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0490-REPORT-BAD-CARD-EXIT.
           EXIT.

      *================================================================
       1500-WORK-QUEUE-ITEM.
      *================================================================
           PERFORM 1600-FIND-DECISION
               THRU 1600-FIND-DECISION-EXIT

           EVALUATE TRUE
               WHEN NOT WS-DEC-FOUND
                   PERFORM 3000-CARRY-ITEM-FORWARD
                       THRU 3000-CARRY-ITEM-FORWARD-EXIT
               WHEN WS-DEC-ACTION (WS-DEC-MATCH-IDX) = 'R'
                   PERFORM 2000-RELEASE-ITEM
                       THRU 2000-RELEASE-ITEM-EXIT
               WHEN WS-DEC-ACTION (WS-DEC-MATCH-IDX) = 'J'
                   PERFORM 2500-REJECT-ITEM
                       THRU 2500-REJECT-ITEM-EXIT
               WHEN OTHER
                   PERFORM 2800-INVALID-DECISION
                       THRU 2800-INVALID-DECISION-EXIT
           END-EVALUATE

           PERFORM 0200-READ-QUEUE-ITEM
               THRU 0200-READ-QUEUE-ITEM-EXIT.

       1500-WORK-QUEUE-ITEM-EXIT.
           EXIT.

      *================================================================
       1600-FIND-DECISION.
      *================================================================
           MOVE 'N' TO WS-DEC-FOUND-SW
           PERFORM 1610-MATCH-ONE-DECISION
               THRU 1610-MATCH-ONE-DECISION-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-DECISION-COUNT
               OR WS-DEC-FOUND.

       1600-FIND-DECISION-EXIT.
           EXIT.

      *================================================================
       1610-MATCH-ONE-DECISION.
      *================================================================
           IF WS-DEC-CUSTOMER-ID (WS-DEC-IDX) = LQ-CUSTOMER-ID
           AND WS-DEC-LOAN-ACCT (WS-DEC-IDX) = LQ-LOAN-ACCT-NO
               MOVE 'Y' TO WS-DEC-FOUND-SW
               MOVE WS-DEC-IDX TO WS-DEC-MATCH-IDX
               MOVE 'Y' TO WS-DEC-USED-SW (WS-DEC-IDX)
           END-IF.

       1610-MATCH-ONE-DECISION-EXIT.
           EXIT.

      *================================================================
       2000-RELEASE-ITEM.
      *================================================================
      * Dual approval: a release must carry two approver IDs and they
      * must differ -- it knowingly takes the counterparty past its
      * limit. Anything less leaves the item on the queue and reports
      * the defective card.
           IF WS-DEC-APPROVER-1 (WS-DEC-MATCH-IDX) = SPACES
           OR WS-DEC-APPROVER-2 (WS-DEC-MATCH-IDX) = SPACES
           OR WS-DEC-APPROVER-1 (WS-DEC-MATCH-IDX) =
              WS-DEC-APPROVER-2 (WS-DEC-MATCH-IDX)
               PERFORM 2800-INVALID-DECISION
                   THRU 2800-INVALID-DECISION-EXIT
               GO TO 2000-RELEASE-ITEM-EXIT
           END-IF

           ADD 1 TO WS-RELEASED-COUNT
           PERFORM 2100-PRICE-RELEASE
               THRU 2100-PRICE-RELEASE-EXIT

           MOVE LQ-CUSTOMER-ID   TO SL-CUSTOMER-ID
           MOVE LQ-LOAN-ACCT-NO  TO SL-LOAN-ACCT-NO
           MOVE LQ-SWIFT-CODE    TO SL-SWIFT-CODE
           MOVE LQ-GROSS-AMOUNT  TO SL-GROSS-AMOUNT
           MOVE WS-SETTLEMENT-FEE TO SL-SETTLEMENT-FEE
           MOVE WS-NET-AMOUNT    TO SL-NET-AMOUNT
           MOVE 'CONFIRMED'       TO SL-SETTLEMENT-STATUS
           MOVE WS-RUN-TIME-N    TO SL-SETTLEMENT-TIME

           WRITE SETTLE-LEDGER-RECORD
           MOVE WS-LEDGER-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE SETTLE-LEDGER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 2200-BOOK-RELEASE-TO-LIMIT
               THRU 2200-BOOK-RELEASE-TO-LIMIT-EXIT

           MOVE 'RELEASED' TO DL-DECISION
           PERFORM 2700-WRITE-DECISION-LOG
               THRU 2700-WRITE-DECISION-LOG-EXIT.

       2000-RELEASE-ITEM-EXIT.
           EXIT.

      *================================================================
       2100-PRICE-RELEASE.
      *================================================================
      * Same flat-fee-plus-tiered-basis-points pricing SETTLE-SYS
      * applies in its 3000-EXECUTE-SETTLEMENT, off the same card.
           EVALUATE TRUE
               WHEN LQ-GROSS-AMOUNT <= WS-TIER1-LIMIT
                   MOVE WS-BPS-TIER1 TO WS-BPS-RATE
               WHEN LQ-GROSS-AMOUNT <= WS-TIER2-LIMIT
                   MOVE WS-BPS-TIER2 TO WS-BPS-RATE
               WHEN OTHER
                   MOVE WS-BPS-TIER3 TO WS-BPS-RATE
           END-EVALUATE

           COMPUTE WS-SETTLEMENT-FEE ROUNDED =
               WS-FLAT-FEE + (LQ-GROSS-AMOUNT * WS-BPS-RATE)

           COMPUTE WS-NET-AMOUNT =
               LQ-GROSS-AMOUNT - WS-SETTLEMENT-FEE.

       2100-PRICE-RELEASE-EXIT.
           EXIT.

      *================================================================
       2200-BOOK-RELEASE-TO-LIMIT.
      *================================================================
      * The release is wired with tonight's settlements, so it is
      * parked on the limit row as pending, stamped with tonight's
      * business date (the day the workbench runs), and SETTLE-SYS
      * takes it into the running total for that business date
      * before measuring anything else against the limit. Pending
      * left from another day was never wired against this one and
      * is dropped before the release is added.
           MOVE LQ-LIMIT-BIC      TO CL-BIC
           MOVE LQ-LIMIT-CURRENCY TO CL-CURRENCY
           PERFORM 0450-READ-LIMIT-ROW
               THRU 0450-READ-LIMIT-ROW-EXIT
           IF NOT WS-LIMIT-FOUND
               MOVE LQ-GROSS-AMOUNT TO WS-AMOUNT-ED
               STRING 'RELEASED, NO LIMIT ROW TO BOOK | BIC:'
                          DELIMITED SIZE
                      LQ-LIMIT-BIC         DELIMITED SIZE
                      ' | CCY:' DELIMITED SIZE
                      LQ-LIMIT-CURRENCY    DELIMITED SIZE
                      ' | CUST:' DELIMITED SIZE
                      LQ-CUSTOMER-ID       DELIMITED SIZE
                      ' | AMOUNT:' DELIMITED SIZE
                      WS-AMOUNT-ED         DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
               GO TO 2200-BOOK-RELEASE-TO-LIMIT-EXIT
           END-IF

           IF CL-RELEASE-DATE NOT = WS-RUN-DATE-N
               MOVE ZEROS TO CL-RELEASE-PENDING
               MOVE WS-RUN-DATE-N TO CL-RELEASE-DATE
           END-IF
           ADD LQ-GROSS-AMOUNT TO CL-RELEASE-PENDING
           REWRITE CPTY-LIMIT-RECORD
           MOVE WS-CPLIMIT-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE CPTY-LIMIT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2200-BOOK-RELEASE-TO-LIMIT-EXIT.
           EXIT.

      *================================================================
       2500-REJECT-ITEM.
      *================================================================
      * The rejection itself is the durable outcome: the decision log
      * records who refused the payment and when, and the item leaves
      * the queue for good.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE 'REJECTED' TO DL-DECISION
           PERFORM 2700-WRITE-DECISION-LOG
               THRU 2700-WRITE-DECISION-LOG-EXIT.

       2500-REJECT-ITEM-EXIT.
           EXIT.

      *================================================================
       2700-WRITE-DECISION-LOG.
      *================================================================
           MOVE LQ-CUSTOMER-ID   TO DL-CUSTOMER-ID
           MOVE LQ-LOAN-ACCT-NO  TO DL-LOAN-ACCT-NO
           MOVE LQ-SWIFT-CODE    TO DL-SWIFT-CODE
           MOVE LQ-GROSS-AMOUNT  TO DL-GROSS-AMOUNT
           MOVE WS-DEC-APPROVER-1 (WS-DEC-MATCH-IDX)
               TO DL-APPROVER-1
           MOVE WS-DEC-APPROVER-2 (WS-DEC-MATCH-IDX)
               TO DL-APPROVER-2
           MOVE WS-RUN-DATE-N    TO DL-DECISION-DATE
           MOVE WS-RUN-TIME-N    TO DL-DECISION-TIME
           MOVE LQ-QUEUE-DATE    TO DL-QUEUE-DATE
           MOVE LQ-LIMIT-BIC     TO DL-LIMIT-BIC
           MOVE LQ-LIMIT-CURRENCY TO DL-LIMIT-CURRENCY

           WRITE DECISION-LOG-RECORD
           MOVE WS-DLOG-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE DECISION-LOG'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2700-WRITE-DECISION-LOG-EXIT.
           EXIT.

      *================================================================
       2800-INVALID-DECISION.
      *================================================================
      * A release without two distinct approvers (or an action code
      * nobody recognizes) leaves the item on the queue and reports
      * the defective card for re-keying.
           ADD 1 TO WS-BAD-APPROVAL-CNT
           IF WS-RETURN-CODE < 6501
               MOVE 6501 TO WS-RETURN-CODE
           END-IF

           STRING 'INVALID DECISION | CUST:' DELIMITED SIZE
                  LQ-CUSTOMER-ID       DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  LQ-LOAN-ACCT-NO      DELIMITED SIZE
                  ' | ACTION:' DELIMITED SIZE
                  WS-DEC-ACTION (WS-DEC-MATCH-IDX) DELIMITED SIZE
                  ' | APPROVERS MISSING OR NOT DISTINCT'
                      DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           PERFORM 3000-CARRY-ITEM-FORWARD
               THRU 3000-CARRY-ITEM-FORWARD-EXIT.

       2800-INVALID-DECISION-EXIT.
           EXIT.

      *================================================================
       3000-CARRY-ITEM-FORWARD.
      *================================================================
      * Still-open items ride to the next queue generation; anything
      * older than the escalation age goes on the report with its
      * own return code, since a held settlement is a payment some
      * customer is still waiting for.
           ADD 1 TO WS-CARRIED-COUNT
           WRITE CARRY-FORWARD-RECORD FROM LIMIT-QUEUE-RECORD
           MOVE WS-CARRY-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE CARRY-FORWARD' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           IF LQ-QUEUE-DATE IS NUMERIC AND LQ-QUEUE-DATE > ZEROS
               COMPUTE WS-QUEUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (LQ-QUEUE-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-INTEGER - WS-QUEUE-INTEGER
           ELSE
               MOVE ZEROS TO WS-AGE-DAYS
           END-IF

           IF WS-AGE-DAYS > WS-ESCAL-DAYS
               ADD 1 TO WS-ESCALATED-COUNT
               IF WS-RETURN-CODE < 6502
                   MOVE 6502 TO WS-RETURN-CODE
               END-IF
               MOVE WS-AGE-DAYS      TO WS-AGE-DAYS-ED
               MOVE LQ-GROSS-AMOUNT  TO WS-AMOUNT-ED
               STRING 'ESCALATED | CUST:' DELIMITED SIZE
                      LQ-CUSTOMER-ID       DELIMITED SIZE
                      ' | ACCT:' DELIMITED SIZE
                      LQ-LOAN-ACCT-NO      DELIMITED SIZE
                      ' | BIC:' DELIMITED SIZE
                      LQ-SWIFT-CODE        DELIMITED SIZE
                      ' | AMOUNT:' DELIMITED SIZE
                      WS-AMOUNT-ED         DELIMITED SIZE
                      ' | QUEUED:' DELIMITED SIZE
                      LQ-QUEUE-DATE        DELIMITED SIZE
                      ' | DAYS UNWORKED:' DELIMITED SIZE
                      WS-AGE-DAYS-ED       DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF.

       3000-CARRY-ITEM-FORWARD-EXIT.
           EXIT.

      *================================================================
       8500-REPORT-UNMATCHED-DECISIONS.
      *================================================================
           PERFORM 8510-CHECK-ONE-DECISION
               THRU 8510-CHECK-ONE-DECISION-EXIT
               VARYING WS-DEC-IDX FROM 1 BY 1
               UNTIL WS-DEC-IDX > WS-DECISION-COUNT

           IF WS-UNMATCHED-DECNS > ZEROS
               IF WS-RETURN-CODE < 6501
                   MOVE 6501 TO WS-RETURN-CODE
               END-IF
           END-IF.

       8500-REPORT-UNMATCHED-DECISIONS-EXIT.
           EXIT.

      *================================================================
       8510-CHECK-ONE-DECISION.
      *================================================================
           IF WS-DEC-USED-SW (WS-DEC-IDX) = 'N'
               ADD 1 TO WS-UNMATCHED-DECNS
               STRING 'DECISION MATCHED NOTHING | CUST:'
                          DELIMITED SIZE
                      WS-DEC-CUSTOMER-ID (WS-DEC-IDX) DELIMITED SIZE
                      ' | ACCT:' DELIMITED SIZE
                      WS-DEC-LOAN-ACCT (WS-DEC-IDX)   DELIMITED SIZE
                      ' | ACTION:' DELIMITED SIZE
                      WS-DEC-ACTION (WS-DEC-IDX)      DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF.

       8510-CHECK-ONE-DECISION-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           DISPLAY 'LIMIT-REVIEW SUMMARY | QUEUE ITEMS: '
               WS-QUEUE-COUNT
               ' | RELEASED: ' WS-RELEASED-COUNT
               ' | REJECTED: ' WS-REJECTED-COUNT
               ' | CARRIED: ' WS-CARRIED-COUNT
               ' | ESCALATED: ' WS-ESCALATED-COUNT
               ' | INVALID DECISIONS: ' WS-BAD-APPROVAL-CNT
               ' | UNMATCHED DECISIONS: ' WS-UNMATCHED-DECNS
           DISPLAY 'LIMIT-REVIEW LIMIT CARDS | ADDED: '
               WS-LIMITS-ADDED
               ' | CHANGED: ' WS-LIMITS-CHANGED
               ' | INVALID: ' WS-LIMIT-CARDS-BAD.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE LIMIT-QUEUE-FILE
           CLOSE CPTY-LIMIT-FILE
           CLOSE SETTLE-LEDGER
           CLOSE DECISION-LOG-FILE
           CLOSE CARRY-FORWARD-FILE
           CLOSE TREASURY-REPORT
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. A half-worked limit queue -- some
      * releases posted, their limit bookings or decisions missing --
      * is worse than no run at all, so any I/O failure stops the run.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'LIMIT-REVIEW: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE LIMIT-QUEUE-FILE
               CLOSE CPTY-LIMIT-FILE
               CLOSE SETTLE-LEDGER
               CLOSE DECISION-LOG-FILE
               CLOSE CARRY-FORWARD-FILE
               CLOSE TREASURY-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE TREASURY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE TREASURY-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

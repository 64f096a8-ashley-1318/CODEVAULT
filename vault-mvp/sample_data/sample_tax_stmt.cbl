      *================================================================
      * PROGRAM-ID: TAX-STMT
      * PURPOSE:    Year-end interest tax statements. For the tax year
      *             named on the TAXYEAR card, totals per customer the
      *             interest a borrower actually paid on each loan and
      *             the credit interest each account earned, prints
      *             one tax statement per customer addressed from the
      *             CUSTNAME master (sent to the print-and-post bureau
      *             on the STMT-MAIL mailing stream under its own
      *             document type) and writes the electronic filing
      *             extract for the tax authority, with header and
      *             trailer control totals.
      *             Loan interest is what LOAN-SERVICE applied, never
      *             what was scheduled: each loan's payments are pooled
      *             and drawn down oldest installment first exactly as
      *             the nightly match does (returned payments kept out,
      *             nothing after a write-off), interest before
      *             principal within an installment, once with the
      *             payments received by the end of the tax year and
      *             once with those received by the end of the year
      *             before -- the difference is the interest paid in
      *             the year. The schedule is the live AMORTSCH KSDS
      *             together with the housekeeping archive, so a loan
      *             paid off and archived during the year still
      *             counts. A loan redeemed through LOAN-PAYOFF in the
      *             year adds the interest accrued in its confirmed
      *             redemption figure. Account interest is the 'IN'
      *             credit-interest postings ACCT-CYCLE put on
      *             TRAN-HISTORY in the year.
      *             A customer who cannot be addressed is still
      *             reported to the tax authority; only the paper
      *             statement is withheld, on the exception report.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-STMT.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-YEAR-CARD-FILE
               ASSIGN TO TAXYEAR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT SCHEDULE-FILE
               ASSIGN TO AMRTSRTD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO PAYMTFIL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-STATUS.
           SELECT RETURNED-PAYMENT-FILE
               ASSIGN TO RETPAYMT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RETPAY-STATUS.
           SELECT WRITEOFF-MASTER
               ASSIGN TO WOFFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT PAYOFF-QUOTE-FILE
               ASSIGN TO PAYOFQTE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO LOANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT TRAN-HISTORY-FILE
               ASSIGN TO TRNHSRTD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT NAME-ADDRESS-FILE
               ASSIGN TO CUSTNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNM-CUSTOMER-ID
               FILE STATUS IS WS-NAME-STATUS.
           SELECT TAX-STATEMENT-FILE
               ASSIGN TO TAXSTMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT MAILING-EXTRACT-FILE
               ASSIGN TO MAILXTRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT TAX-FILING-FILE
               ASSIGN TO TAXFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.
           SELECT EXCEPTION-REPORT
               ASSIGN TO TAXEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-YEAR-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-YEAR-CARD-RECORD.
           05  TY-TAX-YEAR          PIC X(4).
           05  TY-TAX-YEAR-N REDEFINES TY-TAX-YEAR
                                    PIC 9(4).
           05  FILLER               PIC X(76).

      * The live schedule and its archive, merged by the sort into
      * customer/loan-account/month sequence.
       FD  SCHEDULE-FILE
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
           05  FILLER                 PIC X(8).

       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  PAYMENT-RECORD.
           05  PAY-CUSTOMER-ID         PIC X(10).
           05  PAY-LOAN-ACCT-NO        PIC X(10).
           05  PAY-MONTH-NUM           PIC 9(4).
           05  PAY-PAYMENT-DATE        PIC 9(8).
           05  PAY-AMOUNT              PIC 9(12)V99 COMP-3.

       FD  RETURNED-PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  RETURNED-PAYMENT-RECORD.
           05  RP-KEY.
               10  RP-CUSTOMER-ID      PIC X(10).
               10  RP-LOAN-ACCT-NO     PIC X(10).
               10  RP-PAYMENT-DATE     PIC 9(8).
               10  RP-AMOUNT           PIC 9(12)V99.
               10  RP-OCCURRENCE       PIC 9(2).
           05  RP-STATUS               PIC X(1).
               88  RP-PENDING          VALUE 'P'.
               88  RP-REVERSED         VALUE 'R'.
               88  RP-NOT-MATCHED      VALUE 'X'.
           05  RP-RETURN-DATE          PIC 9(8).
           05  RP-RETURN-REASON        PIC X(4).
           05  RP-BANK-REFERENCE       PIC X(16).
           05  RP-LOAD-DATE            PIC 9(8).
           05  RP-REVERSED-DATE        PIC 9(8).
           05  RP-FEE-MONTH-NUM        PIC 9(4).
           05  RP-FEE-AMOUNT           PIC 9(9)V99 COMP-3.

       FD  WRITEOFF-MASTER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  WRITEOFF-MASTER-RECORD.
           05  WO-KEY.
               10  WO-CUSTOMER-ID      PIC X(10).
               10  WO-LOAN-ACCT-NO     PIC X(10).
           05  WO-STATUS               PIC X(1).
               88  WO-WRITTEN-OFF      VALUE 'W'.
           05  WO-WRITEOFF-DATE        PIC 9(8).
           05  WO-PRINCIPAL            PIC 9(12)V99 COMP-3.
           05  WO-RECOVERED            PIC 9(12)V99 COMP-3.
           05  WO-APPROVER-ID          PIC X(8).
           05  FILLER                 PIC X(7).

       FD  PAYOFF-QUOTE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PAYOFF-QUOTE-RECORD.
           05  PQ-CUSTOMER-ID          PIC X(10).
           05  PQ-LOAN-ACCT-NO         PIC X(10).
           05  PQ-PAYOFF-DATE          PIC 9(8).
           05  PQ-QUOTE-DATE           PIC 9(8).
           05  PQ-REMAIN-PRINCIPAL     PIC 9(12)V99 COMP-3.
           05  PQ-ACCRUED-INTEREST     PIC 9(9)V99  COMP-3.
           05  PQ-SETTLEMENT-FEE       PIC 9(9)V99  COMP-3.
           05  PQ-LATE-FEES            PIC 9(9)V99  COMP-3.
           05  PQ-PAYOFF-AMOUNT        PIC 9(12)V99 COMP-3.
           05  PQ-QUOTE-STATUS         PIC X(10).
           05  PQ-SETTLE-STATUS        PIC X(10).
           05  FILLER                 PIC X(10).

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  LOAN-RECORD.
           05  LR-CUSTOMER-ID       PIC X(10).
           05  LR-LOAN-AMOUNT       PIC 9(12)V99 COMP-3.
           05  LR-INTEREST-RATE     PIC 9(3)V99 COMP-3.
           05  LR-LOAN-TERM-MONTHS  PIC 9(4) COMP.
           05  LR-CUSTOMER-DOB      PIC X(8).
           05  LR-PROPERTY-VALUE    PIC 9(12)V99 COMP-3.
           05  LR-CAPITAL-AVAIL     PIC 9(14)V99 COMP-3.
           05  LR-LOAN-TYPE         PIC X(3).
           05  LR-CURRENCY          PIC X(3).
           05  LR-SWIFT-CODE        PIC X(11).
           05  LR-RATE-TYPE         PIC X(1).
           05  LR-RESET-FREQ-MONTHS PIC 9(3).
           05  LR-RATE-MARGIN       PIC 9(3)V99 COMP-3.
           05  LR-LOAN-ACCT-NO      PIC X(10).
           05  FILLER               PIC X(118).
       01  LOAN-CONTROL-RECORD.
           05  LC-RECORD-TYPE       PIC X(3).
               88  LC-IS-HEADER     VALUE 'HDR'.
               88  LC-IS-TRAILER    VALUE 'TRL'.
           05  FILLER               PIC X(197).

       FD  TRAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-HISTORY-RECORD.
           05  TH-APPLY-DATE        PIC 9(8).
           05  TH-TRAN-IMAGE.
               10  TH-ACC-NUMBER    PIC X(10).
               10  TH-TRAN-TYPE     PIC X(2).
                   88  TH-IS-INTEREST VALUE 'IN'.
               10  TH-HOLDER-NAME   PIC X(35).
               10  TH-COUNTRY       PIC X(2).
               10  TH-CURRENCY      PIC X(3).
               10  TH-AMOUNT        PIC S9(12)V99 COMP-3.
           05  FILLER               PIC X(12).

       FD  NAME-ADDRESS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  NAME-ADDRESS-RECORD.
           05  CNM-CUSTOMER-ID      PIC X(10).
           05  CNM-NAME             PIC X(35).
           05  CNM-ADDR-LINE-1      PIC X(35).
           05  CNM-ADDR-LINE-2      PIC X(35).
           05  CNM-CITY             PIC X(20).
           05  CNM-POSTCODE         PIC X(10).
           05  CNM-COUNTRY          PIC X(2).
           05  FILLER               PIC X(13).

       FD  TAX-STATEMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  TAX-STATEMENT-RECORD     PIC X(132).

       FD  MAILING-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
           COPY 'MAILXTRT-REC'.

      * Electronic filing for the tax authority: one header, one
      * detail per customer and income line (a loan's interest paid
      * or an account's interest earned), one trailer carrying the
      * record count and amount control totals. Amounts are unsigned
      * display so the extract needs no conversion outside the bank.
       FD  TAX-FILING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  TAX-FILING-RECORD.
           05  TF-RECORD-TYPE          PIC X(1).
               88  TF-IS-HEADER        VALUE 'H'.
               88  TF-IS-DETAIL        VALUE 'D'.
               88  TF-IS-TRAILER       VALUE 'T'.
           05  TF-TAX-YEAR             PIC 9(4).
           05  TF-CUSTOMER-ID          PIC X(10).
           05  TF-INCOME-TYPE          PIC X(2).
               88  TF-LOAN-INTEREST    VALUE 'LN'.
               88  TF-ACCOUNT-INTEREST VALUE 'AC'.
           05  TF-REFERENCE            PIC X(10).
           05  TF-CURRENCY             PIC X(3).
           05  TF-AMOUNT               PIC 9(12)V99.
           05  TF-REDEMPTION-INTEREST  PIC 9(12)V99.
           05  TF-NAME                 PIC X(35).
           05  TF-POSTCODE             PIC X(10).
           05  TF-COUNTRY              PIC X(2).
           05  FILLER                 PIC X(15).
       01  TAX-FILING-HEADER REDEFINES TAX-FILING-RECORD.
           05  TFH-RECORD-TYPE         PIC X(1).
           05  TFH-TAX-YEAR            PIC 9(4).
           05  TFH-CREATED-DATE        PIC 9(8).
           05  FILLER                 PIC X(107).
       01  TAX-FILING-TRAILER REDEFINES TAX-FILING-RECORD.
           05  TFT-RECORD-TYPE         PIC X(1).
           05  TFT-TAX-YEAR            PIC 9(4).
           05  TFT-DETAIL-COUNT        PIC 9(9).
           05  TFT-CUSTOMER-COUNT      PIC 9(9).
           05  TFT-LOAN-INTEREST       PIC 9(14)V99.
           05  TFT-ACCOUNT-INTEREST    PIC 9(14)V99.
           05  TFT-REDEMPTION-INTEREST PIC 9(14)V99.
           05  FILLER                 PIC X(49).

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * TAX YEAR (from the TAXYEAR card, loaded fail-closed)
      * Only a year already over can be reported: its last payments
      * and its December interest must all be on file.
      *----------------------------------------------------------------
       01  WS-TAX-YEAR-DATA.
           05  WS-TAX-YEAR          PIC 9(4)     VALUE ZEROS.
           05  WS-YEAR-START-DATE   PIC 9(8)     VALUE ZEROS.
           05  WS-YEAR-END-DATE     PIC 9(8)     VALUE ZEROS.
           05  WS-PRIOR-YEAR-END    PIC 9(8)     VALUE ZEROS.
           05  WS-STMT-PERIOD       PIC 9(6)     VALUE ZEROS.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-N.
               10  WS-RUN-YEAR      PIC 9(4).
               10  FILLER           PIC 9(4).

      *----------------------------------------------------------------
      * MATCH KEYS
      * Schedule, payments and payoff quotes are in customer/loan-
      * account sequence and the history in account sequence (the
      * account number is the customer ID), so each customer is one
      * pass down all of them. A key goes to HIGH-VALUES at end of
      * file.
      *----------------------------------------------------------------
       01  WS-MATCH-KEYS.
           05  WS-CURRENT-CUSTOMER  PIC X(10)    VALUE SPACES.
           05  WS-SCHED-KEY.
               10  WS-SK-GROUP.
                   15  WS-SK-CUSTOMER-ID  PIC X(10) VALUE SPACES.
                   15  WS-SK-LOAN-ACCT-NO PIC X(10) VALUE SPACES.
               10  WS-SK-MONTH-NUM  PIC 9(4)     VALUE ZEROS.
           05  WS-PREV-SCHED-KEY    PIC X(24)    VALUE SPACES.
           05  WS-PAYMENT-KEY.
               10  WS-PK-GROUP.
                   15  WS-PK-CUSTOMER-ID  PIC X(10) VALUE SPACES.
                   15  WS-PK-LOAN-ACCT-NO PIC X(10) VALUE SPACES.
           05  WS-QK-CUSTOMER-ID    PIC X(10)    VALUE SPACES.
           05  WS-QK-LOAN-ACCT      PIC X(10)    VALUE SPACES.
           05  WS-HISTORY-KEY       PIC X(10)    VALUE SPACES.
           05  WS-BOOK-KEY.
               10  WS-BK-CUSTOMER-ID PIC X(10)   VALUE SPACES.
               10  WS-BK-LOAN-ACCT  PIC X(10)    VALUE SPACES.
           05  WS-BOOK-CURRENCY     PIC X(3)     VALUE SPACES.
           05  WS-LOAN-KEY.
               10  WS-LK-CUSTOMER-ID PIC X(10)   VALUE SPACES.
               10  WS-LK-LOAN-ACCT  PIC X(10)    VALUE SPACES.

      *----------------------------------------------------------------
      * CASH-APPLICATION REPLAY
      * The loan's payments pooled twice -- everything received by
      * the end of the tax year, and everything received by the end
      * of the year before -- and each pool drawn down the schedule
      * oldest installment first, the LOAN-SERVICE rule. Within an
      * installment the interest is settled before the principal.
      * A written-off loan's money stopped applying on the write-off
      * date; after that it went to the recovery stream.
      *----------------------------------------------------------------
       01  WS-CASH-POOL.
           05  WS-POOL-YEAR-END     PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-POOL-PRIOR-END    PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SCHED-AMOUNT      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LINE-DRAW         PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-INT-YEAR-END      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-INT-PRIOR-END     PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LOAN-YEAR-INTEREST PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-CUTOFF-DATE       PIC 9(8)     VALUE ZEROS.

      *----------------------------------------------------------------
      * RETURNED-PAYMENT EXCLUSION
      * Identical payments sit together in the sorted archive and are
      * numbered in order, the LOAN-SERVICE convention, so a return
      * registered against one of them excludes exactly one.
      *----------------------------------------------------------------
       01  WS-RETURN-DATA.
           05  WS-PREV-PAY-KEY.
               10  WS-PP-CUSTOMER-ID  PIC X(10)  VALUE SPACES.
               10  WS-PP-LOAN-ACCT-NO PIC X(10)  VALUE SPACES.
               10  WS-PP-PAYMENT-DATE PIC 9(8)   VALUE ZEROS.
               10  WS-PP-AMOUNT       PIC 9(12)V99 VALUE ZEROS.
           05  WS-PAY-OCCURRENCE    PIC 9(2)     VALUE ZEROS.
           05  WS-PAY-RETURNED-SW   PIC X(1)     VALUE 'N'.
               88  WS-PAY-RETURNED  VALUE 'Y'.

      *----------------------------------------------------------------
      * CUSTOMER INCOME LINES
      * One line per loan ('LN', from the book so it carries the loan
      * currency) and per account ('AC'), built up while the customer
      * is open and printed and filed when it closes. Only a line with
      * something to report reaches the statement or the filing.
      *----------------------------------------------------------------
       01  WS-ITEM-TABLE.
           05  WS-ITEM-COUNT        PIC 9(3) COMP VALUE ZEROS.
           05  WS-ITEM-ENTRY        OCCURS 50 TIMES.
               10  WS-IT-TYPE          PIC X(2).
               10  WS-IT-REFERENCE     PIC X(10).
               10  WS-IT-CURRENCY      PIC X(3).
               10  WS-IT-INTEREST      PIC S9(12)V99 COMP-3.
               10  WS-IT-PAYOFF-INT    PIC 9(9)V99 COMP-3.
               10  WS-IT-PAYOFF-DATE   PIC 9(8).
               10  WS-IT-TOTAL         PIC S9(12)V99 COMP-3.
           05  WS-ITEM-IDX          PIC 9(3) COMP VALUE ZEROS.
           05  WS-FIND-IDX          PIC 9(3) COMP VALUE ZEROS.
           05  WS-FIND-TYPE         PIC X(2)     VALUE SPACES.
           05  WS-FIND-REFERENCE    PIC X(10)    VALUE SPACES.
           05  WS-FIND-CURRENCY     PIC X(3)     VALUE SPACES.
           05  WS-ITEM-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-ITEM-FOUND    VALUE 'Y'.
           05  WS-CUST-LOAN-ITEMS   PIC 9(3) COMP VALUE ZEROS.
           05  WS-CUST-ACCT-ITEMS   PIC 9(3) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * FILING CONTROL TOTALS
      * Carried on the extract trailer and the control report. The
      * amount totals add every detail whatever its currency: they
      * are control figures for the receiving side, not balances.
      *----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-FILING-DETAILS    PIC 9(9) COMP VALUE ZEROS.
           05  WS-FILING-CUSTOMERS  PIC 9(9) COMP VALUE ZEROS.
           05  WS-TOTAL-LOAN-INT    PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-TOTAL-ACCT-INT    PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-TOTAL-PAYOFF-INT  PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-CUSTOMER-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-LOAN-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-LINES-COUNT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-DUP-LINE-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-PAYMENTS-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-YEAR-PAYMENTS     PIC 9(8) COMP VALUE ZEROS.
           05  WS-RETURNED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-POST-WOFF-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-LATER-PAY-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-UNDATED-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-LOAN-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-QUOTES-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-REDEMPTION-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-REQUOTE-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-HISTORY-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-INTEREST-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-NOTHING-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-STATEMENT-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-WITHHELD-COUNT    PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-ADDRESS-REASON    PIC X(20)    VALUE SPACES.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-2       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-3       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-TOTAL-ED          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-TOTAL-ED-2        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-2        PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-3        PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  WS-CUST-LOAN-INT     PIC S9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CUST-ACCT-INT     PIC S9(13)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-CARD-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-SCHED-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-PAYMENT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-RETPAY-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-QUOTE-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-LOAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-NAME-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-STMT-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-MAIL-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-FILING-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-EXCEPT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-RETPAY-AVAIL-SW   PIC X(1)     VALUE 'N'.
               88  WS-RETPAY-AVAIL  VALUE 'Y'.
           05  WS-WOFF-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-WOFF-AVAIL    VALUE 'Y'.
           05  WS-SCHED-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-SCHED-EOF     VALUE 'Y'.
           05  WS-PAYMENT-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-PAYMENT-EOF   VALUE 'Y'.
           05  WS-QUOTE-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-QUOTE-EOF     VALUE 'Y'.
           05  WS-LOAN-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-LOAN-EOF      VALUE 'Y'.
           05  WS-LOAN-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-LOAN-FOUND    VALUE 'Y'.
           05  WS-HISTORY-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-EOF   VALUE 'Y'.
           05  WS-ADDRESS-FOUND-SW  PIC X(1)     VALUE 'N'.
               88  WS-ADDRESS-FOUND VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Loads the tax year, then takes the customers in ID order: the
      * lowest key waiting on the schedule, the payoff quotes or the
      * history is the next customer, and each file is read forward
      * past that customer before its statement is issued.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-TAX-YEAR
               THRU 0150-LOAD-TAX-YEAR-EXIT
           PERFORM 0400-PRINT-HEADINGS
               THRU 0400-PRINT-HEADINGS-EXIT
           PERFORM 0500-WRITE-FILING-HEADER
               THRU 0500-WRITE-FILING-HEADER-EXIT

           PERFORM 0200-READ-SCHEDULE
               THRU 0200-READ-SCHEDULE-EXIT
           PERFORM 0250-READ-PAYMENT
               THRU 0250-READ-PAYMENT-EXIT
           PERFORM 0300-READ-QUOTE
               THRU 0300-READ-QUOTE-EXIT
           PERFORM 0320-READ-BOOK
               THRU 0320-READ-BOOK-EXIT
           PERFORM 0350-READ-HISTORY
               THRU 0350-READ-HISTORY-EXIT

           PERFORM 1000-PROCESS-CUSTOMER
               THRU 1000-PROCESS-CUSTOMER-EXIT
               UNTIL WS-SCHED-EOF
               AND WS-QUOTE-EOF
               AND WS-HISTORY-EOF

           PERFORM 8000-WRITE-FILING-TRAILER
               THRU 8000-WRITE-FILING-TRAILER-EXIT
           PERFORM 9100-PRINT-SUMMARY
               THRU 9100-PRINT-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           OPEN INPUT SCHEDULE-FILE
           MOVE WS-SCHED-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN SCHEDULE-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT PAYMENT-FILE
           MOVE WS-PAYMENT-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PAYMENT-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT PAYOFF-QUOTE-FILE
           MOVE WS-QUOTE-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PAYOFF-QUOTES' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT LOAN-FILE
           MOVE WS-LOAN-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LOAN-FILE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT TRAN-HISTORY-FILE
           MOVE WS-HISTORY-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TRAN-HISTORY'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT NAME-ADDRESS-FILE
           MOVE WS-NAME-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN NAME-ADDRESS'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT TAX-STATEMENT-FILE
           MOVE WS-STMT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TAX-STATEMENT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT MAILING-EXTRACT-FILE
           MOVE WS-MAIL-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN MAILING-EXTRACT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT TAX-FILING-FILE
           MOVE WS-FILING-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TAX-FILING'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT EXCEPTION-REPORT
           MOVE WS-EXCEPT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN EXCEPTION-RPT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The returned-payment register only exists once the nightly
      * run has built it; without it no payment is treated as
      * returned and the run says so.
           OPEN INPUT RETURNED-PAYMENT-FILE
           IF WS-RETPAY-STATUS = '00'
               MOVE 'Y' TO WS-RETPAY-AVAIL-SW
           ELSE
               DISPLAY 'TAX-STMT: NO RETURNED-PAYMENT REGISTER - '
                   'NO PAYMENTS TREATED AS RETURNED'
           END-IF

      * No write-off master (a site that has never charged a loan
      * off) simply means every payment applied.
           OPEN INPUT WRITEOFF-MASTER
           IF WS-WOFF-STATUS = '00'
               MOVE 'Y' TO WS-WOFF-AVAIL-SW
           ELSE
               DISPLAY 'TAX-STMT: NO WRITE-OFF MASTER ON FILE - '
                   'ALL LOANS TREATED AS ACTIVE'
           END-IF.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0150-LOAD-TAX-YEAR.
      *================================================================
      * Reads the tax year (YYYY) from the TAXYEAR control card, so
      * the January run reports on the year just closed whatever day
      * it is scheduled. A missing or invalid card, or a year that is
      * not yet over, stops the run before anything is written.
           OPEN INPUT TAX-YEAR-CARD-FILE
           MOVE WS-CARD-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TAX-YEAR CARD' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           READ TAX-YEAR-CARD-FILE
               AT END
                   MOVE SPACES TO TY-TAX-YEAR
           END-READ
           CLOSE TAX-YEAR-CARD-FILE

           IF TY-TAX-YEAR NOT NUMERIC
           OR TY-TAX-YEAR-N < 1900
           OR TY-TAX-YEAR-N NOT < WS-RUN-YEAR
               DISPLAY 'TAX-STMT: TAXYEAR CARD MISSING, INVALID OR '
                   'YEAR NOT YET CLOSED - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE TAX-YEAR CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           MOVE TY-TAX-YEAR-N TO WS-TAX-YEAR
           COMPUTE WS-YEAR-START-DATE = WS-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END-DATE   = WS-TAX-YEAR * 10000 + 1231
           COMPUTE WS-PRIOR-YEAR-END  =
               (WS-TAX-YEAR - 1) * 10000 + 1231
           COMPUTE WS-STMT-PERIOD     = WS-TAX-YEAR * 100 + 12
           DISPLAY 'TAX-STMT: TAX YEAR ' WS-TAX-YEAR.

       0150-LOAD-TAX-YEAR-EXIT.
           EXIT.

      *================================================================
       0200-READ-SCHEDULE.
      *================================================================
           READ SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO WS-SCHED-EOF-SW
                   MOVE HIGH-VALUES TO WS-SCHED-KEY
               NOT AT END
                   ADD 1 TO WS-LINES-COUNT
                   MOVE AMORT-CUSTOMER-ID  TO WS-SK-CUSTOMER-ID
                   MOVE AMORT-LOAN-ACCT-NO TO WS-SK-LOAN-ACCT-NO
                   MOVE AMORT-MONTH-NUM    TO WS-SK-MONTH-NUM
           END-READ.

       0200-READ-SCHEDULE-EXIT.
           EXIT.

      *================================================================
       0250-READ-PAYMENT.
      *================================================================
           READ PAYMENT-FILE
               AT END
                   MOVE 'Y' TO WS-PAYMENT-EOF-SW
                   MOVE HIGH-VALUES TO WS-PAYMENT-KEY
               NOT AT END
                   ADD 1 TO WS-PAYMENTS-COUNT
                   MOVE PAY-CUSTOMER-ID    TO WS-PK-CUSTOMER-ID
                   MOVE PAY-LOAN-ACCT-NO   TO WS-PK-LOAN-ACCT-NO
                   PERFORM 0260-CHECK-RETURNED-PAYMENT
                       THRU 0260-CHECK-RETURNED-PAYMENT-EXIT
           END-READ.

       0250-READ-PAYMENT-EXIT.
           EXIT.

      *================================================================
       0260-CHECK-RETURNED-PAYMENT.
      *================================================================
      * A payment registered as returned -- pending or reversed --
      * was taken back out of the pool by LOAN-SERVICE and paid
      * nothing.
           IF PAY-CUSTOMER-ID  = WS-PP-CUSTOMER-ID
           AND PAY-LOAN-ACCT-NO = WS-PP-LOAN-ACCT-NO
           AND PAY-PAYMENT-DATE = WS-PP-PAYMENT-DATE
           AND PAY-AMOUNT       = WS-PP-AMOUNT
               ADD 1 TO WS-PAY-OCCURRENCE
           ELSE
               MOVE 1 TO WS-PAY-OCCURRENCE
               MOVE PAY-CUSTOMER-ID  TO WS-PP-CUSTOMER-ID
               MOVE PAY-LOAN-ACCT-NO TO WS-PP-LOAN-ACCT-NO
               MOVE PAY-PAYMENT-DATE TO WS-PP-PAYMENT-DATE
               MOVE PAY-AMOUNT       TO WS-PP-AMOUNT
           END-IF

           MOVE 'N' TO WS-PAY-RETURNED-SW
           IF NOT WS-RETPAY-AVAIL
               GO TO 0260-CHECK-RETURNED-PAYMENT-EXIT
           END-IF
           MOVE PAY-CUSTOMER-ID   TO RP-CUSTOMER-ID
           MOVE PAY-LOAN-ACCT-NO  TO RP-LOAN-ACCT-NO
           MOVE PAY-PAYMENT-DATE  TO RP-PAYMENT-DATE
           MOVE PAY-AMOUNT        TO RP-AMOUNT
           MOVE WS-PAY-OCCURRENCE TO RP-OCCURRENCE
           READ RETURNED-PAYMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RP-PENDING OR RP-REVERSED
                       MOVE 'Y' TO WS-PAY-RETURNED-SW
                   END-IF
           END-READ.

       0260-CHECK-RETURNED-PAYMENT-EXIT.
           EXIT.

      *================================================================
       0300-READ-QUOTE.
      *================================================================
           READ PAYOFF-QUOTE-FILE
               AT END
                   MOVE 'Y' TO WS-QUOTE-EOF-SW
                   MOVE HIGH-VALUES TO WS-QK-CUSTOMER-ID
               NOT AT END
                   ADD 1 TO WS-QUOTES-COUNT
                   MOVE PQ-CUSTOMER-ID TO WS-QK-CUSTOMER-ID
                   IF PQ-LOAN-ACCT-NO = SPACES
                       MOVE PQ-CUSTOMER-ID  TO WS-QK-LOAN-ACCT
                   ELSE
                       MOVE PQ-LOAN-ACCT-NO TO WS-QK-LOAN-ACCT
                   END-IF
           END-READ.

       0300-READ-QUOTE-EXIT.
           EXIT.

      *================================================================
       0320-READ-BOOK.
      *================================================================
      * Transmission control records carry no loan and are read past,
      * same as CONC-RPT's walk of the same archive.
           MOVE 'N' TO WS-LOAN-FOUND-SW
           PERFORM 0330-READ-NEXT-BOOK
               THRU 0330-READ-NEXT-BOOK-EXIT
               UNTIL WS-LOAN-EOF OR WS-LOAN-FOUND.

       0320-READ-BOOK-EXIT.
           EXIT.

      *================================================================
       0330-READ-NEXT-BOOK.
      *================================================================
           READ LOAN-FILE
               AT END
                   MOVE 'Y' TO WS-LOAN-EOF-SW
                   MOVE HIGH-VALUES TO WS-BOOK-KEY
               NOT AT END
                   IF LC-IS-HEADER OR LC-IS-TRAILER
                       CONTINUE
                   ELSE
                       MOVE 'Y' TO WS-LOAN-FOUND-SW
                       MOVE LR-CUSTOMER-ID TO WS-BK-CUSTOMER-ID
                       IF LR-LOAN-ACCT-NO = SPACES
                           MOVE LR-CUSTOMER-ID TO WS-BK-LOAN-ACCT
                       ELSE
                           MOVE LR-LOAN-ACCT-NO TO WS-BK-LOAN-ACCT
                       END-IF
                       IF LR-CURRENCY = SPACES
                           MOVE 'USD' TO WS-BOOK-CURRENCY
                       ELSE
                           MOVE LR-CURRENCY TO WS-BOOK-CURRENCY
                       END-IF
                   END-IF
           END-READ.

       0330-READ-NEXT-BOOK-EXIT.
           EXIT.

      *================================================================
       0350-READ-HISTORY.
      *================================================================
           READ TRAN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   MOVE HIGH-VALUES TO WS-HISTORY-KEY
               NOT AT END
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE TH-ACC-NUMBER TO WS-HISTORY-KEY
           END-READ.

       0350-READ-HISTORY-EXIT.
           EXIT.

      *================================================================
       0400-PRINT-HEADINGS.
      *================================================================
           STRING 'TAX STATEMENT CONTROL REPORT | TAX YEAR:'
                                       DELIMITED SIZE
                  WS-TAX-YEAR          DELIMITED SIZE
                  ' | RUN:' DELIMITED SIZE
                  WS-RUN-DATE-N        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0400-PRINT-HEADINGS-EXIT.
           EXIT.

      *================================================================
       0500-WRITE-FILING-HEADER.
      *================================================================
           MOVE SPACES               TO TAX-FILING-RECORD
           MOVE 'H'                  TO TFH-RECORD-TYPE
           MOVE WS-TAX-YEAR          TO TFH-TAX-YEAR
           MOVE WS-RUN-DATE-N        TO TFH-CREATED-DATE
           WRITE TAX-FILING-RECORD
           MOVE WS-FILING-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE FILING HEADER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       0500-WRITE-FILING-HEADER-EXIT.
           EXIT.

      *================================================================
       1000-PROCESS-CUSTOMER.
      *================================================================
      * One customer: the loans on the book give each loan line its
      * currency, then the schedule (with its payments), the payoff
      * quotes and the account history are each read forward past
      * the customer, and the statement goes out.
           MOVE WS-SK-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           IF WS-QK-CUSTOMER-ID < WS-CURRENT-CUSTOMER
               MOVE WS-QK-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           END-IF
           IF WS-HISTORY-KEY < WS-CURRENT-CUSTOMER
               MOVE WS-HISTORY-KEY TO WS-CURRENT-CUSTOMER
           END-IF
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE ZEROS TO WS-ITEM-COUNT

           PERFORM 1100-LOAD-BOOK-LOAN
               THRU 1100-LOAD-BOOK-LOAN-EXIT
               UNTIL WS-BK-CUSTOMER-ID > WS-CURRENT-CUSTOMER
           PERFORM 2000-PROCESS-LOAN
               THRU 2000-PROCESS-LOAN-EXIT
               UNTIL WS-SK-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
           PERFORM 3000-APPLY-PAYOFF-QUOTE
               THRU 3000-APPLY-PAYOFF-QUOTE-EXIT
               UNTIL WS-QK-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
           PERFORM 4000-ADD-ACCOUNT-INTEREST
               THRU 4000-ADD-ACCOUNT-INTEREST-EXIT
               UNTIL WS-HISTORY-KEY NOT = WS-CURRENT-CUSTOMER

           PERFORM 5000-ISSUE-STATEMENT
               THRU 5000-ISSUE-STATEMENT-EXIT.

       1000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      *================================================================
       1100-LOAD-BOOK-LOAN.
      *================================================================
      * The book archive holds every booking, so a loan re-presented
      * from suspense appears more than once; the lookup below finds
      * the line already there and nothing is added twice.
           IF WS-BK-CUSTOMER-ID = WS-CURRENT-CUSTOMER
               MOVE 'LN'             TO WS-FIND-TYPE
               MOVE WS-BK-LOAN-ACCT  TO WS-FIND-REFERENCE
               MOVE WS-BOOK-CURRENCY TO WS-FIND-CURRENCY
               PERFORM 6000-FIND-ITEM
                   THRU 6000-FIND-ITEM-EXIT
           END-IF
           PERFORM 0320-READ-BOOK
               THRU 0320-READ-BOOK-EXIT.

       1100-LOAD-BOOK-LOAN-EXIT.
           EXIT.

      *================================================================
       2000-PROCESS-LOAN.
      *================================================================
      * One loan group on the schedule: its payments pooled, its
      * lines drawn down, and the interest the year's payments
      * settled added to the loan's line. A loan no longer on the
      * book is reported in the book's default currency.
           MOVE WS-SK-GROUP TO WS-LOAN-KEY
           ADD 1 TO WS-LOAN-COUNT
           MOVE 'LN'             TO WS-FIND-TYPE
           MOVE WS-LK-LOAN-ACCT  TO WS-FIND-REFERENCE
           MOVE 'USD'            TO WS-FIND-CURRENCY
           PERFORM 6000-FIND-ITEM
               THRU 6000-FIND-ITEM-EXIT

           PERFORM 2050-CHECK-WRITTEN-OFF
               THRU 2050-CHECK-WRITTEN-OFF-EXIT
           MOVE ZEROS TO WS-POOL-YEAR-END
                         WS-POOL-PRIOR-END
                         WS-INT-YEAR-END
                         WS-INT-PRIOR-END
           PERFORM 2100-COLLECT-PAYMENT
               THRU 2100-COLLECT-PAYMENT-EXIT
               UNTIL WS-PK-GROUP > WS-LOAN-KEY

           MOVE SPACES TO WS-PREV-SCHED-KEY
           PERFORM 2200-APPLY-SCHEDULE-LINE
               THRU 2200-APPLY-SCHEDULE-LINE-EXIT
               UNTIL WS-SK-GROUP NOT = WS-LOAN-KEY

           COMPUTE WS-LOAN-YEAR-INTEREST =
               WS-INT-YEAR-END - WS-INT-PRIOR-END
           ADD WS-LOAN-YEAR-INTEREST TO WS-IT-INTEREST (WS-ITEM-IDX).

       2000-PROCESS-LOAN-EXIT.
           EXIT.

      *================================================================
       2050-CHECK-WRITTEN-OFF.
      *================================================================
           MOVE 99999999 TO WS-CUTOFF-DATE
           IF WS-WOFF-AVAIL
               MOVE WS-LK-CUSTOMER-ID TO WO-CUSTOMER-ID
               MOVE WS-LK-LOAN-ACCT   TO WO-LOAN-ACCT-NO
               READ WRITEOFF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WO-WRITTEN-OFF
                       AND WO-WRITEOFF-DATE IS NUMERIC
                           MOVE WO-WRITEOFF-DATE TO WS-CUTOFF-DATE
                       END-IF
               END-READ
           END-IF.

       2050-CHECK-WRITTEN-OFF-EXIT.
           EXIT.

      *================================================================
       2100-COLLECT-PAYMENT.
      *================================================================
      * A payment sorting below the loan matches nothing on the
      * schedule and was never applied. A payment carrying no usable
      * date is taken as received before the year, so it settles
      * older installments rather than being reported as this year's.
           IF WS-PK-GROUP < WS-LOAN-KEY
               ADD 1 TO WS-NO-LOAN-COUNT
               GO TO 2100-NEXT-PAYMENT
           END-IF
           IF WS-PAY-RETURNED
               ADD 1 TO WS-RETURNED-COUNT
               GO TO 2100-NEXT-PAYMENT
           END-IF
           IF PAY-PAYMENT-DATE IS NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
               ADD PAY-AMOUNT TO WS-POOL-YEAR-END
               ADD PAY-AMOUNT TO WS-POOL-PRIOR-END
               GO TO 2100-NEXT-PAYMENT
           END-IF
           IF PAY-PAYMENT-DATE > WS-CUTOFF-DATE
               ADD 1 TO WS-POST-WOFF-COUNT
               GO TO 2100-NEXT-PAYMENT
           END-IF
           IF PAY-PAYMENT-DATE > WS-YEAR-END-DATE
               ADD 1 TO WS-LATER-PAY-COUNT
               GO TO 2100-NEXT-PAYMENT
           END-IF

           ADD PAY-AMOUNT TO WS-POOL-YEAR-END
           IF PAY-PAYMENT-DATE > WS-PRIOR-YEAR-END
               ADD 1 TO WS-YEAR-PAYMENTS
           ELSE
               ADD PAY-AMOUNT TO WS-POOL-PRIOR-END
           END-IF.

       2100-NEXT-PAYMENT.
           PERFORM 0250-READ-PAYMENT
               THRU 0250-READ-PAYMENT-EXIT.

       2100-COLLECT-PAYMENT-EXIT.
           EXIT.

      *================================================================
       2200-APPLY-SCHEDULE-LINE.
      *================================================================
      * A line on both the live schedule and the archive (housekeeping
      * stopped between its archive write and its delete) is drawn
      * once only.
           IF WS-SCHED-KEY = WS-PREV-SCHED-KEY
               ADD 1 TO WS-DUP-LINE-COUNT
               GO TO 2200-NEXT-LINE
           END-IF
           MOVE WS-SCHED-KEY TO WS-PREV-SCHED-KEY

           COMPUTE WS-SCHED-AMOUNT =
               AMORT-INTEREST-PORTION + AMORT-PRINCIPAL-PORTION

           IF WS-POOL-YEAR-END >= WS-SCHED-AMOUNT
               MOVE WS-SCHED-AMOUNT  TO WS-LINE-DRAW
           ELSE
               MOVE WS-POOL-YEAR-END TO WS-LINE-DRAW
           END-IF
           SUBTRACT WS-LINE-DRAW FROM WS-POOL-YEAR-END
           IF WS-LINE-DRAW >= AMORT-INTEREST-PORTION
               ADD AMORT-INTEREST-PORTION TO WS-INT-YEAR-END
           ELSE
               ADD WS-LINE-DRAW TO WS-INT-YEAR-END
           END-IF

           IF WS-POOL-PRIOR-END >= WS-SCHED-AMOUNT
               MOVE WS-SCHED-AMOUNT   TO WS-LINE-DRAW
           ELSE
               MOVE WS-POOL-PRIOR-END TO WS-LINE-DRAW
           END-IF
           SUBTRACT WS-LINE-DRAW FROM WS-POOL-PRIOR-END
           IF WS-LINE-DRAW >= AMORT-INTEREST-PORTION
               ADD AMORT-INTEREST-PORTION TO WS-INT-PRIOR-END
           ELSE
               ADD WS-LINE-DRAW TO WS-INT-PRIOR-END
           END-IF.

       2200-NEXT-LINE.
           PERFORM 0200-READ-SCHEDULE
               THRU 0200-READ-SCHEDULE-EXIT.

       2200-APPLY-SCHEDULE-LINE-EXIT.
           EXIT.

      *================================================================
       3000-APPLY-PAYOFF-QUOTE.
      *================================================================
      * A redemption counts when its settlement CONFIRMED and its
      * payoff date falls in the tax year; the interest accrued since
      * the last installment is part of the redemption figure and so
      * part of the interest paid. The quotes are sorted by quote
      * date within the loan, so if the payoff job was rerun the
      * later confirmed quote replaces the earlier one.
           IF PQ-QUOTE-STATUS NOT = 'QUOTED'
           OR PQ-SETTLE-STATUS NOT = 'CONFIRMED'
               GO TO 3000-NEXT-QUOTE
           END-IF
           IF PQ-PAYOFF-DATE IS NOT NUMERIC
           OR PQ-PAYOFF-DATE < WS-YEAR-START-DATE
           OR PQ-PAYOFF-DATE > WS-YEAR-END-DATE
               GO TO 3000-NEXT-QUOTE
           END-IF

           MOVE 'LN'             TO WS-FIND-TYPE
           MOVE WS-QK-LOAN-ACCT  TO WS-FIND-REFERENCE
           MOVE 'USD'            TO WS-FIND-CURRENCY
           PERFORM 6000-FIND-ITEM
               THRU 6000-FIND-ITEM-EXIT
           IF WS-IT-PAYOFF-DATE (WS-ITEM-IDX) > ZEROS
               ADD 1 TO WS-REQUOTE-COUNT
           ELSE
               ADD 1 TO WS-REDEMPTION-COUNT
           END-IF
           MOVE PQ-ACCRUED-INTEREST TO WS-IT-PAYOFF-INT (WS-ITEM-IDX)
           MOVE PQ-PAYOFF-DATE      TO WS-IT-PAYOFF-DATE (WS-ITEM-IDX).

       3000-NEXT-QUOTE.
           PERFORM 0300-READ-QUOTE
               THRU 0300-READ-QUOTE-EXIT.

       3000-APPLY-PAYOFF-QUOTE-EXIT.
           EXIT.

      *================================================================
       4000-ADD-ACCOUNT-INTEREST.
      *================================================================
      * Only the credit-interest postings applied in the tax year; a
      * correcting IN posting carries its own sign and nets off.
           IF TH-IS-INTEREST
           AND TH-APPLY-DATE IS NUMERIC
           AND TH-APPLY-DATE >= WS-YEAR-START-DATE
           AND TH-APPLY-DATE <= WS-YEAR-END-DATE
               ADD 1 TO WS-INTEREST-COUNT
               MOVE 'AC'           TO WS-FIND-TYPE
               MOVE TH-ACC-NUMBER  TO WS-FIND-REFERENCE
               MOVE TH-CURRENCY    TO WS-FIND-CURRENCY
               PERFORM 6000-FIND-ITEM
                   THRU 6000-FIND-ITEM-EXIT
               ADD TH-AMOUNT TO WS-IT-INTEREST (WS-ITEM-IDX)
           END-IF
           PERFORM 0350-READ-HISTORY
               THRU 0350-READ-HISTORY-EXIT.

       4000-ADD-ACCOUNT-INTEREST-EXIT.
           EXIT.

      *================================================================
       5000-ISSUE-STATEMENT.
      *================================================================
      * A customer with nothing to report gets no statement and no
      * filing. One who cannot be addressed is still filed with the
      * tax authority; only the paper statement is withheld.
           MOVE ZEROS TO WS-CUST-LOAN-ITEMS
                         WS-CUST-ACCT-ITEMS
                         WS-CUST-LOAN-INT
                         WS-CUST-ACCT-INT
           PERFORM 5050-TOTAL-ITEM
               THRU 5050-TOTAL-ITEM-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           IF WS-CUST-LOAN-ITEMS = ZEROS
           AND WS-CUST-ACCT-ITEMS = ZEROS
               ADD 1 TO WS-NOTHING-COUNT
               GO TO 5000-ISSUE-STATEMENT-EXIT
           END-IF

           PERFORM 5100-READ-ADDRESS
               THRU 5100-READ-ADDRESS-EXIT
           IF WS-ADDRESS-FOUND
               PERFORM 5200-PRINT-STATEMENT
                   THRU 5200-PRINT-STATEMENT-EXIT
               PERFORM 5300-WRITE-MAILING
                   THRU 5300-WRITE-MAILING-EXIT
               ADD 1 TO WS-STATEMENT-COUNT
           ELSE
               PERFORM 5500-REPORT-NO-ADDRESS
                   THRU 5500-REPORT-NO-ADDRESS-EXIT
           END-IF

           PERFORM 5400-WRITE-FILING-DETAIL
               THRU 5400-WRITE-FILING-DETAIL-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
           ADD 1 TO WS-FILING-CUSTOMERS.

       5000-ISSUE-STATEMENT-EXIT.
           EXIT.

      *================================================================
       5050-TOTAL-ITEM.
      *================================================================
           COMPUTE WS-IT-TOTAL (WS-ITEM-IDX) =
               WS-IT-INTEREST (WS-ITEM-IDX)
               + WS-IT-PAYOFF-INT (WS-ITEM-IDX)
           IF WS-IT-TOTAL (WS-ITEM-IDX) > ZEROS
               IF WS-IT-TYPE (WS-ITEM-IDX) = 'LN'
                   ADD 1 TO WS-CUST-LOAN-ITEMS
                   ADD WS-IT-TOTAL (WS-ITEM-IDX) TO WS-CUST-LOAN-INT
               ELSE
                   ADD 1 TO WS-CUST-ACCT-ITEMS
                   ADD WS-IT-TOTAL (WS-ITEM-IDX) TO WS-CUST-ACCT-INT
               END-IF
           END-IF.

       5050-TOTAL-ITEM-EXIT.
           EXIT.

      *================================================================
       5100-READ-ADDRESS.
      *================================================================
      * A statement needs a name and at least a first address line
      * and a postcode or town; anything less the bureau cannot
      * deliver.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           MOVE WS-CURRENT-CUSTOMER TO CNM-CUSTOMER-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   MOVE SPACES TO NAME-ADDRESS-RECORD
                   MOVE 'NO ADDRESS ON FILE' TO WS-ADDRESS-REASON
                   GO TO 5100-READ-ADDRESS-EXIT
           END-READ

           IF CNM-NAME = SPACES
           OR CNM-ADDR-LINE-1 = SPACES
           OR (CNM-POSTCODE = SPACES AND CNM-CITY = SPACES)
               MOVE 'ADDRESS INCOMPLETE' TO WS-ADDRESS-REASON
           ELSE
               MOVE 'Y' TO WS-ADDRESS-FOUND-SW
           END-IF.

       5100-READ-ADDRESS-EXIT.
           EXIT.

      *================================================================
       5200-PRINT-STATEMENT.
      *================================================================
      * Heading, delivery address, one line per loan and account with
      * something to report, and a closing line. Amounts are in each
      * line's own currency and are never added across lines.
           STRING 'INTEREST TAX STATEMENT | CUSTOMER:' DELIMITED SIZE
                  WS-CURRENT-CUSTOMER  DELIMITED SIZE
                  ' | TAX YEAR:' DELIMITED SIZE
                  WS-TAX-YEAR          DELIMITED SIZE
                  ' | ISSUED:' DELIMITED SIZE
                  WS-RUN-DATE-N        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9200-WRITE-STATEMENT-LINE
               THRU 9200-WRITE-STATEMENT-LINE-EXIT

           STRING '  ' DELIMITED SIZE
                  CNM-NAME             DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9200-WRITE-STATEMENT-LINE
               THRU 9200-WRITE-STATEMENT-LINE-EXIT
           STRING '  ' DELIMITED SIZE
                  CNM-ADDR-LINE-1      DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9200-WRITE-STATEMENT-LINE
               THRU 9200-WRITE-STATEMENT-LINE-EXIT
           IF CNM-ADDR-LINE-2 NOT = SPACES
               STRING '  ' DELIMITED SIZE
                      CNM-ADDR-LINE-2  DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9200-WRITE-STATEMENT-LINE
                   THRU 9200-WRITE-STATEMENT-LINE-EXIT
           END-IF
           STRING '  ' DELIMITED SIZE
                  CNM-CITY             DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CNM-POSTCODE         DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CNM-COUNTRY          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9200-WRITE-STATEMENT-LINE
               THRU 9200-WRITE-STATEMENT-LINE-EXIT

           PERFORM 5250-PRINT-ITEM
               THRU 5250-PRINT-ITEM-EXIT
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           MOVE WS-CUST-LOAN-ITEMS TO WS-COUNT-ED
           MOVE WS-CUST-ACCT-ITEMS TO WS-COUNT-ED-2
           STRING '  END OF STATEMENT | LOANS:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | ACCOUNTS:' DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9200-WRITE-STATEMENT-LINE
               THRU 9200-WRITE-STATEMENT-LINE-EXIT
           PERFORM 9200-WRITE-STATEMENT-LINE
               THRU 9200-WRITE-STATEMENT-LINE-EXIT.

       5200-PRINT-STATEMENT-EXIT.
           EXIT.

      *================================================================
       5250-PRINT-ITEM.
      *================================================================
      * A loan line shows the interest its installments settled and,
      * for a loan redeemed in the year, the interest in the
      * redemption figure.
           IF WS-IT-TOTAL (WS-ITEM-IDX) NOT > ZEROS
               GO TO 5250-PRINT-ITEM-EXIT
           END-IF
           IF WS-IT-TYPE (WS-ITEM-IDX) = 'LN'
               MOVE WS-IT-INTEREST (WS-ITEM-IDX)   TO WS-AMOUNT-ED
               MOVE WS-IT-PAYOFF-INT (WS-ITEM-IDX) TO WS-AMOUNT-ED-2
               MOVE WS-IT-TOTAL (WS-ITEM-IDX)      TO WS-AMOUNT-ED-3
               STRING '  LOAN INTEREST PAID | LOAN:' DELIMITED SIZE
                      WS-IT-REFERENCE (WS-ITEM-IDX) DELIMITED SIZE
                      ' | CCY:' DELIMITED SIZE
                      WS-IT-CURRENCY (WS-ITEM-IDX) DELIMITED SIZE
                      ' | INSTALMENTS:' DELIMITED SIZE
                      WS-AMOUNT-ED         DELIMITED SIZE
                      ' | REDEMPTION:' DELIMITED SIZE
                      WS-AMOUNT-ED-2       DELIMITED SIZE
                      ' | TOTAL:' DELIMITED SIZE
                      WS-AMOUNT-ED-3       DELIMITED SIZE
                   INTO WS-REPORT-LINE
           ELSE
               MOVE WS-IT-TOTAL (WS-ITEM-IDX)      TO WS-AMOUNT-ED
               STRING '  CREDIT INTEREST EARNED | ACCOUNT:'
                                           DELIMITED SIZE
                      WS-IT-REFERENCE (WS-ITEM-IDX) DELIMITED SIZE
                      ' | CCY:' DELIMITED SIZE
                      WS-IT-CURRENCY (WS-ITEM-IDX) DELIMITED SIZE
                      ' | INTEREST:' DELIMITED SIZE
                      WS-AMOUNT-ED         DELIMITED SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM 9200-WRITE-STATEMENT-LINE
               THRU 9200-WRITE-STATEMENT-LINE-EXIT.

       5250-PRINT-ITEM-EXIT.
           EXIT.

      *================================================================
       5300-WRITE-MAILING.
      *================================================================
      * Same mailing record the statements travel on: the bureau
      * pairs it with the tax statement by customer and tax year.
           MOVE SPACES               TO MAILING-EXTRACT-RECORD
           MOVE 'T'                  TO MX-DOC-TYPE
           MOVE WS-CURRENT-CUSTOMER  TO MX-ACC-NUMBER
           MOVE WS-STMT-PERIOD       TO MX-STMT-PERIOD
           MOVE CNM-NAME             TO MX-NAME
           MOVE CNM-ADDR-LINE-1      TO MX-ADDR-LINE-1
           MOVE CNM-ADDR-LINE-2      TO MX-ADDR-LINE-2
           MOVE CNM-CITY             TO MX-CITY
           MOVE CNM-POSTCODE         TO MX-POSTCODE
           MOVE CNM-COUNTRY          TO MX-COUNTRY
           WRITE MAILING-EXTRACT-RECORD
           MOVE WS-MAIL-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE MAILING-XTRT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       5300-WRITE-MAILING-EXIT.
           EXIT.

      *================================================================
       5400-WRITE-FILING-DETAIL.
      *================================================================
           IF WS-IT-TOTAL (WS-ITEM-IDX) NOT > ZEROS
               GO TO 5400-WRITE-FILING-DETAIL-EXIT
           END-IF
           MOVE SPACES                TO TAX-FILING-RECORD
           MOVE 'D'                   TO TF-RECORD-TYPE
           MOVE WS-TAX-YEAR           TO TF-TAX-YEAR
           MOVE WS-CURRENT-CUSTOMER   TO TF-CUSTOMER-ID
           MOVE WS-IT-TYPE (WS-ITEM-IDX)      TO TF-INCOME-TYPE
           MOVE WS-IT-REFERENCE (WS-ITEM-IDX) TO TF-REFERENCE
           MOVE WS-IT-CURRENCY (WS-ITEM-IDX)  TO TF-CURRENCY
           MOVE WS-IT-TOTAL (WS-ITEM-IDX)     TO TF-AMOUNT
           MOVE WS-IT-PAYOFF-INT (WS-ITEM-IDX)
               TO TF-REDEMPTION-INTEREST
           MOVE CNM-NAME              TO TF-NAME
           MOVE CNM-POSTCODE          TO TF-POSTCODE
           MOVE CNM-COUNTRY           TO TF-COUNTRY
           WRITE TAX-FILING-RECORD
           MOVE WS-FILING-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE FILING DETAIL' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1 TO WS-FILING-DETAILS
           IF TF-LOAN-INTEREST
               ADD WS-IT-TOTAL (WS-ITEM-IDX) TO WS-TOTAL-LOAN-INT
               ADD WS-IT-PAYOFF-INT (WS-ITEM-IDX)
                   TO WS-TOTAL-PAYOFF-INT
           ELSE
               ADD WS-IT-TOTAL (WS-ITEM-IDX) TO WS-TOTAL-ACCT-INT
           END-IF.

       5400-WRITE-FILING-DETAIL-EXIT.
           EXIT.

      *================================================================
       5500-REPORT-NO-ADDRESS.
      *================================================================
      * Filed all the same; the statement can be reprinted once the
      * address is put right.
           ADD 1 TO WS-WITHHELD-COUNT
           IF 6001 > WS-RETURN-CODE
               MOVE 6001 TO WS-RETURN-CODE
           END-IF
           MOVE WS-CUST-LOAN-INT TO WS-AMOUNT-ED
           MOVE WS-CUST-ACCT-INT TO WS-AMOUNT-ED-2
           STRING WS-ADDRESS-REASON    DELIMITED SIZE
                  ' | CUSTOMER:' DELIMITED SIZE
                  WS-CURRENT-CUSTOMER  DELIMITED SIZE
                  ' | LOAN INTEREST:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | ACCT INTEREST:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' | STATEMENT WITHHELD' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5500-REPORT-NO-ADDRESS-EXIT.
           EXIT.

      *================================================================
       6000-FIND-ITEM.
      *================================================================
      * Finds the customer's line for the loan or account named in
      * WS-FIND-*, adding it if it is not there yet. A customer with
      * more lines than the table holds stops the run rather than
      * under-reporting.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           PERFORM 6010-MATCH-ITEM
               THRU 6010-MATCH-ITEM-EXIT
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-ITEM-COUNT
               OR WS-ITEM-FOUND
           IF WS-ITEM-FOUND
               GO TO 6000-FIND-ITEM-EXIT
           END-IF

           IF WS-ITEM-COUNT >= 50
               DISPLAY 'TAX-STMT: INCOME LINE TABLE FULL FOR CUSTOMER '
                   WS-CURRENT-CUSTOMER ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'COLLECT INCOME LINES' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-ITEM-COUNT     TO WS-ITEM-IDX
           MOVE WS-FIND-TYPE      TO WS-IT-TYPE (WS-ITEM-IDX)
           MOVE WS-FIND-REFERENCE TO WS-IT-REFERENCE (WS-ITEM-IDX)
           MOVE WS-FIND-CURRENCY  TO WS-IT-CURRENCY (WS-ITEM-IDX)
           MOVE ZEROS TO WS-IT-INTEREST (WS-ITEM-IDX)
                         WS-IT-PAYOFF-INT (WS-ITEM-IDX)
                         WS-IT-PAYOFF-DATE (WS-ITEM-IDX)
                         WS-IT-TOTAL (WS-ITEM-IDX).

       6000-FIND-ITEM-EXIT.
           EXIT.

      *================================================================
       6010-MATCH-ITEM.
      *================================================================
           IF WS-IT-TYPE (WS-FIND-IDX) = WS-FIND-TYPE
           AND WS-IT-REFERENCE (WS-FIND-IDX) = WS-FIND-REFERENCE
               MOVE 'Y' TO WS-ITEM-FOUND-SW
               MOVE WS-FIND-IDX TO WS-ITEM-IDX
           END-IF.

       6010-MATCH-ITEM-EXIT.
           EXIT.

      *================================================================
       8000-WRITE-FILING-TRAILER.
      *================================================================
           MOVE SPACES               TO TAX-FILING-RECORD
           MOVE 'T'                  TO TFT-RECORD-TYPE
           MOVE WS-TAX-YEAR          TO TFT-TAX-YEAR
           MOVE WS-FILING-DETAILS    TO TFT-DETAIL-COUNT
           MOVE WS-FILING-CUSTOMERS  TO TFT-CUSTOMER-COUNT
           MOVE WS-TOTAL-LOAN-INT    TO TFT-LOAN-INTEREST
           MOVE WS-TOTAL-ACCT-INT    TO TFT-ACCOUNT-INTEREST
           MOVE WS-TOTAL-PAYOFF-INT  TO TFT-REDEMPTION-INTEREST
           WRITE TAX-FILING-RECORD
           MOVE WS-FILING-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE FILING TRAILER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       8000-WRITE-FILING-TRAILER-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
      * The control totals on the report are the figures on the
      * filing trailer, for the tax team to agree before submission.
           DISPLAY 'TAX-STMT SUMMARY | CUSTOMERS: ' WS-CUSTOMER-COUNT
               ' | LOANS: ' WS-LOAN-COUNT
               ' | SCHEDULE LINES: ' WS-LINES-COUNT
               ' | DUPLICATE LINES: ' WS-DUP-LINE-COUNT
           DISPLAY 'TAX-STMT SUMMARY | PAYMENTS: ' WS-PAYMENTS-COUNT
               ' | IN YEAR: ' WS-YEAR-PAYMENTS
               ' | RETURNED: ' WS-RETURNED-COUNT
               ' | AFTER WRITE-OFF: ' WS-POST-WOFF-COUNT
               ' | AFTER YEAR: ' WS-LATER-PAY-COUNT
               ' | UNDATED: ' WS-UNDATED-COUNT
               ' | NO LOAN: ' WS-NO-LOAN-COUNT
           DISPLAY 'TAX-STMT SUMMARY | PAYOFF QUOTES: '
               WS-QUOTES-COUNT
               ' | REDEMPTIONS: ' WS-REDEMPTION-COUNT
               ' | REQUOTED: ' WS-REQUOTE-COUNT
               ' | HISTORY ROWS: ' WS-HISTORY-COUNT
               ' | INTEREST POSTINGS: ' WS-INTEREST-COUNT
           DISPLAY 'TAX-STMT SUMMARY | STATEMENTS: '
               WS-STATEMENT-COUNT
               ' | WITHHELD: ' WS-WITHHELD-COUNT
               ' | NOTHING TO REPORT: ' WS-NOTHING-COUNT
               ' | FILING RECORDS: ' WS-FILING-DETAILS

           MOVE WS-STATEMENT-COUNT  TO WS-COUNT-ED
           MOVE WS-WITHHELD-COUNT   TO WS-COUNT-ED-2
           MOVE WS-FILING-DETAILS   TO WS-COUNT-ED-3
           STRING 'CONTROL TOTALS | STATEMENTS:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | WITHHELD:' DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
                  ' | FILING RECORDS:' DELIMITED SIZE
                  WS-COUNT-ED-3        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-FILING-CUSTOMERS TO WS-COUNT-ED
           MOVE WS-TOTAL-LOAN-INT   TO WS-TOTAL-ED
           MOVE WS-TOTAL-ACCT-INT   TO WS-TOTAL-ED-2
           STRING 'CONTROL TOTALS | CUSTOMERS:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | LOAN INTEREST:' DELIMITED SIZE
                  WS-TOTAL-ED          DELIMITED SIZE
                  ' | ACCOUNT INTEREST:' DELIMITED SIZE
                  WS-TOTAL-ED-2        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-REDEMPTION-COUNT TO WS-COUNT-ED
           MOVE WS-TOTAL-PAYOFF-INT TO WS-TOTAL-ED
           STRING 'CONTROL TOTALS | REDEMPTIONS:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | REDEMPTION INTEREST:' DELIMITED SIZE
                  WS-TOTAL-ED          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9200-WRITE-STATEMENT-LINE.
      *================================================================
           WRITE TAX-STATEMENT-RECORD FROM WS-REPORT-LINE
           MOVE WS-STMT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE TAX-STATEMENT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9200-WRITE-STATEMENT-LINE-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE EXCEPTION-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-EXCEPT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE EXCEPTION-RPT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE SCHEDULE-FILE
           CLOSE PAYMENT-FILE
           CLOSE PAYOFF-QUOTE-FILE
           CLOSE LOAN-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE TAX-STATEMENT-FILE
           CLOSE MAILING-EXTRACT-FILE
           CLOSE TAX-FILING-FILE
           CLOSE EXCEPTION-REPORT
           IF WS-RETPAY-AVAIL
               CLOSE RETURNED-PAYMENT-FILE
           END-IF
           IF WS-WOFF-AVAIL
               CLOSE WRITEOFF-MASTER
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. The run stops before the filing
      * trailer is written, so a partial extract cannot balance.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'TAX-STMT: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE SCHEDULE-FILE
               CLOSE PAYMENT-FILE
               CLOSE PAYOFF-QUOTE-FILE
               CLOSE LOAN-FILE
               CLOSE TRAN-HISTORY-FILE
               CLOSE NAME-ADDRESS-FILE
               CLOSE TAX-STATEMENT-FILE
               CLOSE MAILING-EXTRACT-FILE
               CLOSE TAX-FILING-FILE
               CLOSE EXCEPTION-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

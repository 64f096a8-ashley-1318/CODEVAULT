      *================================================================
      * PROGRAM-ID: CONC-RPT
      * PURPOSE:    Large-exposure and connected-borrower
      *             concentration report. LOAN-CALC's capital summary
      *             gives one portfolio-level ratio; this run measures
      *             each customer, and each group of connected
      *             customers on CONNPRTY, against eligible capital.
      *             Every live loan on the sorted loan book is folded
      *             to its outstanding principal from the AMORTSCH
      *             KSDS (same fold as FX-REVAL), written-off loans are
      *             left out, and undrawn approved commitments are
      *             added, as are overdrawn account balances and the
      *             unused headroom of arranged overdrafts on the
      *             ODFACIL facility file; everything is converted to
      *             the reporting currency at the latest month-end
      *             rate set. A loan with co-borrowers or guarantors
      *             on LOANPRTY is also attributed to each of them at
      *             their liability share of the outstanding
      *             principal, unless they sit in the borrower's own
      *             group, which already carries the loan in full.
      *             The exposures are sorted by group and each group is
      *             flagged against the REGPARMS large-exposure
      *             reporting threshold and hard limit. A group over
      *             the limit is recorded on the CONCBRCH breach KSDS,
      *             which LOAN-CALC checks before every disbursement:
      *             the group takes no new lending until credit risk
      *             signs the breach off through CONN-MAINT. A signed
      *             group that has grown since the sign-off reopens;
      *             a group back under the limit is cleared. Runs
      *             monthly and on demand.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONC-RPT.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGPARM-FILE
               ASSIGN TO REGPARMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGPARM-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO LOANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT AMORT-FILE
               ASSIGN TO AMORTSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT WRITEOFF-MASTER
               ASSIGN TO WOFFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT FX-RATE-FILE
               ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.
           SELECT COMMITMENT-FILE
               ASSIGN TO COMMITMT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COMMIT-STATUS.
           SELECT CONNECTED-PARTY-FILE
               ASSIGN TO CONNPRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUSTOMER-ID
               FILE STATUS IS WS-CONN-STATUS.
           SELECT LOAN-PARTY-FILE
               ASSIGN TO LOANPRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               ALTERNATE RECORD KEY IS LP-PARTY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PARTY-STATUS.
           SELECT ACCOUNT-FILE
               ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT OD-FACILITY-FILE
               ASSIGN TO ODFACIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OD-ACC-NUMBER
               FILE STATUS IS WS-ODFAC-STATUS.
           SELECT EXPOSURE-WORK-FILE
               ASSIGN TO EXPWORK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SORT-WORK-FILE
               ASSIGN TO SORTWK1.
           SELECT SORTED-EXPOSURE-FILE
               ASSIGN TO EXPSRTD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT CONC-BREACH-FILE
               ASSIGN TO CONCBRCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-GROUP-ID
               FILE STATUS IS WS-BREACH-STATUS.
           SELECT CONC-REPORT
               ASSIGN TO CONCRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'REGPARM-REC'.

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
           05  FILLER                 PIC X(8).

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

       FD  FX-RATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS.
       01  FX-RATE-RECORD.
           05  FR-CURRENCY-CODE        PIC X(3).
           05  FR-RATE-TO-RPT          PIC 9(1)V9(5).
           05  FR-EFFECTIVE-DATE       PIC 9(8).
           05  FILLER                 PIC X(3).

      * Approved facilities not yet drawn, maintained by credit
      * administration. An expired commitment is no longer exposure.
       FD  COMMITMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  COMMITMENT-RECORD.
           05  CM-CUSTOMER-ID          PIC X(10).
           05  CM-FACILITY-REF         PIC X(10).
           05  CM-CURRENCY             PIC X(3).
           05  CM-UNDRAWN-AMOUNT       PIC 9(12)V99 COMP-3.
           05  CM-APPROVAL-DATE        PIC 9(8).
           05  CM-EXPIRY-DATE          PIC 9(8).
           05  FILLER                 PIC X(3).

       FD  CONNECTED-PARTY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  CONNECTED-PARTY-RECORD.
           05  CP-CUSTOMER-ID          PIC X(10).
           05  CP-GROUP-ID             PIC X(10).
           05  CP-RELATION-CODE        PIC X(2).
           05  CP-EFFECTIVE-DATE       PIC 9(8).
           05  CP-MAINT-OPERATOR       PIC X(8).
           05  FILLER                 PIC X(2).

      * Co-borrowers and guarantors maintained by PARTY-MAINT.
       FD  LOAN-PARTY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'LOANPRTY-REC'.

      * Deposit accounts: a debit balance is drawn lending to the
      * holder (ACC-NUMBER is the customer ID), and an arranged
      * overdraft's unused limit can be drawn at will.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS.
           COPY 'ACCOUNT-REC'.

       FD  OD-FACILITY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY 'ODFACIL-REC'.

       FD  EXPOSURE-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  EXPOSURE-WORK-RECORD        PIC X(60).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SWK-GROUP-ID            PIC X(10).
           05  SWK-CUSTOMER-ID         PIC X(10).
           05  SWK-ITEM-TYPE           PIC X(1).
           05  SWK-ITEM-REF            PIC X(10).
           05  FILLER                 PIC X(29).

       FD  SORTED-EXPOSURE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  SORTED-EXPOSURE-RECORD.
           05  EX-GROUP-ID             PIC X(10).
           05  EX-CUSTOMER-ID          PIC X(10).
           05  EX-ITEM-TYPE            PIC X(1).
               88  EX-IS-LOAN          VALUE 'L'.
               88  EX-IS-OVERDRAFT     VALUE 'O'.
               88  EX-IS-UNDRAWN       VALUE 'U'.
               88  EX-IS-PARTY-SHARE   VALUE 'P'.
           05  EX-ITEM-REF             PIC X(10).
           05  EX-CURRENCY             PIC X(3).
           05  EX-AMOUNT-ORIG          PIC 9(12)V99 COMP-3.
           05  EX-AMOUNT-RPT           PIC 9(14)V99 COMP-3.
           05  FILLER                 PIC X(9).

      * Large-exposure breaches. A breach awaiting sign-off holds
      * every new disbursement to the group in LOAN-CALC; CONN-MAINT
      * records credit risk's sign-off.
       FD  CONC-BREACH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONC-BREACH-RECORD.
           05  CB-GROUP-ID             PIC X(10).
           05  CB-BREACH-STATUS        PIC X(1).
               88  CB-AWAITING-SIGNOFF VALUE 'B'.
               88  CB-SIGNED-OFF       VALUE 'S'.
           05  CB-EXPOSURE-RPT         PIC 9(14)V99 COMP-3.
           05  CB-LIMIT-AMOUNT         PIC 9(14)V99 COMP-3.
           05  CB-DETECT-DATE          PIC 9(8).
           05  CB-LAST-RUN-DATE        PIC 9(8).
           05  CB-SIGNOFF-OPERATOR     PIC X(8).
           05  CB-SIGNOFF-DATE         PIC 9(8).
           05  CB-SIGNED-EXPOSURE      PIC 9(14)V99 COMP-3.
           05  FILLER                 PIC X(10).

       FD  CONC-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CONC-REPORT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * LARGE-EXPOSURE PARAMETERS (from REGPARMS, loaded fail-closed)
      * Eligible capital in the reporting currency, the reporting
      * threshold and the hard limit as fractions of it.
      *----------------------------------------------------------------
       01  WS-EXPOSURE-PARAMETERS.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-ELIGIBLE-CAPITAL  PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-REPORT-PCT        PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-LIMIT-PCT         PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-REPORT-AMOUNT     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LIMIT-AMOUNT      PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-PARM-CAPITAL-SW   PIC X(1)     VALUE 'N'.
           05  WS-PARM-REPORT-SW    PIC X(1)     VALUE 'N'.
           05  WS-PARM-LIMIT-SW     PIC X(1)     VALUE 'N'.
           05  WS-REGPARM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REGPARM-EOF   VALUE 'Y'.

      *----------------------------------------------------------------
      * MONTH-END RATE TABLE (from the FXRATES file)
      * The latest month-end set, so an on-demand run mid-month is
      * measured at the same rates the month-end revaluation used.
      *----------------------------------------------------------------
       01  WS-CURRENT-RATE-TABLE.
           05  WS-CURRENT-RATE-COUNT PIC 9(2) COMP VALUE ZEROS.
           05  WS-CURRENT-RATE-ENTRY OCCURS 20 TIMES.
               10  WS-CUR-CURRENCY  PIC X(3).
               10  WS-CUR-RATE      PIC 9(1)V9(5).

       01  WS-RATE-CONTROL.
           05  WS-FXRATE-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-FXRATE-EOF    VALUE 'Y'.
           05  WS-RATE-IDX          PIC 9(2) COMP VALUE ZEROS.
           05  WS-RATE-DATE         PIC 9(8)     VALUE ZEROS.
           05  WS-LOOKUP-CURRENCY   PIC X(3)     VALUE SPACES.
           05  WS-CURRENT-RATE      PIC 9(1)V9(5) VALUE ZEROS.
           05  WS-RATE-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-RATE-FOUND    VALUE 'Y'.

      *----------------------------------------------------------------
      * OUTSTANDING-BALANCE FOLD (per loan, from the keyed schedule)
      * One keyed START per loan, same as FX-REVAL: the book's
      * derived keys do not arrive in schedule-key order.
      *----------------------------------------------------------------
       01  WS-POSITION-DATA.
           05  WS-LOAN-KEY.
               10  WS-LK-CUSTOMER-ID PIC X(10)   VALUE SPACES.
               10  WS-LK-LOAN-ACCT   PIC X(10)   VALUE SPACES.
           05  WS-POS-FOUND-SW      PIC X(1)     VALUE 'N'.
               88  WS-POS-FOUND     VALUE 'Y'.
           05  WS-FOLD-DONE-SW      PIC X(1)     VALUE 'N'.
               88  WS-FOLD-DONE     VALUE 'Y'.
           05  WS-LOAN-WOFF-SW      PIC X(1)     VALUE 'N'.
               88  WS-LOAN-WRITTEN-OFF VALUE 'Y'.
           05  WS-OUTSTANDING       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-RUN-INTEGER       PIC S9(9) COMP VALUE ZEROS.
           05  WS-OD-DRAWN          PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OD-HEADROOM       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-BORROWER-GROUP-ID PIC X(10)    VALUE SPACES.

      *----------------------------------------------------------------
      * EXPOSURE WORK RECORD (one per live loan, co-borrower or
      * guarantor share of one, open commitment, overdrawn account
      * or unused overdraft limit)
      *----------------------------------------------------------------
       01  WS-EXPOSURE-ITEM.
           05  WS-EI-GROUP-ID       PIC X(10)    VALUE SPACES.
           05  WS-EI-CUSTOMER-ID    PIC X(10)    VALUE SPACES.
           05  WS-EI-ITEM-TYPE      PIC X(1)     VALUE SPACES.
           05  WS-EI-ITEM-REF       PIC X(10)    VALUE SPACES.
           05  WS-EI-CURRENCY       PIC X(3)     VALUE SPACES.
           05  WS-EI-AMOUNT-ORIG    PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-EI-AMOUNT-RPT     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  FILLER               PIC X(9)     VALUE SPACES.

      *----------------------------------------------------------------
      * GROUP ACCUMULATORS (control break on the sorted exposures)
      * Customer subtotals are held until the group total is known,
      * so a flagged group can be printed with its members.
      *----------------------------------------------------------------
       01  WS-GROUP-DATA.
           05  WS-CURR-GROUP-ID     PIC X(10)    VALUE SPACES.
           05  WS-GROUP-DRAWN       PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-GROUP-UNDRAWN     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-GROUP-LIABLE      PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-GROUP-TOTAL       PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-GROUP-LOANS       PIC 9(8) COMP VALUE ZEROS.
           05  WS-GROUP-PCT         PIC 9(5)V99 COMP-3 VALUE ZEROS.
           05  WS-GROUP-FLAG        PIC X(1)     VALUE SPACES.
               88  WS-GROUP-UNDER   VALUE 'U'.
               88  WS-GROUP-REPORTABLE VALUE 'R'.
               88  WS-GROUP-OVER-LIMIT VALUE 'L'.
           05  WS-GROUP-FLAG-TEXT   PIC X(14)    VALUE SPACES.
           05  WS-BREACH-ACTION     PIC X(20)    VALUE SPACES.
           05  WS-BREACH-FOUND-SW   PIC X(1)     VALUE 'N'.
               88  WS-BREACH-FOUND  VALUE 'Y'.
           05  WS-GRP-LAST-CUST     PIC X(10)    VALUE SPACES.
           05  WS-GRP-CUST-COUNT    PIC 9(4) COMP VALUE ZEROS.
           05  WS-GRP-CUST-OVERFLOW PIC 9(4) COMP VALUE ZEROS.
           05  WS-GRP-CUST-IDX      PIC 9(4) COMP VALUE ZEROS.
           05  WS-GRP-CUST-ENTRY    OCCURS 100 TIMES.
               10  WS-GC-CUSTOMER-ID PIC X(10).
               10  WS-GC-DRAWN      PIC 9(14)V99 COMP-3.
               10  WS-GC-UNDRAWN    PIC 9(14)V99 COMP-3.
               10  WS-GC-LIABLE     PIC 9(14)V99 COMP-3.
               10  WS-GC-LOANS      PIC 9(8) COMP.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-LOAN-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-LIVE-LOAN-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-SCHED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-PAID-DOWN-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-SKIPPED      PIC 9(8) COMP VALUE ZEROS.
           05  WS-PARTY-SHARE-COUNT PIC 9(8) COMP VALUE ZEROS.
           05  WS-PARTY-SAME-GROUP  PIC 9(8) COMP VALUE ZEROS.
           05  WS-COMMIT-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-COMMIT-USED       PIC 9(8) COMP VALUE ZEROS.
           05  WS-COMMIT-EXPIRED    PIC 9(8) COMP VALUE ZEROS.
           05  WS-ACCOUNT-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-OVERDRAWN-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-OD-HEADROOM-COUNT PIC 9(8) COMP VALUE ZEROS.
           05  WS-GROUP-COUNT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-REPORTABLE-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-OVER-LIMIT-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-NEW-BREACH-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-REOPENED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-AWAITING-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-SIGNED-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-CLEARED-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-BOOK-DRAWN        PIC 9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-BOOK-UNDRAWN      PIC 9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-BOOK-LIABLE       PIC 9(15)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-2       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-3       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-PCT-ED            PIC ZZ,ZZ9.99 VALUE ZEROS.
           05  WS-RATIO-ED          PIC 9.9999   VALUE ZEROS.
           05  WS-RATIO-ED-2        PIC 9.9999   VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZ,ZZ9  VALUE ZEROS.
           05  WS-COUNT-ED-2        PIC ZZZ,ZZ9  VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-LOAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-FXRATE-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-COMMIT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-CONN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-PARTY-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-ACCOUNT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-ODFAC-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-WORK-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-SORTED-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-BREACH-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-WOFF-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-WOFF-AVAIL    VALUE 'Y'.
           05  WS-COMMIT-AVAIL-SW   PIC X(1)     VALUE 'N'.
               88  WS-COMMIT-AVAIL  VALUE 'Y'.
           05  WS-CONN-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-CONN-AVAIL    VALUE 'Y'.
           05  WS-PARTY-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-PARTY-AVAIL   VALUE 'Y'.
           05  WS-PARTY-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-PARTY-EOF     VALUE 'Y'.
           05  WS-ACCOUNT-AVAIL-SW  PIC X(1)     VALUE 'N'.
               88  WS-ACCOUNT-AVAIL VALUE 'Y'.
           05  WS-ODFAC-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-ODFAC-AVAIL   VALUE 'Y'.
           05  WS-ACCOUNT-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-ACCOUNT-EOF   VALUE 'Y'.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-LOAN-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-LOAN-EOF      VALUE 'Y'.
           05  WS-LOAN-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-LOAN-FOUND    VALUE 'Y'.
           05  WS-COMMIT-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-COMMIT-EOF    VALUE 'Y'.
           05  WS-SORTED-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-SORTED-EOF    VALUE 'Y'.
           05  WS-BREACH-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-BREACH-EOF    VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Loads the limits and the rate set, collects every exposure
      * item onto the work file, sorts it into group order, measures
      * each group and maintains its breach record, then clears any
      * breach whose group no longer carries exposure at all.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0160-LOAD-REG-PARAMETERS
               THRU 0160-LOAD-REG-PARAMETERS-EXIT
           PERFORM 0300-LOAD-RATE-FILE
               THRU 0300-LOAD-RATE-FILE-EXIT
           PERFORM 0400-PRINT-HEADINGS
               THRU 0400-PRINT-HEADINGS-EXIT

           PERFORM 0200-READ-LOAN-RECORD
               THRU 0200-READ-LOAN-RECORD-EXIT
           PERFORM 1500-COLLECT-LOAN
               THRU 1500-COLLECT-LOAN-EXIT
               UNTIL WS-LOAN-EOF
           IF WS-COMMIT-AVAIL
               PERFORM 2000-READ-COMMITMENT
                   THRU 2000-READ-COMMITMENT-EXIT
               PERFORM 2100-COLLECT-COMMITMENT
                   THRU 2100-COLLECT-COMMITMENT-EXIT
                   UNTIL WS-COMMIT-EOF
           END-IF
           IF WS-ACCOUNT-AVAIL
               PERFORM 2200-READ-ACCOUNT
                   THRU 2200-READ-ACCOUNT-EXIT
               PERFORM 2300-COLLECT-OVERDRAFT
                   THRU 2300-COLLECT-OVERDRAFT-EXIT
                   UNTIL WS-ACCOUNT-EOF
           END-IF
           CLOSE EXPOSURE-WORK-FILE

           PERFORM 3000-SORT-EXPOSURES
               THRU 3000-SORT-EXPOSURES-EXIT
           PERFORM 3100-READ-SORTED-EXPOSURE
               THRU 3100-READ-SORTED-EXPOSURE-EXIT
           PERFORM 4000-PROCESS-EXPOSURE
               THRU 4000-PROCESS-EXPOSURE-EXIT
               UNTIL WS-SORTED-EOF
           IF WS-CURR-GROUP-ID NOT = SPACES
               PERFORM 4500-CLOSE-GROUP
                   THRU 4500-CLOSE-GROUP-EXIT
           END-IF

           PERFORM 5000-SWEEP-CLEARED-BREACHES
               THRU 5000-SWEEP-CLEARED-BREACHES-EXIT
           PERFORM 8000-PRINT-SUMMARY
               THRU 8000-PRINT-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           OPEN INPUT LOAN-FILE
           MOVE WS-LOAN-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LOAN-FILE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT AMORT-FILE
           MOVE WS-AMORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN AMORT-FILE'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT EXPOSURE-WORK-FILE
           MOVE WS-WORK-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN EXPOSURE-WORK' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * A missing breach cluster (the very first run) is created
      * empty rather than failing the run, same as LOAN-CALC's
      * DUP-CHECK handling.
           OPEN I-O CONC-BREACH-FILE
           IF WS-BREACH-STATUS = '35'
               OPEN OUTPUT CONC-BREACH-FILE
               CLOSE CONC-BREACH-FILE
               OPEN I-O CONC-BREACH-FILE
           END-IF
           MOVE WS-BREACH-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CONC-BREACH'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT CONC-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CONC-REPORT'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * A written-off loan's receivable was already released by the
      * write-off journal, so it is no longer exposure. No write-off
      * master on file simply means nothing to skip, same as
      * FX-REVAL's handling.
           OPEN INPUT WRITEOFF-MASTER
           IF WS-WOFF-STATUS = '00'
               MOVE 'Y' TO WS-WOFF-AVAIL-SW
           ELSE
               DISPLAY 'CONC-RPT: NO WRITE-OFF MASTER ON FILE - '
                   'ALL LOANS TREATED AS ACTIVE'
           END-IF

           OPEN INPUT COMMITMENT-FILE
           IF WS-COMMIT-STATUS = '00'
               MOVE 'Y' TO WS-COMMIT-AVAIL-SW
           ELSE
               DISPLAY 'CONC-RPT: NO COMMITMENT FILE ON FILE - '
                   'DRAWN EXPOSURE ONLY'
           END-IF

           OPEN INPUT CONNECTED-PARTY-FILE
           IF WS-CONN-STATUS = '00'
               MOVE 'Y' TO WS-CONN-AVAIL-SW
           ELSE
               DISPLAY 'CONC-RPT: NO CONNECTED-PARTY FILE ON FILE - '
                   'EACH CUSTOMER TREATED AS ITS OWN GROUP'
           END-IF

           OPEN INPUT LOAN-PARTY-FILE
           IF WS-PARTY-STATUS = '00'
               MOVE 'Y' TO WS-PARTY-AVAIL-SW
           ELSE
               DISPLAY 'CONC-RPT: NO LOAN-PARTY FILE ON FILE - '
                   'LOANS ATTRIBUTED TO BORROWERS OF RECORD ONLY'
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = '00'
               MOVE 'Y' TO WS-ACCOUNT-AVAIL-SW
           ELSE
               DISPLAY 'CONC-RPT: NO ACCOUNT MASTER ON FILE - '
                   'OVERDRAFTS NOT MEASURED'
           END-IF

           OPEN INPUT OD-FACILITY-FILE
           IF WS-ODFAC-STATUS = '00'
               MOVE 'Y' TO WS-ODFAC-AVAIL-SW
           ELSE
               DISPLAY 'CONC-RPT: NO OVERDRAFT FACILITY FILE ON FILE '
                   '- NO UNUSED OVERDRAFT LIMITS'
           END-IF.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0160-LOAD-REG-PARAMETERS.
      *================================================================
      * Measuring the book against a missing or absurd capital figure
      * would either hide every breach or block all lending, so the
      * run stops before any loan is read.
           OPEN INPUT REGPARM-FILE
           MOVE WS-REGPARM-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REGPARM-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0165-READ-REG-PARAMETER
               THRU 0165-READ-REG-PARAMETER-EXIT
               UNTIL WS-REGPARM-EOF
           CLOSE REGPARM-FILE

           IF WS-PARM-CAPITAL-SW = 'N' OR WS-PARM-REPORT-SW = 'N'
           OR WS-PARM-LIMIT-SW = 'N'
           OR WS-ELIGIBLE-CAPITAL = ZEROS
           OR WS-REPORT-PCT = ZEROS
           OR WS-LIMIT-PCT <= WS-REPORT-PCT
           OR WS-LIMIT-PCT >= 1
               DISPLAY 'CONC-RPT: REGPARMS LARGE-EXPOSURE PARAMETERS '
                   'MISSING OR INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           COMPUTE WS-REPORT-AMOUNT ROUNDED =
               WS-ELIGIBLE-CAPITAL * WS-REPORT-PCT
           COMPUTE WS-LIMIT-AMOUNT ROUNDED =
               WS-ELIGIBLE-CAPITAL * WS-LIMIT-PCT

           DISPLAY 'CONC-RPT: PARAMETER SET ' WS-PARM-SET-ID
               ' LOADED'.

       0160-LOAD-REG-PARAMETERS-EXIT.
           EXIT.

      *================================================================
       0165-READ-REG-PARAMETER.
      *================================================================
           READ REGPARM-FILE
               AT END
                   MOVE 'Y' TO WS-REGPARM-EOF-SW
               NOT AT END
                   EVALUATE PRM-KEYWORD
                       WHEN 'PARM-SET-ID'
                           MOVE PRM-VALUE TO WS-PARM-SET-ID
                       WHEN 'ELIGIBLE-CAPITAL'
                           MOVE PRM-VALUE-NUM TO WS-ELIGIBLE-CAPITAL
                           MOVE 'Y' TO WS-PARM-CAPITAL-SW
                       WHEN 'LARGE-EXP-RPT-PCT'
                           MOVE PRM-VALUE-NUM TO WS-REPORT-PCT
                           MOVE 'Y' TO WS-PARM-REPORT-SW
                       WHEN 'LARGE-EXP-LIMIT-PCT'
                           MOVE PRM-VALUE-NUM TO WS-LIMIT-PCT
                           MOVE 'Y' TO WS-PARM-LIMIT-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0165-READ-REG-PARAMETER-EXIT.
           EXIT.

      *================================================================
       0200-READ-LOAN-RECORD.
      *================================================================
      * Transmission control records carry no loan and are read past,
      * same as FX-REVAL's walk of the same archive.
           MOVE 'N' TO WS-LOAN-FOUND-SW
           PERFORM 0210-READ-NEXT-LOAN
               THRU 0210-READ-NEXT-LOAN-EXIT
               UNTIL WS-LOAN-EOF OR WS-LOAN-FOUND.

       0200-READ-LOAN-RECORD-EXIT.
           EXIT.

      *================================================================
       0210-READ-NEXT-LOAN.
      *================================================================
           READ LOAN-FILE
               AT END
                   MOVE 'Y' TO WS-LOAN-EOF-SW
               NOT AT END
                   IF LC-IS-HEADER OR LC-IS-TRAILER
                       CONTINUE
                   ELSE
                       MOVE 'Y' TO WS-LOAN-FOUND-SW
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LR-CUSTOMER-ID TO WS-LK-CUSTOMER-ID
                       IF LR-LOAN-ACCT-NO = SPACES
                           MOVE LR-CUSTOMER-ID TO WS-LK-LOAN-ACCT
                       ELSE
                           MOVE LR-LOAN-ACCT-NO TO WS-LK-LOAN-ACCT
                       END-IF
                   END-IF
           END-READ.

       0210-READ-NEXT-LOAN-EXIT.
           EXIT.

      *================================================================
       0300-LOAD-RATE-FILE.
      *================================================================
      * Loads the latest month-end rate set. Fail-closed: an empty
      * file, or (checked per item below) a currency the book holds
      * with no rate on file, stops the run -- an exposure that
      * cannot be converted cannot be measured.
           OPEN INPUT FX-RATE-FILE
           MOVE WS-FXRATE-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN FX-RATE-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0310-READ-RATE-RECORD
               THRU 0310-READ-RATE-RECORD-EXIT
               UNTIL WS-FXRATE-EOF
           CLOSE FX-RATE-FILE

           IF WS-CURRENT-RATE-COUNT = ZEROS
               DISPLAY 'CONC-RPT: RATE FILE EMPTY - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE RATE FILE' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           DISPLAY 'CONC-RPT: ' WS-CURRENT-RATE-COUNT
               ' MONTH-END RATE(S) LOADED, EFFECTIVE ' WS-RATE-DATE.

       0300-LOAD-RATE-FILE-EXIT.
           EXIT.

      *================================================================
       0310-READ-RATE-RECORD.
      *================================================================
           READ FX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-FXRATE-EOF-SW
               NOT AT END
                   IF WS-CURRENT-RATE-COUNT >= 20
                       DISPLAY 'CONC-RPT: RATE TABLE FULL - '
                           'RUN STOPPED'
                       MOVE '98' TO WS-CHECK-STATUS-CODE
                       MOVE 'LOAD RATE FILE' TO WS-CHECK-STATUS-OPER
                       PERFORM 9500-CHECK-FILE-STATUS
                           THRU 9500-CHECK-FILE-STATUS-EXIT
                   END-IF
                   ADD 1 TO WS-CURRENT-RATE-COUNT
                   MOVE FR-CURRENCY-CODE TO
                       WS-CUR-CURRENCY (WS-CURRENT-RATE-COUNT)
                   MOVE FR-RATE-TO-RPT TO
                       WS-CUR-RATE (WS-CURRENT-RATE-COUNT)
                   MOVE FR-EFFECTIVE-DATE TO WS-RATE-DATE
           END-READ.

       0310-READ-RATE-RECORD-EXIT.
           EXIT.

      *================================================================
       0400-PRINT-HEADINGS.
      *================================================================
           STRING 'LARGE-EXPOSURE CONCENTRATION REPORT | RUN DATE:'
                      DELIMITED SIZE
                  WS-RUN-DATE-N        DELIMITED SIZE
                  ' | PARAMETER SET:' DELIMITED SIZE
                  WS-PARM-SET-ID       DELIMITED SIZE
                  ' | RATES EFFECTIVE:' DELIMITED SIZE
                  WS-RATE-DATE         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-ELIGIBLE-CAPITAL TO WS-AMOUNT-ED
           MOVE WS-REPORT-PCT       TO WS-RATIO-ED
           MOVE WS-LIMIT-PCT        TO WS-RATIO-ED-2
           STRING 'ELIGIBLE CAPITAL:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | REPORTING THRESHOLD:' DELIMITED SIZE
                  WS-RATIO-ED          DELIMITED SIZE
                  ' | HARD LIMIT:' DELIMITED SIZE
                  WS-RATIO-ED-2        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-REPORT-AMOUNT    TO WS-AMOUNT-ED
           MOVE WS-LIMIT-AMOUNT     TO WS-AMOUNT-ED-2
           STRING 'REPORTABLE FROM:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | LIMIT ABOVE:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' | AMOUNTS IN REPORTING CURRENCY USD'
                      DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0400-PRINT-HEADINGS-EXIT.
           EXIT.

      *================================================================
       1500-COLLECT-LOAN.
      *================================================================
      * One loan: written-off loans are counted past; everything else
      * is folded to its outstanding principal, and a loan still
      * carrying principal becomes one exposure item in its
      * borrower's group, plus one in each liable party's group.
           PERFORM 1550-CHECK-WRITTEN-OFF
               THRU 1550-CHECK-WRITTEN-OFF-EXIT

           IF WS-LOAN-WRITTEN-OFF
               ADD 1 TO WS-WOFF-SKIPPED
               GO TO 1500-NEXT-LOAN
           END-IF

           PERFORM 1600-FOLD-OUTSTANDING
               THRU 1600-FOLD-OUTSTANDING-EXIT
           IF NOT WS-POS-FOUND
               ADD 1 TO WS-NO-SCHED-COUNT
               GO TO 1500-NEXT-LOAN
           END-IF
           IF WS-OUTSTANDING = ZEROS
               ADD 1 TO WS-PAID-DOWN-COUNT
               GO TO 1500-NEXT-LOAN
           END-IF

           ADD 1 TO WS-LIVE-LOAN-COUNT
           MOVE WS-LK-CUSTOMER-ID TO WS-EI-CUSTOMER-ID
           MOVE 'L'               TO WS-EI-ITEM-TYPE
           MOVE WS-LK-LOAN-ACCT   TO WS-EI-ITEM-REF
           MOVE LR-CURRENCY       TO WS-EI-CURRENCY
           MOVE WS-OUTSTANDING    TO WS-EI-AMOUNT-ORIG
           PERFORM 1800-WRITE-EXPOSURE-ITEM
               THRU 1800-WRITE-EXPOSURE-ITEM-EXIT
           ADD WS-EI-AMOUNT-RPT TO WS-BOOK-DRAWN

           IF WS-PARTY-AVAIL
               MOVE WS-EI-GROUP-ID TO WS-BORROWER-GROUP-ID
               PERFORM 1900-COLLECT-LOAN-PARTIES
                   THRU 1900-COLLECT-LOAN-PARTIES-EXIT
           END-IF.

       1500-NEXT-LOAN.
           PERFORM 0200-READ-LOAN-RECORD
               THRU 0200-READ-LOAN-RECORD-EXIT.

       1500-COLLECT-LOAN-EXIT.
           EXIT.

      *================================================================
       1550-CHECK-WRITTEN-OFF.
      *================================================================
           MOVE 'N' TO WS-LOAN-WOFF-SW
           IF WS-WOFF-AVAIL
               MOVE WS-LK-CUSTOMER-ID TO WO-CUSTOMER-ID
               MOVE WS-LK-LOAN-ACCT   TO WO-LOAN-ACCT-NO
               READ WRITEOFF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WO-WRITTEN-OFF
                           MOVE 'Y' TO WS-LOAN-WOFF-SW
                       END-IF
               END-READ
           END-IF.

       1550-CHECK-WRITTEN-OFF-EXIT.
           EXIT.

      *================================================================
       1600-FOLD-OUTSTANDING.
      *================================================================
      * One keyed START on this loan's schedule, rolling the balance
      * forward through every installment already due: the first line
      * fixes the opening balance, each elapsed line replaces it with
      * its end balance -- the same fold FX-REVAL and LOAN-PAYOFF use.
           MOVE 'N'   TO WS-POS-FOUND-SW
           MOVE 'N'   TO WS-FOLD-DONE-SW
           MOVE ZEROS TO WS-OUTSTANDING

           MOVE WS-LK-CUSTOMER-ID TO AMORT-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT   TO AMORT-LOAN-ACCT-NO
           MOVE ZEROS             TO AMORT-MONTH-NUM
           START AMORT-FILE KEY >= AMORT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FOLD-DONE-SW
           END-START

           PERFORM 1620-FOLD-ONE-LINE
               THRU 1620-FOLD-ONE-LINE-EXIT
               UNTIL WS-FOLD-DONE.

       1600-FOLD-OUTSTANDING-EXIT.
           EXIT.

      *================================================================
       1620-FOLD-ONE-LINE.
      *================================================================
           READ AMORT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-FOLD-DONE-SW
               NOT AT END
                   IF AMORT-CUSTOMER-ID = WS-LK-CUSTOMER-ID
                   AND AMORT-LOAN-ACCT-NO = WS-LK-LOAN-ACCT
                       IF NOT WS-POS-FOUND
                           MOVE 'Y' TO WS-POS-FOUND-SW
                           MOVE AMORT-BEGIN-BALANCE
                               TO WS-OUTSTANDING
                       END-IF
                       IF AMORT-DUE-DATE IS NUMERIC
                       AND FUNCTION INTEGER-OF-DATE (AMORT-DUE-DATE)
                           <= WS-RUN-INTEGER
                           MOVE AMORT-END-BALANCE TO WS-OUTSTANDING
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-FOLD-DONE-SW
                   END-IF
           END-READ.

       1620-FOLD-ONE-LINE-EXIT.
           EXIT.

      *================================================================
       1700-LOOKUP-GROUP.
      *================================================================
      * A customer linked on CONNPRTY is measured with its group; one
      * with no entry is a group of one, keyed on its own ID.
           MOVE WS-EI-CUSTOMER-ID TO WS-EI-GROUP-ID
           IF WS-CONN-AVAIL
               MOVE WS-EI-CUSTOMER-ID TO CP-CUSTOMER-ID
               READ CONNECTED-PARTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-GROUP-ID TO WS-EI-GROUP-ID
               END-READ
           END-IF.

       1700-LOOKUP-GROUP-EXIT.
           EXIT.

      *================================================================
       1750-CONVERT-TO-REPORTING.
      *================================================================
      * Reporting-currency loans (and legacy blanks, which LOAN-CALC
      * books as USD) carry a rate of one; any other currency with
      * no month-end rate stops the run.
           IF WS-EI-CURRENCY = 'USD' OR WS-EI-CURRENCY = SPACES
               MOVE WS-EI-AMOUNT-ORIG TO WS-EI-AMOUNT-RPT
               GO TO 1750-CONVERT-TO-REPORTING-EXIT
           END-IF

           MOVE WS-EI-CURRENCY TO WS-LOOKUP-CURRENCY
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM 1760-MATCH-CURRENT-RATE
               THRU 1760-MATCH-CURRENT-RATE-EXIT
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-CURRENT-RATE-COUNT
               OR WS-RATE-FOUND

           IF NOT WS-RATE-FOUND
               DISPLAY 'CONC-RPT: NO MONTH-END RATE FOR '
                   WS-LOOKUP-CURRENCY ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'LOOKUP CURRENT RATE' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           COMPUTE WS-EI-AMOUNT-RPT ROUNDED =
               WS-EI-AMOUNT-ORIG * WS-CURRENT-RATE.

       1750-CONVERT-TO-REPORTING-EXIT.
           EXIT.

      *================================================================
       1760-MATCH-CURRENT-RATE.
      *================================================================
           IF WS-CUR-CURRENCY (WS-RATE-IDX) = WS-LOOKUP-CURRENCY
               MOVE WS-CUR-RATE (WS-RATE-IDX) TO WS-CURRENT-RATE
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.

       1760-MATCH-CURRENT-RATE-EXIT.
           EXIT.

      *================================================================
       1800-WRITE-EXPOSURE-ITEM.
      *================================================================
           PERFORM 1700-LOOKUP-GROUP
               THRU 1700-LOOKUP-GROUP-EXIT
           PERFORM 1750-CONVERT-TO-REPORTING
               THRU 1750-CONVERT-TO-REPORTING-EXIT

           WRITE EXPOSURE-WORK-RECORD FROM WS-EXPOSURE-ITEM
           MOVE WS-WORK-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE EXPOSURE-WORK' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       1800-WRITE-EXPOSURE-ITEM-EXIT.
           EXIT.

      *================================================================
       1900-COLLECT-LOAN-PARTIES.
      *================================================================
      * Every active co-borrower and guarantor on the loan is liable
      * for their share of the principal still outstanding.
           MOVE 'N' TO WS-PARTY-EOF-SW
           MOVE WS-LK-CUSTOMER-ID TO LP-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT   TO LP-LOAN-ACCT-NO
           MOVE LOW-VALUES        TO LP-PARTY-ID
           START LOAN-PARTY-FILE KEY >= LP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PARTY-EOF-SW
           END-START

           PERFORM 1910-COLLECT-ONE-PARTY
               THRU 1910-COLLECT-ONE-PARTY-EXIT
               UNTIL WS-PARTY-EOF.

       1900-COLLECT-LOAN-PARTIES-EXIT.
           EXIT.

      *================================================================
       1910-COLLECT-ONE-PARTY.
      *================================================================
      * A party in the borrower's own group is already measured on
      * the whole loan there, so counting its share again would
      * overstate the group.
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARTY-EOF-SW
                   GO TO 1910-COLLECT-ONE-PARTY-EXIT
           END-READ

           IF LP-CUSTOMER-ID NOT = WS-LK-CUSTOMER-ID
           OR LP-LOAN-ACCT-NO NOT = WS-LK-LOAN-ACCT
               MOVE 'Y' TO WS-PARTY-EOF-SW
               GO TO 1910-COLLECT-ONE-PARTY-EXIT
           END-IF
           IF NOT LP-PARTY-ACTIVE
           OR LP-LIABILITY-SHARE = ZEROS
               GO TO 1910-COLLECT-ONE-PARTY-EXIT
           END-IF

           MOVE LP-PARTY-ID TO WS-EI-CUSTOMER-ID
           PERFORM 1700-LOOKUP-GROUP
               THRU 1700-LOOKUP-GROUP-EXIT
           IF WS-EI-GROUP-ID = WS-BORROWER-GROUP-ID
               ADD 1 TO WS-PARTY-SAME-GROUP
               GO TO 1910-COLLECT-ONE-PARTY-EXIT
           END-IF

           ADD 1 TO WS-PARTY-SHARE-COUNT
           MOVE 'P'               TO WS-EI-ITEM-TYPE
           MOVE WS-LK-LOAN-ACCT   TO WS-EI-ITEM-REF
           MOVE LR-CURRENCY       TO WS-EI-CURRENCY
           COMPUTE WS-EI-AMOUNT-ORIG ROUNDED =
               WS-OUTSTANDING * LP-LIABILITY-SHARE
           PERFORM 1800-WRITE-EXPOSURE-ITEM
               THRU 1800-WRITE-EXPOSURE-ITEM-EXIT
           ADD WS-EI-AMOUNT-RPT TO WS-BOOK-LIABLE.

       1910-COLLECT-ONE-PARTY-EXIT.
           EXIT.

      *================================================================
       2000-READ-COMMITMENT.
      *================================================================
           READ COMMITMENT-FILE
               AT END
                   MOVE 'Y' TO WS-COMMIT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-COMMIT-COUNT
           END-READ.

       2000-READ-COMMITMENT-EXIT.
           EXIT.

      *================================================================
       2100-COLLECT-COMMITMENT.
      *================================================================
      * An approved facility the borrower can still draw counts at
      * its full undrawn amount until it expires.
           IF CM-EXPIRY-DATE IS NUMERIC
           AND CM-EXPIRY-DATE < WS-RUN-DATE-N
               ADD 1 TO WS-COMMIT-EXPIRED
               GO TO 2100-NEXT-COMMITMENT
           END-IF
           IF CM-UNDRAWN-AMOUNT = ZEROS
               GO TO 2100-NEXT-COMMITMENT
           END-IF

           ADD 1 TO WS-COMMIT-USED
           MOVE CM-CUSTOMER-ID    TO WS-EI-CUSTOMER-ID
           MOVE 'U'               TO WS-EI-ITEM-TYPE
           MOVE CM-FACILITY-REF   TO WS-EI-ITEM-REF
           MOVE CM-CURRENCY       TO WS-EI-CURRENCY
           MOVE CM-UNDRAWN-AMOUNT TO WS-EI-AMOUNT-ORIG
           PERFORM 1800-WRITE-EXPOSURE-ITEM
               THRU 1800-WRITE-EXPOSURE-ITEM-EXIT
           ADD WS-EI-AMOUNT-RPT TO WS-BOOK-UNDRAWN.

       2100-NEXT-COMMITMENT.
           PERFORM 2000-READ-COMMITMENT
               THRU 2000-READ-COMMITMENT-EXIT.

       2100-COLLECT-COMMITMENT-EXIT.
           EXIT.

      *================================================================
       2200-READ-ACCOUNT.
      *================================================================
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ACCOUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
           END-READ.

       2200-READ-ACCOUNT-EXIT.
           EXIT.

      *================================================================
       2300-COLLECT-OVERDRAFT.
      *================================================================
      * An overdrawn balance is drawn exposure whatever the account's
      * status or facility; the part of an active, unexpired limit not
      * yet used counts as undrawn, like an open commitment. A closed
      * account can draw nothing more.
           MOVE ZEROS TO WS-OD-DRAWN
           MOVE ZEROS TO WS-OD-HEADROOM
           IF ACC-BALANCE < ZEROS
               COMPUTE WS-OD-DRAWN = 0 - ACC-BALANCE
           END-IF

           IF WS-ODFAC-AVAIL AND NOT ACC-CLOSED
               MOVE ACC-NUMBER TO OD-ACC-NUMBER
               READ OD-FACILITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OD-ACTIVE
                       AND (OD-EXPIRY-DATE = ZEROS
                            OR OD-EXPIRY-DATE >= WS-RUN-DATE-N)
                       AND OD-LIMIT > WS-OD-DRAWN
                           COMPUTE WS-OD-HEADROOM =
                               OD-LIMIT - WS-OD-DRAWN
                       END-IF
               END-READ
           END-IF

           IF WS-OD-DRAWN > ZEROS
               ADD 1 TO WS-OVERDRAWN-COUNT
               MOVE ACC-NUMBER        TO WS-EI-CUSTOMER-ID
               MOVE 'O'               TO WS-EI-ITEM-TYPE
               MOVE ACC-NUMBER        TO WS-EI-ITEM-REF
               MOVE ACC-CURRENCY      TO WS-EI-CURRENCY
               MOVE WS-OD-DRAWN       TO WS-EI-AMOUNT-ORIG
               PERFORM 1800-WRITE-EXPOSURE-ITEM
                   THRU 1800-WRITE-EXPOSURE-ITEM-EXIT
               ADD WS-EI-AMOUNT-RPT TO WS-BOOK-DRAWN
           END-IF

           IF WS-OD-HEADROOM > ZEROS
               ADD 1 TO WS-OD-HEADROOM-COUNT
               MOVE ACC-NUMBER        TO WS-EI-CUSTOMER-ID
               MOVE 'U'               TO WS-EI-ITEM-TYPE
               MOVE ACC-NUMBER        TO WS-EI-ITEM-REF
               MOVE ACC-CURRENCY      TO WS-EI-CURRENCY
               MOVE WS-OD-HEADROOM    TO WS-EI-AMOUNT-ORIG
               PERFORM 1800-WRITE-EXPOSURE-ITEM
                   THRU 1800-WRITE-EXPOSURE-ITEM-EXIT
               ADD WS-EI-AMOUNT-RPT TO WS-BOOK-UNDRAWN
           END-IF

           PERFORM 2200-READ-ACCOUNT
               THRU 2200-READ-ACCOUNT-EXIT.

       2300-COLLECT-OVERDRAFT-EXIT.
           EXIT.

      *================================================================
       3000-SORT-EXPOSURES.
      *================================================================
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SWK-GROUP-ID SWK-CUSTOMER-ID
                                SWK-ITEM-TYPE SWK-ITEM-REF
               USING EXPOSURE-WORK-FILE
               GIVING SORTED-EXPOSURE-FILE

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'CONC-RPT: SORT FAILED - SORT-RETURN='
                   SORT-RETURN
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SORTED-EXPOSURE-FILE
           MOVE WS-SORTED-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN SORTED-EXPOSURE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       3000-SORT-EXPOSURES-EXIT.
           EXIT.

      *================================================================
       3100-READ-SORTED-EXPOSURE.
      *================================================================
           READ SORTED-EXPOSURE-FILE
               AT END
                   MOVE 'Y' TO WS-SORTED-EOF-SW
           END-READ.

       3100-READ-SORTED-EXPOSURE-EXIT.
           EXIT.

      *================================================================
       4000-PROCESS-EXPOSURE.
      *================================================================
      * Control break on group: the group just finished is measured
      * before the first item of the next one is added.
           IF EX-GROUP-ID NOT = WS-CURR-GROUP-ID
               IF WS-CURR-GROUP-ID NOT = SPACES
                   PERFORM 4500-CLOSE-GROUP
                       THRU 4500-CLOSE-GROUP-EXIT
               END-IF
               MOVE EX-GROUP-ID TO WS-CURR-GROUP-ID
               MOVE SPACES      TO WS-GRP-LAST-CUST
               MOVE ZEROS TO WS-GROUP-DRAWN
                             WS-GROUP-UNDRAWN
                             WS-GROUP-LIABLE
                             WS-GROUP-LOANS
                             WS-GRP-CUST-COUNT
                             WS-GRP-CUST-OVERFLOW
           END-IF

           IF EX-CUSTOMER-ID NOT = WS-GRP-LAST-CUST
               MOVE EX-CUSTOMER-ID TO WS-GRP-LAST-CUST
               IF WS-GRP-CUST-COUNT < 100
                   ADD 1 TO WS-GRP-CUST-COUNT
                   MOVE EX-CUSTOMER-ID TO
                       WS-GC-CUSTOMER-ID (WS-GRP-CUST-COUNT)
                   MOVE ZEROS TO WS-GC-DRAWN (WS-GRP-CUST-COUNT)
                                 WS-GC-UNDRAWN (WS-GRP-CUST-COUNT)
                                 WS-GC-LIABLE (WS-GRP-CUST-COUNT)
                                 WS-GC-LOANS (WS-GRP-CUST-COUNT)
               ELSE
                   ADD 1 TO WS-GRP-CUST-OVERFLOW
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN EX-IS-LOAN
                   ADD EX-AMOUNT-RPT TO WS-GROUP-DRAWN
                   ADD 1 TO WS-GROUP-LOANS
               WHEN EX-IS-OVERDRAFT
                   ADD EX-AMOUNT-RPT TO WS-GROUP-DRAWN
               WHEN EX-IS-PARTY-SHARE
                   ADD EX-AMOUNT-RPT TO WS-GROUP-LIABLE
               WHEN OTHER
                   ADD EX-AMOUNT-RPT TO WS-GROUP-UNDRAWN
           END-EVALUATE

      * A group too large for the member table is still measured in
      * full; only its member lines beyond the table are summarised.
           IF WS-GRP-CUST-OVERFLOW = ZEROS
               EVALUATE TRUE
                   WHEN EX-IS-LOAN
                       ADD EX-AMOUNT-RPT TO
                           WS-GC-DRAWN (WS-GRP-CUST-COUNT)
                       ADD 1 TO WS-GC-LOANS (WS-GRP-CUST-COUNT)
                   WHEN EX-IS-OVERDRAFT
                       ADD EX-AMOUNT-RPT TO
                           WS-GC-DRAWN (WS-GRP-CUST-COUNT)
                   WHEN EX-IS-PARTY-SHARE
                       ADD EX-AMOUNT-RPT TO
                           WS-GC-LIABLE (WS-GRP-CUST-COUNT)
                   WHEN OTHER
                       ADD EX-AMOUNT-RPT TO
                           WS-GC-UNDRAWN (WS-GRP-CUST-COUNT)
               END-EVALUATE
           END-IF

           PERFORM 3100-READ-SORTED-EXPOSURE
               THRU 3100-READ-SORTED-EXPOSURE-EXIT.

       4000-PROCESS-EXPOSURE-EXIT.
           EXIT.

      *================================================================
       4500-CLOSE-GROUP.
      *================================================================
      * Measures the finished group against eligible capital: at or
      * above the reporting threshold it is a large exposure and is
      * printed with its members; above the hard limit it is a
      * breach and its CONCBRCH record is raised or refreshed. A
      * group back under the limit has any breach cleared.
           ADD 1 TO WS-GROUP-COUNT
           COMPUTE WS-GROUP-TOTAL = WS-GROUP-DRAWN + WS-GROUP-UNDRAWN
                                  + WS-GROUP-LIABLE
           COMPUTE WS-GROUP-PCT ROUNDED =
               WS-GROUP-TOTAL * 100 / WS-ELIGIBLE-CAPITAL
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-GROUP-PCT
           END-COMPUTE

           EVALUATE TRUE
               WHEN WS-GROUP-TOTAL > WS-LIMIT-AMOUNT
                   MOVE 'L' TO WS-GROUP-FLAG
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               WHEN WS-GROUP-TOTAL >= WS-REPORT-AMOUNT
                   MOVE 'R' TO WS-GROUP-FLAG
                   ADD 1 TO WS-REPORTABLE-COUNT
               WHEN OTHER
                   MOVE 'U' TO WS-GROUP-FLAG
           END-EVALUATE

           MOVE SPACES TO WS-BREACH-ACTION
           PERFORM 4600-UPDATE-BREACH
               THRU 4600-UPDATE-BREACH-EXIT

           IF WS-GROUP-UNDER
           AND WS-BREACH-ACTION = SPACES
               GO TO 4500-CLOSE-GROUP-EXIT
           END-IF

           PERFORM 4700-PRINT-GROUP
               THRU 4700-PRINT-GROUP-EXIT.

       4500-CLOSE-GROUP-EXIT.
           EXIT.

      *================================================================
       4600-UPDATE-BREACH.
      *================================================================
      * A new breach awaits sign-off. A signed-off breach stays signed
      * while the group is no bigger than the exposure credit risk
      * signed; growth beyond it reopens the breach and holds new
      * lending again. Back under the limit, the breach is cleared.
           MOVE 'N' TO WS-BREACH-FOUND-SW
           MOVE WS-CURR-GROUP-ID TO CB-GROUP-ID
           READ CONC-BREACH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BREACH-FOUND-SW
           END-READ

           IF NOT WS-GROUP-OVER-LIMIT
               IF WS-BREACH-FOUND
                   DELETE CONC-BREACH-FILE
                   MOVE WS-BREACH-STATUS    TO WS-CHECK-STATUS-CODE
                   MOVE 'DELETE CONC-BREACH' TO WS-CHECK-STATUS-OPER
                   PERFORM 9500-CHECK-FILE-STATUS
                       THRU 9500-CHECK-FILE-STATUS-EXIT
                   ADD 1 TO WS-CLEARED-COUNT
                   MOVE 'BREACH CLEARED' TO WS-BREACH-ACTION
               END-IF
               GO TO 4600-UPDATE-BREACH-EXIT
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-BREACH-FOUND
                   MOVE SPACES           TO CONC-BREACH-RECORD
                   MOVE WS-CURR-GROUP-ID TO CB-GROUP-ID
                   MOVE 'B'              TO CB-BREACH-STATUS
                   MOVE WS-RUN-DATE-N    TO CB-DETECT-DATE
                   MOVE ZEROS            TO CB-SIGNOFF-DATE
                                            CB-SIGNED-EXPOSURE
                   ADD 1 TO WS-NEW-BREACH-COUNT
                   MOVE 'NEW BREACH - HELD' TO WS-BREACH-ACTION
               WHEN CB-SIGNED-OFF
               AND WS-GROUP-TOTAL > CB-SIGNED-EXPOSURE
                   MOVE 'B'              TO CB-BREACH-STATUS
                   MOVE SPACES           TO CB-SIGNOFF-OPERATOR
                   MOVE ZEROS            TO CB-SIGNOFF-DATE
                                            CB-SIGNED-EXPOSURE
                   ADD 1 TO WS-REOPENED-COUNT
                   MOVE 'REOPENED - HELD' TO WS-BREACH-ACTION
               WHEN CB-SIGNED-OFF
                   ADD 1 TO WS-SIGNED-COUNT
                   MOVE 'SIGNED OFF' TO WS-BREACH-ACTION
               WHEN OTHER
                   ADD 1 TO WS-AWAITING-COUNT
                   MOVE 'AWAITING SIGN-OFF' TO WS-BREACH-ACTION
           END-EVALUATE

           MOVE WS-GROUP-TOTAL  TO CB-EXPOSURE-RPT
           MOVE WS-LIMIT-AMOUNT TO CB-LIMIT-AMOUNT
           MOVE WS-RUN-DATE-N   TO CB-LAST-RUN-DATE

           IF WS-BREACH-FOUND
               REWRITE CONC-BREACH-RECORD
               MOVE 'REWRITE CONC-BREACH' TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE CONC-BREACH-RECORD
               MOVE 'WRITE CONC-BREACH'   TO WS-CHECK-STATUS-OPER
           END-IF
           MOVE WS-BREACH-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       4600-UPDATE-BREACH-EXIT.
           EXIT.

      *================================================================
       4700-PRINT-GROUP.
      *================================================================
           MOVE WS-GROUP-DRAWN   TO WS-AMOUNT-ED
           MOVE WS-GROUP-UNDRAWN TO WS-AMOUNT-ED-2
           MOVE WS-GROUP-TOTAL   TO WS-AMOUNT-ED-3
           MOVE WS-GROUP-PCT     TO WS-PCT-ED
           COMPUTE WS-COUNT-ED =
               WS-GRP-CUST-COUNT + WS-GRP-CUST-OVERFLOW
           MOVE WS-GROUP-LOANS   TO WS-COUNT-ED-2

           EVALUATE TRUE
               WHEN WS-GROUP-OVER-LIMIT
                   MOVE 'LIMIT BREACH'   TO WS-GROUP-FLAG-TEXT
               WHEN WS-GROUP-REPORTABLE
                   MOVE 'LARGE EXPOSURE' TO WS-GROUP-FLAG-TEXT
               WHEN OTHER
                   MOVE 'UNDER LIMIT'    TO WS-GROUP-FLAG-TEXT
           END-EVALUATE
           STRING WS-GROUP-FLAG-TEXT   DELIMITED SIZE
                  ' | GROUP:' DELIMITED SIZE
                  WS-CURR-GROUP-ID     DELIMITED SIZE
                  ' | CUSTS:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | LOANS:' DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
                  ' | TOTAL:' DELIMITED SIZE
                  WS-AMOUNT-ED-3       DELIMITED SIZE
                  ' | PCT CAPITAL:' DELIMITED SIZE
                  WS-PCT-ED            DELIMITED SIZE
                  ' | ' DELIMITED SIZE
                  WS-BREACH-ACTION     DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-GROUP-LIABLE  TO WS-AMOUNT-ED-3
           STRING '               DRAWN:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | UNDRAWN:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' | AS CO-BORROWER/GUARANTOR:' DELIMITED SIZE
                  WS-AMOUNT-ED-3       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-GROUP-UNDER
               GO TO 4700-PRINT-GROUP-EXIT
           END-IF

           PERFORM 4710-PRINT-MEMBER
               THRU 4710-PRINT-MEMBER-EXIT
               VARYING WS-GRP-CUST-IDX FROM 1 BY 1
               UNTIL WS-GRP-CUST-IDX > WS-GRP-CUST-COUNT

           IF WS-GRP-CUST-OVERFLOW > ZEROS
               MOVE WS-GRP-CUST-OVERFLOW TO WS-COUNT-ED
               STRING '               FURTHER MEMBERS NOT LISTED:'
                          DELIMITED SIZE
                      WS-COUNT-ED          DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF.

       4700-PRINT-GROUP-EXIT.
           EXIT.

      *================================================================
       4710-PRINT-MEMBER.
      *================================================================
           MOVE WS-GC-DRAWN (WS-GRP-CUST-IDX)   TO WS-AMOUNT-ED
           MOVE WS-GC-UNDRAWN (WS-GRP-CUST-IDX) TO WS-AMOUNT-ED-2
           MOVE WS-GC-LOANS (WS-GRP-CUST-IDX)   TO WS-COUNT-ED-2
           STRING '               CUSTOMER:' DELIMITED SIZE
                  WS-GC-CUSTOMER-ID (WS-GRP-CUST-IDX)
                      DELIMITED SIZE
                  ' | LOANS:' DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
                  ' | DRAWN:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | UNDRAWN:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-GC-LIABLE (WS-GRP-CUST-IDX) > ZEROS
               MOVE WS-GC-LIABLE (WS-GRP-CUST-IDX) TO WS-AMOUNT-ED-3
               STRING '                 AS CO-BORROWER/GUARANTOR:'
                          DELIMITED SIZE
                      WS-AMOUNT-ED-3       DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF.

       4710-PRINT-MEMBER-EXIT.
           EXIT.

      *================================================================
       5000-SWEEP-CLEARED-BREACHES.
      *================================================================
      * A breach not refreshed by this run belongs to a group that no
      * longer carries any live exposure at all, so it is cleared.
           MOVE LOW-VALUES TO CB-GROUP-ID
           START CONC-BREACH-FILE KEY >= CB-GROUP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BREACH-EOF-SW
           END-START

           PERFORM 5100-SWEEP-ONE-BREACH
               THRU 5100-SWEEP-ONE-BREACH-EXIT
               UNTIL WS-BREACH-EOF.

       5000-SWEEP-CLEARED-BREACHES-EXIT.
           EXIT.

      *================================================================
       5100-SWEEP-ONE-BREACH.
      *================================================================
           READ CONC-BREACH-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-BREACH-EOF-SW
                   GO TO 5100-SWEEP-ONE-BREACH-EXIT
           END-READ

           IF CB-LAST-RUN-DATE NOT = WS-RUN-DATE-N
               DELETE CONC-BREACH-FILE
               MOVE WS-BREACH-STATUS    TO WS-CHECK-STATUS-CODE
               MOVE 'DELETE CONC-BREACH' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
               ADD 1 TO WS-CLEARED-COUNT
               STRING 'BREACH CLEARED | GROUP:' DELIMITED SIZE
                      CB-GROUP-ID          DELIMITED SIZE
                      ' | NO LIVE EXPOSURE REMAINS' DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF.

       5100-SWEEP-ONE-BREACH-EXIT.
           EXIT.

      *================================================================
       8000-PRINT-SUMMARY.
      *================================================================
      * Any group left over the limit without a sign-off ends the run
      * RC 5201: LOAN-CALC is holding its new disbursements.
           MOVE WS-BOOK-DRAWN   TO WS-AMOUNT-ED
           MOVE WS-BOOK-UNDRAWN TO WS-AMOUNT-ED-2
           MOVE WS-BOOK-LIABLE  TO WS-AMOUNT-ED-3
           STRING 'BOOK TOTAL | DRAWN:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | UNDRAWN:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' | ALSO ATTRIBUTED TO PARTIES:' DELIMITED SIZE
                  WS-AMOUNT-ED-3       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-GROUP-COUNT      TO WS-COUNT-ED
           MOVE WS-REPORTABLE-COUNT TO WS-COUNT-ED-2
           STRING 'GROUPS MEASURED:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | LARGE EXPOSURES UNDER LIMIT:' DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-ED
           MOVE WS-CLEARED-COUNT    TO WS-COUNT-ED-2
           STRING 'GROUPS OVER LIMIT:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | BREACHES CLEARED:' DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           DISPLAY 'CONC-RPT SUMMARY | LOANS: ' WS-LOAN-COUNT
               ' | LIVE: ' WS-LIVE-LOAN-COUNT
               ' | PAID DOWN: ' WS-PAID-DOWN-COUNT
               ' | NO SCHEDULE: ' WS-NO-SCHED-COUNT
               ' | WRITTEN-OFF SKIPPED: ' WS-WOFF-SKIPPED
           DISPLAY 'CONC-RPT SUMMARY | PARTY SHARES: '
               WS-PARTY-SHARE-COUNT
               ' | PARTIES IN BORROWER GROUP: ' WS-PARTY-SAME-GROUP
           DISPLAY 'CONC-RPT SUMMARY | COMMITMENTS: ' WS-COMMIT-COUNT
               ' | USED: ' WS-COMMIT-USED
               ' | EXPIRED: ' WS-COMMIT-EXPIRED
           DISPLAY 'CONC-RPT SUMMARY | ACCOUNTS: ' WS-ACCOUNT-COUNT
               ' | OVERDRAWN: ' WS-OVERDRAWN-COUNT
               ' | UNUSED OVERDRAFT LIMITS: ' WS-OD-HEADROOM-COUNT
           DISPLAY 'CONC-RPT SUMMARY | GROUPS: ' WS-GROUP-COUNT
               ' | LARGE EXPOSURES: ' WS-REPORTABLE-COUNT
               ' | OVER LIMIT: ' WS-OVER-LIMIT-COUNT
               ' | NEW: ' WS-NEW-BREACH-COUNT
               ' | REOPENED: ' WS-REOPENED-COUNT
               ' | AWAITING: ' WS-AWAITING-COUNT
               ' | SIGNED OFF: ' WS-SIGNED-COUNT
               ' | CLEARED: ' WS-CLEARED-COUNT

           IF WS-NEW-BREACH-COUNT + WS-REOPENED-COUNT
              + WS-AWAITING-COUNT > ZEROS
               DISPLAY 'CONC-RPT: GROUP(S) OVER THE LARGE-EXPOSURE '
                   'LIMIT AWAITING CREDIT RISK SIGN-OFF - NEW '
                   'DISBURSEMENTS HELD'
               MOVE 5201 TO WS-RETURN-CODE
           END-IF.

       8000-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE CONC-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE CONC-REPORT'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE LOAN-FILE
           CLOSE AMORT-FILE
           CLOSE SORTED-EXPOSURE-FILE
           CLOSE CONC-BREACH-FILE
           CLOSE CONC-REPORT
           IF WS-WOFF-AVAIL
               CLOSE WRITEOFF-MASTER
           END-IF
           IF WS-COMMIT-AVAIL
               CLOSE COMMITMENT-FILE
           END-IF
           IF WS-CONN-AVAIL
               CLOSE CONNECTED-PARTY-FILE
           END-IF
           IF WS-PARTY-AVAIL
               CLOSE LOAN-PARTY-FILE
           END-IF
           IF WS-ACCOUNT-AVAIL
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-ODFAC-AVAIL
               CLOSE OD-FACILITY-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. A partial run must not clear or
      * raise breaches on what it did not see, so it stops.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'CONC-RPT: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE LOAN-FILE
               CLOSE AMORT-FILE
               CLOSE CONC-BREACH-FILE
               CLOSE CONC-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *================================================================
      * PROGRAM-ID: BUREAU-XTRT
      * PURPOSE:    Monthly credit bureau submission. Builds the
      *             bureau file for the reporting period named on the
      *             BURPERD control card: a header, one account
      *             segment per loan and a trailer carrying the
      *             segment count and balance total. Live loans are
      *             rolled up from the sorted LOANPOSN position
      *             generation (balance owing, scheduled payment,
      *             amount past due, days-past-due bucket and status
      *             code) with the DUNNSTAT letter level; written-off
      *             loans, which drop out of the positions, are
      *             reported from WOFFMAST as charged off (or paid in
      *             full once recovered); name and address come from
      *             the CUSTNAME master. Every co-borrower and
      *             guarantor on LOANPRTY follows the loan's segment
      *             as an associated-party record, so the bureau
      *             holds the loan against each liable party. The
      *             BURSTAT KSDS remembers
      *             every loan ever reported with its last and worst
      *             status, so a loan that leaves the book is closed
      *             out with the right status code exactly once:
      *             archived by AMRT-ARCH as closed, erased by
      *             GDPR-PURGE as a delete. A count reconciliation
      *             report proves every loan open at the last
      *             submission is either reported again or closed out.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUREAU-XTRT.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CARD-FILE
               ASSIGN TO BURPERD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT REGPARM-FILE
               ASSIGN TO REGPARMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGPARM-STATUS.
           SELECT POSITION-FILE
               ASSIGN TO LOANPOSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSN-STATUS.
           SELECT DUNN-STATE-FILE
               ASSIGN TO DUNNSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DUNN-STATUS.
           SELECT WRITEOFF-MASTER
               ASSIGN TO WOFFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT ARCHIVED-LOAN-FILE
               ASSIGN TO ARCHLOAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ARCHKEY-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT NAME-ADDRESS-FILE
               ASSIGN TO CUSTNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CNM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTNAME-STATUS.
           SELECT BUREAU-STATE-FILE
               ASSIGN TO BURSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BS-KEY
               FILE STATUS IS WS-BURSTAT-STATUS.
           SELECT LOAN-PARTY-FILE
               ASSIGN TO LOANPRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               ALTERNATE RECORD KEY IS LP-PARTY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PARTY-STATUS.
           SELECT BUREAU-FILE
               ASSIGN TO BUREXTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.
           SELECT RECON-REPORT
               ASSIGN TO BURRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CARD-RECORD.
           05  PC-BUREAU-PERIOD     PIC X(6).
           05  PC-BUREAU-MONTH REDEFINES PC-BUREAU-PERIOD.
               10  PC-YEAR-YYYY     PIC 9(4).
               10  PC-MONTH-MM      PIC 9(2).
           05  FILLER               PIC X(74).

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'REGPARM-REC'.

      * Nightly position generation written by LOAN-SERVICE, sorted
      * into customer / loan / month sequence by the step before.
       FD  POSITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  POSITION-RECORD.
           05  PS-CUSTOMER-ID       PIC X(10).
           05  PS-LOAN-ACCT-NO      PIC X(10).
           05  PS-MONTH-NUM         PIC 9(4).
           05  PS-DUE-DATE          PIC 9(8).
           05  PS-SCHED-AMOUNT      PIC 9(12)V99 COMP-3.
           05  PS-PAID-AMOUNT       PIC 9(12)V99 COMP-3.
           05  PS-PAY-STATUS        PIC X(1).
               88  PS-PAID          VALUE 'P'.
               88  PS-PARTIAL       VALUE 'T'.
               88  PS-MISSED        VALUE 'M'.
               88  PS-FUTURE        VALUE 'F'.
           05  PS-DAYS-PAST-DUE     PIC 9(5).
           05  FILLER               PIC X(6).

       FD  DUNN-STATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  DUNN-STATE-RECORD.
           05  DS-KEY.
               10  DS-CUSTOMER-ID      PIC X(10).
               10  DS-LOAN-ACCT-NO     PIC X(10).
           05  DS-LETTER-LEVEL         PIC 9(1).
           05  DS-LEVEL1-DATE          PIC 9(8).
           05  DS-LEVEL2-DATE          PIC 9(8).
           05  DS-LEVEL3-DATE          PIC 9(8).
           05  FILLER                 PIC X(5).

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

       FD  ARCHIVED-LOAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  ARCHIVED-LOAN-RECORD.
           05  AL-KEY.
               10  AL-CUSTOMER-ID      PIC X(10).
               10  AL-LOAN-ACCT-NO     PIC X(10).
           05  AL-ARCHIVE-DATE         PIC 9(8).
           05  FILLER                 PIC X(12).

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  CUSTOMER-RECORD.
           05  CUST-CUSTOMER-ID         PIC X(10).
           05  CUST-DOB                 PIC 9(8).
           05  CUST-LAST-ACTIVITY-DATE  PIC 9(8).
           05  CUST-PURGE-FLAG          PIC X(1).
               88  CUST-PURGED          VALUE 'P'.
           05  FILLER                   PIC X(13).

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

      * One row per loan ever submitted, keyed like DUNNSTAT. The row
      * keyed on spaces is the run control: BS-LAST-PERIOD on it is
      * the last period submitted, so the same period is never sent
      * twice. BS-PRIOR-OPEN-SW records whether the loan was still
      * open on the bureau's book going into the current period.
       FD  BUREAU-STATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  BUREAU-STATE-RECORD.
           05  BS-KEY.
               10  BS-CUSTOMER-ID      PIC X(10).
               10  BS-LOAN-ACCT-NO     PIC X(10).
           05  BS-LAST-PERIOD          PIC 9(6).
           05  BS-LAST-STATUS          PIC X(2).
           05  BS-WORST-STATUS         PIC X(2).
           05  BS-WORST-RANK           PIC 9(1).
           05  BS-STATE                PIC X(1).
               88  BS-OPEN             VALUE 'O'.
               88  BS-CLOSED           VALUE 'C'.
               88  BS-DELETED          VALUE 'D'.
           05  BS-PRIOR-OPEN-SW        PIC X(1).
               88  BS-PRIOR-OPEN       VALUE 'Y'.
           05  BS-FIRST-PERIOD         PIC 9(6).
           05  FILLER                 PIC X(11).

      * Co-borrowers and guarantors maintained by PARTY-MAINT.
       FD  LOAN-PARTY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'LOANPRTY-REC'.

      * Bureau submission. Amounts are unsigned display, as the
      * bureau's format requires. The DPD bucket is '0' current,
      * '1' 1-29, '2' 30-59, '3' 60-89, '4' 90-119, '5' 120-149,
      * '6' 150-179 and '7' 180 days or more; it is blank on a
      * charged-off, closed or deleted segment. The ECOA code says
      * how each party is liable: '1' sole borrower, '2' joint
      * borrower, '5' guarantor, 'T' association ended this period.
      * Each ASC record follows its loan's SEG record and names one
      * co-borrower or guarantor with their share of the liability.
       FD  BUREAU-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS.
       01  BUREAU-HEADER-RECORD.
           05  BH-RECORD-TYPE       PIC X(3).
           05  BH-LENDER-ID         PIC X(20).
           05  BH-REPORT-PERIOD     PIC 9(6).
           05  BH-CREATION-DATE     PIC 9(8).
           05  FILLER               PIC X(263).

       01  BUREAU-SEGMENT-RECORD.
           05  BR-RECORD-TYPE       PIC X(3).
           05  BR-CUSTOMER-ID       PIC X(10).
           05  BR-LOAN-ACCT-NO      PIC X(10).
           05  BR-NAME              PIC X(35).
           05  BR-ADDR-LINE-1       PIC X(35).
           05  BR-ADDR-LINE-2       PIC X(35).
           05  BR-CITY              PIC X(20).
           05  BR-POSTCODE          PIC X(10).
           05  BR-COUNTRY           PIC X(2).
           05  BR-ACCOUNT-STATUS    PIC X(2).
           05  BR-DPD-BUCKET        PIC X(1).
           05  BR-WORST-STATUS      PIC X(2).
           05  BR-LETTER-LEVEL      PIC 9(1).
           05  BR-CURRENT-BALANCE   PIC 9(12)V99.
           05  BR-SCHEDULED-PAYMENT PIC 9(12)V99.
           05  BR-AMOUNT-PAST-DUE   PIC 9(12)V99.
           05  BR-DAYS-PAST-DUE     PIC 9(5).
           05  BR-CHARGED-OFF-AMT   PIC 9(12)V99.
           05  BR-RECOVERED-AMT     PIC 9(12)V99.
           05  BR-DATE-CLOSED       PIC 9(8).
           05  BR-REPORT-PERIOD     PIC 9(6).
           05  BR-ECOA-CODE         PIC X(1).
           05  FILLER               PIC X(44).

       01  BUREAU-PARTY-RECORD.
           05  BA-RECORD-TYPE       PIC X(3).
           05  BA-CUSTOMER-ID       PIC X(10).
           05  BA-LOAN-ACCT-NO      PIC X(10).
           05  BA-BORROWER-ID       PIC X(10).
           05  BA-NAME              PIC X(35).
           05  BA-ADDR-LINE-1       PIC X(35).
           05  BA-ADDR-LINE-2       PIC X(35).
           05  BA-CITY              PIC X(20).
           05  BA-POSTCODE          PIC X(10).
           05  BA-COUNTRY           PIC X(2).
           05  BA-ECOA-CODE         PIC X(1).
           05  BA-LIABILITY-SHARE   PIC 9V9(4).
           05  BA-ACCOUNT-STATUS    PIC X(2).
           05  BA-CURRENT-BALANCE   PIC 9(12)V99.
           05  BA-AMOUNT-PAST-DUE   PIC 9(12)V99.
           05  BA-REPORT-PERIOD     PIC 9(6).
           05  FILLER               PIC X(88).

       01  BUREAU-TRAILER-RECORD.
           05  BT-RECORD-TYPE       PIC X(3).
           05  BT-SEGMENT-COUNT     PIC 9(9).
           05  BT-BALANCE-TOTAL     PIC 9(14)V99.
           05  BT-CHARGED-OFF-COUNT PIC 9(9).
           05  BT-CLOSED-COUNT      PIC 9(9).
           05  BT-DELETED-COUNT     PIC 9(9).
           05  BT-PARTY-COUNT       PIC 9(9).
           05  FILLER               PIC X(236).

       FD  RECON-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * REPORTING PERIOD AND LENDER IDENTITY
      * The period comes from the BURPERD card, the bureau member
      * code from REGPARMS. Both are fail-closed: a file sent under
      * the wrong period or member code is rejected by the bureau
      * after the fact.
      *----------------------------------------------------------------
       01  WS-PERIOD-DATA.
           05  WS-REPORT-PERIOD     PIC 9(6)     VALUE ZEROS.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-LENDER-ID         PIC X(20)    VALUE SPACES.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-PARM-LENDER-SW    PIC X(1)     VALUE 'N'.
       01  WS-REGPARM-CONTROL.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-REGPARM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REGPARM-EOF   VALUE 'Y'.

      *----------------------------------------------------------------
      * PER-LOAN ROLL-UP OF THE POSITION LINES
      *----------------------------------------------------------------
       01  WS-LOAN-ACCUM.
           05  WS-CUR-CUSTOMER-ID   PIC X(10)    VALUE SPACES.
           05  WS-CUR-LOAN-ACCT-NO  PIC X(10)    VALUE SPACES.
           05  WS-BAL-OWING         PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-PAST-DUE-AMT      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SCHED-PAYMENT     PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-MAX-DPD           PIC 9(5)     VALUE ZEROS.
           05  WS-LAST-DUE-DATE     PIC 9(8)     VALUE ZEROS.
           05  WS-SCHED-FOUND-SW    PIC X(1)     VALUE 'N'.
               88  WS-SCHED-FOUND   VALUE 'Y'.

      *----------------------------------------------------------------
      * SEGMENT BEING BUILT
      * Filled by whichever pass reports the loan, then written and
      * carried to the loan's BURSTAT row by the common paragraphs.
      *----------------------------------------------------------------
       01  WS-SEGMENT-WORK.
           05  WS-SEG-CUSTOMER-ID   PIC X(10)    VALUE SPACES.
           05  WS-SEG-LOAN-ACCT-NO  PIC X(10)    VALUE SPACES.
           05  WS-SEG-STATUS        PIC X(2)     VALUE SPACES.
           05  WS-SEG-STATE         PIC X(1)     VALUE SPACES.
           05  WS-SEG-RANK          PIC 9(1)     VALUE ZEROS.
           05  WS-SEG-BUCKET        PIC X(1)     VALUE SPACES.
           05  WS-SEG-LETTER-LEVEL  PIC 9(1)     VALUE ZEROS.
           05  WS-SEG-DPD           PIC 9(5)     VALUE ZEROS.
           05  WS-SEG-BALANCE       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SEG-SCHED-PAY     PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SEG-PAST-DUE      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SEG-CHARGED-OFF   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SEG-RECOVERED     PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SEG-DATE-CLOSED   PIC 9(8)     VALUE ZEROS.
           05  WS-STATE-FOUND-SW    PIC X(1)     VALUE 'N'.
               88  WS-STATE-FOUND   VALUE 'Y'.
           05  WS-CUST-ERASED-SW    PIC X(1)     VALUE 'N'.
               88  WS-CUST-ERASED   VALUE 'Y'.
           05  WS-ADDR-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-ADDR-FOUND    VALUE 'Y'.
           05  WS-EXCEPTION-TEXT    PIC X(40)    VALUE SPACES.
           05  WS-SEG-ECOA-CODE     PIC X(1)     VALUE SPACES.

      *----------------------------------------------------------------
      * LIABLE PARTIES ON THE LOAN BEING REPORTED
      * Loaded from LOANPRTY before the segment is written, since a
      * co-borrower makes the borrower's own ECOA code joint, and
      * written out as ASC records after it. A party released during
      * the period is reported once more with the association ended.
      *----------------------------------------------------------------
       01  WS-PARTY-WORK.
           05  WS-PARTY-COUNT       PIC 9(4) COMP VALUE ZEROS.
           05  WS-PARTY-IDX         PIC 9(4) COMP VALUE ZEROS.
           05  WS-PARTY-MAX         PIC 9(4) COMP VALUE 20.
           05  WS-PARTY-REL-PERIOD  PIC 9(6)     VALUE ZEROS.
           05  WS-PARTY-ADDR-SW     PIC X(1)     VALUE 'N'.
               88  WS-PARTY-ADDR-FOUND VALUE 'Y'.
           05  WS-PARTY-TABLE OCCURS 20 TIMES.
               10  WS-PT-PARTY-ID   PIC X(10).
               10  WS-PT-ECOA-CODE  PIC X(1).
               10  WS-PT-SHARE      PIC 9V9(4) COMP-3.

      *----------------------------------------------------------------
      * RECONCILIATION COUNTERS
      * Every loan open on the bureau's book at the last submission
      * must be either reported again this period or closed out by
      * the sweep; segments by source and by status must both foot
      * to the trailer count.
      *----------------------------------------------------------------
       01  WS-RECON-COUNTS.
           05  WS-POSN-LINES-READ   PIC 9(8) COMP VALUE ZEROS.
           05  WS-POSN-LOANS        PIC 9(8) COMP VALUE ZEROS.
           05  WS-POSN-WOFF-SKIP    PIC 9(8) COMP VALUE ZEROS.
           05  WS-POSN-CLOSED-SKIP  PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-READ         PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-NOT-W-SKIP   PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-CLOSED-SKIP  PIC 9(8) COMP VALUE ZEROS.
           05  WS-STATE-ROWS-READ   PIC 9(8) COMP VALUE ZEROS.
           05  WS-SRC-POSN-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-SRC-WOFF-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-SRC-SWEEP-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-STAT-CURRENT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-STAT-LATE         PIC 9(8) COMP VALUE ZEROS.
           05  WS-STAT-CHARGED-OFF  PIC 9(8) COMP VALUE ZEROS.
           05  WS-STAT-RECOVERED    PIC 9(8) COMP VALUE ZEROS.
           05  WS-STAT-CLOSED       PIC 9(8) COMP VALUE ZEROS.
           05  WS-STAT-DELETED      PIC 9(8) COMP VALUE ZEROS.
           05  WS-SEGMENT-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-STATUS-TOTAL      PIC 9(8) COMP VALUE ZEROS.
           05  WS-SOURCE-TOTAL      PIC 9(8) COMP VALUE ZEROS.
           05  WS-PRIOR-OPEN-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-PRIOR-CARRIED     PIC 9(8) COMP VALUE ZEROS.
           05  WS-PRIOR-DROPPED     PIC 9(8) COMP VALUE ZEROS.
           05  WS-PRIOR-TOTAL       PIC 9(8) COMP VALUE ZEROS.
           05  WS-NEW-LOAN-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-ADDRESS-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-PARTY-SEG-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-PARTY-ENDED-COUNT PIC 9(8) COMP VALUE ZEROS.
           05  WS-PARTY-ERASED-SKIP PIC 9(8) COMP VALUE ZEROS.
           05  WS-UNEXPLAINED-COUNT PIC 9(8) COMP VALUE ZEROS.
           05  WS-BALANCE-TOTAL     PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-2        PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-3        PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-4        PIC ZZZZZZZ9 VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-PERIOD-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-POSN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-DUNN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-ARCHKEY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-CUST-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-CUSTNAME-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-BURSTAT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-PARTY-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-BUREAU-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-POSN-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-POSN-EOF      VALUE 'Y'.
           05  WS-WOFF-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-WOFF-EOF      VALUE 'Y'.
           05  WS-STATE-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-STATE-EOF     VALUE 'Y'.
           05  WS-DUNN-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-DUNN-AVAIL    VALUE 'Y'.
           05  WS-WOFF-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-WOFF-AVAIL    VALUE 'Y'.
           05  WS-ARCH-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-ARCH-AVAIL    VALUE 'Y'.
           05  WS-PARTY-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-PARTY-AVAIL   VALUE 'Y'.
           05  WS-PARTY-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-PARTY-EOF     VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Three passes build the file: the live book off the positions,
      * the written-off book off WOFFMAST, then a sweep of BURSTAT
      * for loans reported before that neither pass reported now.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0300-WRITE-HEADER
               THRU 0300-WRITE-HEADER-EXIT

           PERFORM 0200-READ-POSITION
               THRU 0200-READ-POSITION-EXIT
           PERFORM 1000-PROCESS-LOAN
               THRU 1000-PROCESS-LOAN-EXIT
               UNTIL WS-POSN-EOF

           PERFORM 3000-REPORT-WRITEOFFS
               THRU 3000-REPORT-WRITEOFFS-EXIT
           PERFORM 4000-SWEEP-BUREAU-STATE
               THRU 4000-SWEEP-BUREAU-STATE-EXIT

           PERFORM 8000-WRITE-TRAILER
               THRU 8000-WRITE-TRAILER-EXIT
           PERFORM 9100-PRINT-RECONCILIATION
               THRU 9100-PRINT-RECONCILIATION-EXIT
      * A file held out of balance has not been submitted: the period
      * stays open so it can be rerun once BURSTAT is restored from
      * the copy taken ahead of this step.
           IF WS-RETURN-CODE NOT = 4986
               PERFORM 8100-MARK-PERIOD-SUBMITTED
                   THRU 8100-MARK-PERIOD-SUBMITTED-EXIT
           ELSE
               DISPLAY 'BUREAU-XTRT: SUBMISSION HELD - PERIOD '
                   WS-REPORT-PERIOD ' NOT MARKED SUBMITTED'
           END-IF
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           PERFORM 0150-LOAD-BUREAU-PERIOD
               THRU 0150-LOAD-BUREAU-PERIOD-EXIT
           PERFORM 0160-LOAD-REG-PARAMETERS
               THRU 0160-LOAD-REG-PARAMETERS-EXIT

           OPEN INPUT POSITION-FILE
           MOVE WS-POSN-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN POSITION-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * Reporting a live customer as erased, or an erased one under
      * their old name, are both worse than not reporting at all, so
      * the two customer masters are required.
           OPEN INPUT CUSTOMER-FILE
           MOVE WS-CUST-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CUSTOMER-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT NAME-ADDRESS-FILE
           MOVE WS-CUSTNAME-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN NAME-ADDRESS-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The state file is created empty on the first submission.
           OPEN I-O BUREAU-STATE-FILE
           IF WS-BURSTAT-STATUS = '35'
               OPEN OUTPUT BUREAU-STATE-FILE
               CLOSE BUREAU-STATE-FILE
               OPEN I-O BUREAU-STATE-FILE
           END-IF
           MOVE WS-BURSTAT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN BUREAU-STATE-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0180-CHECK-PERIOD-CONTROL
               THRU 0180-CHECK-PERIOD-CONTROL-EXIT
           PERFORM 0190-COUNT-OPEN-LOANS
               THRU 0190-COUNT-OPEN-LOANS-EXIT

           OPEN OUTPUT BUREAU-FILE
           MOVE WS-BUREAU-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN BUREAU-FILE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT RECON-REPORT
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN RECON-REPORT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * Letter level, write-off and archive status are optional the
      * same way LOAN-SERVICE treats them: with no file on hand yet
      * there is nothing of that kind to report.
           OPEN INPUT DUNN-STATE-FILE
           IF WS-DUNN-STATUS = '00'
               MOVE 'Y' TO WS-DUNN-AVAIL-SW
           ELSE
               DISPLAY 'BUREAU-XTRT: NO DUNNING STATE FILE - '
                   'LETTER LEVEL REPORTED AS ZERO'
           END-IF

           OPEN INPUT WRITEOFF-MASTER
           IF WS-WOFF-STATUS = '00'
               MOVE 'Y' TO WS-WOFF-AVAIL-SW
           ELSE
               DISPLAY 'BUREAU-XTRT: NO WRITE-OFF MASTER ON FILE - '
                   'NO CHARGED-OFF SEGMENTS REPORTED'
           END-IF

           OPEN INPUT ARCHIVED-LOAN-FILE
           IF WS-ARCHKEY-STATUS = '00'
               MOVE 'Y' TO WS-ARCH-AVAIL-SW
           ELSE
               DISPLAY 'BUREAU-XTRT: NO ARCHIVED-LOAN FILE - '
                   'NO LOANS TREATED AS ARCHIVED'
           END-IF

           OPEN INPUT LOAN-PARTY-FILE
           IF WS-PARTY-STATUS = '00'
               MOVE 'Y' TO WS-PARTY-AVAIL-SW
           ELSE
               DISPLAY 'BUREAU-XTRT: NO LOAN-PARTY FILE - '
                   'LOANS REPORTED AGAINST BORROWERS OF RECORD ONLY'
           END-IF.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0150-LOAD-BUREAU-PERIOD.
      *================================================================
      * Reads the reporting period (YYYYMM) from the BURPERD control
      * card, same discipline as ACCT-STMT's STMTPERD card. A missing
      * or invalid card stops the run.
           OPEN INPUT PERIOD-CARD-FILE
           MOVE WS-PERIOD-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PERIOD-CARD'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           READ PERIOD-CARD-FILE
               AT END
                   MOVE SPACES TO PC-BUREAU-PERIOD
           END-READ
           CLOSE PERIOD-CARD-FILE

           IF PC-BUREAU-PERIOD NOT NUMERIC
           OR PC-MONTH-MM < 01 OR PC-MONTH-MM > 12
               DISPLAY 'BUREAU-XTRT: BURPERD PERIOD CARD MISSING OR '
                   'INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE PERIOD CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           MOVE PC-BUREAU-PERIOD TO WS-REPORT-PERIOD
           DISPLAY 'BUREAU-XTRT: REPORTING PERIOD ' WS-REPORT-PERIOD.

       0150-LOAD-BUREAU-PERIOD-EXIT.
           EXIT.

      *================================================================
       0160-LOAD-REG-PARAMETERS.
      *================================================================
           OPEN INPUT REGPARM-FILE
           MOVE WS-REGPARM-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REGPARM-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0165-READ-REG-PARAMETER
               THRU 0165-READ-REG-PARAMETER-EXIT
               UNTIL WS-REGPARM-EOF
           CLOSE REGPARM-FILE

           IF WS-PARM-LENDER-SW = 'N'
           OR WS-LENDER-ID = SPACES
               DISPLAY 'BUREAU-XTRT: REGPARMS BUREAU MEMBER CODE '
                   'MISSING OR INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           DISPLAY 'BUREAU-XTRT: PARAMETER SET ' WS-PARM-SET-ID
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
                       WHEN 'BUREAU-MEMBER-CODE'
                           MOVE PRM-VALUE TO WS-LENDER-ID
                           MOVE 'Y' TO WS-PARM-LENDER-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0165-READ-REG-PARAMETER-EXIT.
           EXIT.

      *================================================================
       0180-CHECK-PERIOD-CONTROL.
      *================================================================
      * A period already submitted is refused: the loans it closed out
      * are no longer open on BURSTAT, so a second file for the same
      * period would silently leave them out. To resubmit, BURSTAT is
      * restored from the backup generation the job takes ahead of
      * the original run.
           MOVE SPACES TO BS-KEY
           READ BUREAU-STATE-FILE
               INVALID KEY
                   MOVE ZEROS TO BS-LAST-PERIOD
           END-READ

           IF BS-LAST-PERIOD NOT NUMERIC
               MOVE ZEROS TO BS-LAST-PERIOD
           END-IF

           IF BS-LAST-PERIOD >= WS-REPORT-PERIOD
               DISPLAY 'BUREAU-XTRT: PERIOD ' WS-REPORT-PERIOD
                   ' NOT AFTER LAST PERIOD SUBMITTED '
                   BS-LAST-PERIOD ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE PERIOD CONTROL' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF.

       0180-CHECK-PERIOD-CONTROL-EXIT.
           EXIT.

      *================================================================
       0190-COUNT-OPEN-LOANS.
      *================================================================
      * Counts the loans open on the bureau's book going in, the
      * independent side of the reconciliation.
           MOVE 'N'    TO WS-STATE-EOF-SW
           MOVE SPACES TO BS-KEY
           START BUREAU-STATE-FILE KEY > BS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STATE-EOF-SW
           END-START

           PERFORM 0195-COUNT-ONE-STATE-ROW
               THRU 0195-COUNT-ONE-STATE-ROW-EXIT
               UNTIL WS-STATE-EOF.

       0190-COUNT-OPEN-LOANS-EXIT.
           EXIT.

      *================================================================
       0195-COUNT-ONE-STATE-ROW.
      *================================================================
           READ BUREAU-STATE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-STATE-EOF-SW
               NOT AT END
                   IF BS-OPEN
                       ADD 1 TO WS-PRIOR-OPEN-COUNT
                   END-IF
           END-READ.

       0195-COUNT-ONE-STATE-ROW-EXIT.
           EXIT.

      *================================================================
       0200-READ-POSITION.
      *================================================================
           READ POSITION-FILE
               AT END
                   MOVE 'Y' TO WS-POSN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-POSN-LINES-READ
           END-READ.

       0200-READ-POSITION-EXIT.
           EXIT.

      *================================================================
       0300-WRITE-HEADER.
      *================================================================
           MOVE SPACES                 TO BUREAU-HEADER-RECORD
           MOVE 'HDR'                  TO BH-RECORD-TYPE
           MOVE WS-LENDER-ID           TO BH-LENDER-ID
           MOVE WS-REPORT-PERIOD       TO BH-REPORT-PERIOD
           MOVE WS-RUN-DATE-N          TO BH-CREATION-DATE
           WRITE BUREAU-HEADER-RECORD
           MOVE WS-BUREAU-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE BUREAU HEADER'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           STRING 'CREDIT BUREAU SUBMISSION | MEMBER:' DELIMITED SIZE
                  WS-LENDER-ID           DELIMITED SIZE
                  ' | PERIOD:' DELIMITED SIZE
                  WS-REPORT-PERIOD       DELIMITED SIZE
                  ' | RUN DATE:' DELIMITED SIZE
                  WS-RUN-DATE-N          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0300-WRITE-HEADER-EXIT.
           EXIT.

      *================================================================
       1000-PROCESS-LOAN.
      *================================================================
      * Rolls one loan's position lines up, then reports the loan.
           MOVE PS-CUSTOMER-ID  TO WS-CUR-CUSTOMER-ID
           MOVE PS-LOAN-ACCT-NO TO WS-CUR-LOAN-ACCT-NO
           MOVE ZEROS           TO WS-BAL-OWING
                                   WS-PAST-DUE-AMT
                                   WS-SCHED-PAYMENT
                                   WS-MAX-DPD
                                   WS-LAST-DUE-DATE
           MOVE 'N'             TO WS-SCHED-FOUND-SW

           PERFORM 1100-ACCUMULATE-POSITION
               THRU 1100-ACCUMULATE-POSITION-EXIT
               UNTIL WS-POSN-EOF
               OR PS-CUSTOMER-ID  NOT = WS-CUR-CUSTOMER-ID
               OR PS-LOAN-ACCT-NO NOT = WS-CUR-LOAN-ACCT-NO

           ADD 1 TO WS-POSN-LOANS
           PERFORM 2000-REPORT-LIVE-LOAN
               THRU 2000-REPORT-LIVE-LOAN-EXIT.

       1000-PROCESS-LOAN-EXIT.
           EXIT.

      *================================================================
       1100-ACCUMULATE-POSITION.
      *================================================================
      * Balance owing is everything scheduled and not yet paid; past
      * due is the unpaid part of lines already overdue; the
      * scheduled payment is the next installment still to fall due.
           IF PS-SCHED-AMOUNT > PS-PAID-AMOUNT
               COMPUTE WS-BAL-OWING = WS-BAL-OWING
                   + PS-SCHED-AMOUNT - PS-PAID-AMOUNT
               IF (PS-MISSED OR PS-PARTIAL)
               AND PS-DAYS-PAST-DUE > ZEROS
                   COMPUTE WS-PAST-DUE-AMT = WS-PAST-DUE-AMT
                       + PS-SCHED-AMOUNT - PS-PAID-AMOUNT
               END-IF
           END-IF

           IF PS-FUTURE AND NOT WS-SCHED-FOUND
               MOVE PS-SCHED-AMOUNT TO WS-SCHED-PAYMENT
               MOVE 'Y'             TO WS-SCHED-FOUND-SW
           END-IF

           IF PS-DAYS-PAST-DUE > WS-MAX-DPD
               MOVE PS-DAYS-PAST-DUE TO WS-MAX-DPD
           END-IF

           IF PS-DUE-DATE IS NUMERIC
           AND PS-DUE-DATE > WS-LAST-DUE-DATE
               MOVE PS-DUE-DATE TO WS-LAST-DUE-DATE
           END-IF

           PERFORM 0200-READ-POSITION
               THRU 0200-READ-POSITION-EXIT.

       1100-ACCUMULATE-POSITION-EXIT.
           EXIT.

      *================================================================
       2000-REPORT-LIVE-LOAN.
      *================================================================
      * A loan written off since last night's positions is left to the
      * write-off pass, so it is reported once, as charged off. A
      * loan paid to zero is reported closed once and then rests.
           PERFORM 2700-CLEAR-SEGMENT-WORK
               THRU 2700-CLEAR-SEGMENT-WORK-EXIT
           MOVE WS-CUR-CUSTOMER-ID  TO WS-SEG-CUSTOMER-ID
           MOVE WS-CUR-LOAN-ACCT-NO TO WS-SEG-LOAN-ACCT-NO

           IF WS-WOFF-AVAIL
               MOVE WS-SEG-CUSTOMER-ID  TO WO-CUSTOMER-ID
               MOVE WS-SEG-LOAN-ACCT-NO TO WO-LOAN-ACCT-NO
               READ WRITEOFF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WO-WRITTEN-OFF
                           ADD 1 TO WS-POSN-WOFF-SKIP
                           GO TO 2000-REPORT-LIVE-LOAN-EXIT
                       END-IF
               END-READ
           END-IF

           PERFORM 5000-LOOKUP-CUSTOMER
               THRU 5000-LOOKUP-CUSTOMER-EXIT
           PERFORM 6000-READ-BUREAU-STATE
               THRU 6000-READ-BUREAU-STATE-EXIT

      * An erased customer the bureau never heard of is not reported.
           IF WS-CUST-ERASED
               IF NOT WS-STATE-FOUND OR BS-DELETED
                   ADD 1 TO WS-POSN-CLOSED-SKIP
                   GO TO 2000-REPORT-LIVE-LOAN-EXIT
               END-IF
               PERFORM 2900-SET-DELETED-SEGMENT
                   THRU 2900-SET-DELETED-SEGMENT-EXIT
           ELSE
               IF WS-BAL-OWING = ZEROS
                   IF WS-STATE-FOUND AND NOT BS-OPEN
                       ADD 1 TO WS-POSN-CLOSED-SKIP
                       GO TO 2000-REPORT-LIVE-LOAN-EXIT
                   END-IF
                   MOVE '13'             TO WS-SEG-STATUS
                   MOVE 'C'              TO WS-SEG-STATE
                   MOVE '0'              TO WS-SEG-BUCKET
                   MOVE WS-LAST-DUE-DATE TO WS-SEG-DATE-CLOSED
               ELSE
                   MOVE WS-MAX-DPD       TO WS-SEG-DPD
                   MOVE WS-BAL-OWING     TO WS-SEG-BALANCE
                   MOVE WS-SCHED-PAYMENT TO WS-SEG-SCHED-PAY
                   MOVE WS-PAST-DUE-AMT  TO WS-SEG-PAST-DUE
                   MOVE 'O'              TO WS-SEG-STATE
                   PERFORM 5300-SET-DPD-STATUS
                       THRU 5300-SET-DPD-STATUS-EXIT
                   PERFORM 5100-LOOKUP-LETTER-LEVEL
                       THRU 5100-LOOKUP-LETTER-LEVEL-EXIT
               END-IF
           END-IF

           PERFORM 6050-APPLY-SEGMENT-TO-STATE
               THRU 6050-APPLY-SEGMENT-TO-STATE-EXIT
           PERFORM 6100-SAVE-BUREAU-STATE
               THRU 6100-SAVE-BUREAU-STATE-EXIT
           PERFORM 7100-LOAD-LOAN-PARTIES
               THRU 7100-LOAD-LOAN-PARTIES-EXIT
           PERFORM 7000-WRITE-SEGMENT
               THRU 7000-WRITE-SEGMENT-EXIT
           PERFORM 7200-WRITE-PARTY-SEGMENTS
               THRU 7200-WRITE-PARTY-SEGMENTS-EXIT
           ADD 1 TO WS-SRC-POSN-COUNT.

       2000-REPORT-LIVE-LOAN-EXIT.
           EXIT.

      *================================================================
       2700-CLEAR-SEGMENT-WORK.
      *================================================================
           MOVE SPACES TO WS-SEG-CUSTOMER-ID
                          WS-SEG-LOAN-ACCT-NO
                          WS-SEG-STATUS
                          WS-SEG-STATE
                          WS-SEG-BUCKET
                          WS-EXCEPTION-TEXT
           MOVE '1'    TO WS-SEG-ECOA-CODE
           MOVE ZEROS  TO WS-PARTY-COUNT
           MOVE ZEROS  TO WS-SEG-RANK
                          WS-SEG-LETTER-LEVEL
                          WS-SEG-DPD
                          WS-SEG-BALANCE
                          WS-SEG-SCHED-PAY
                          WS-SEG-PAST-DUE
                          WS-SEG-CHARGED-OFF
                          WS-SEG-RECOVERED
                          WS-SEG-DATE-CLOSED.

       2700-CLEAR-SEGMENT-WORK-EXIT.
           EXIT.

      *================================================================
       2900-SET-DELETED-SEGMENT.
      *================================================================
      * An erased customer's loans go to the bureau as a delete with
      * no name, address or amounts -- the bureau removes its own
      * copy of the history, which is what the erasure requires.
           MOVE 'DA'          TO WS-SEG-STATUS
           MOVE 'D'           TO WS-SEG-STATE
           MOVE SPACES        TO WS-SEG-BUCKET
           MOVE WS-RUN-DATE-N TO WS-SEG-DATE-CLOSED.

       2900-SET-DELETED-SEGMENT-EXIT.
           EXIT.

      *================================================================
       3000-REPORT-WRITEOFFS.
      *================================================================
      * Written-off loans are not positioned by LOAN-SERVICE, so the
      * write-off master is passed in key order to report them.
           IF NOT WS-WOFF-AVAIL
               GO TO 3000-REPORT-WRITEOFFS-EXIT
           END-IF

           MOVE LOW-VALUES TO WO-KEY
           START WRITEOFF-MASTER KEY >= WO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WOFF-EOF-SW
           END-START

           PERFORM 3100-REPORT-ONE-WRITEOFF
               THRU 3100-REPORT-ONE-WRITEOFF-EXIT
               UNTIL WS-WOFF-EOF.

       3000-REPORT-WRITEOFFS-EXIT.
           EXIT.

      *================================================================
       3100-REPORT-ONE-WRITEOFF.
      *================================================================
      * Charged off ('97') until recoveries cover the principal, then
      * paid in full after charge-off ('64') once, and closed.
           READ WRITEOFF-MASTER NEXT
               AT END
                   MOVE 'Y' TO WS-WOFF-EOF-SW
                   GO TO 3100-REPORT-ONE-WRITEOFF-EXIT
           END-READ
           ADD 1 TO WS-WOFF-READ

           IF NOT WO-WRITTEN-OFF
               ADD 1 TO WS-WOFF-NOT-W-SKIP
               GO TO 3100-REPORT-ONE-WRITEOFF-EXIT
           END-IF

           PERFORM 2700-CLEAR-SEGMENT-WORK
               THRU 2700-CLEAR-SEGMENT-WORK-EXIT
           MOVE WO-CUSTOMER-ID  TO WS-SEG-CUSTOMER-ID
           MOVE WO-LOAN-ACCT-NO TO WS-SEG-LOAN-ACCT-NO

           PERFORM 5000-LOOKUP-CUSTOMER
               THRU 5000-LOOKUP-CUSTOMER-EXIT
           PERFORM 6000-READ-BUREAU-STATE
               THRU 6000-READ-BUREAU-STATE-EXIT

           IF WS-STATE-FOUND
           AND (BS-LAST-PERIOD = WS-REPORT-PERIOD OR NOT BS-OPEN)
               ADD 1 TO WS-WOFF-CLOSED-SKIP
               GO TO 3100-REPORT-ONE-WRITEOFF-EXIT
           END-IF

           IF WS-CUST-ERASED AND NOT WS-STATE-FOUND
               ADD 1 TO WS-WOFF-CLOSED-SKIP
               GO TO 3100-REPORT-ONE-WRITEOFF-EXIT
           END-IF

           IF WS-CUST-ERASED
               PERFORM 2900-SET-DELETED-SEGMENT
                   THRU 2900-SET-DELETED-SEGMENT-EXIT
           ELSE
               MOVE WO-PRINCIPAL     TO WS-SEG-CHARGED-OFF
               MOVE WO-RECOVERED     TO WS-SEG-RECOVERED
               MOVE WO-WRITEOFF-DATE TO WS-SEG-DATE-CLOSED
               IF WO-RECOVERED >= WO-PRINCIPAL
                   MOVE '64' TO WS-SEG-STATUS
                   MOVE 'C'  TO WS-SEG-STATE
               ELSE
                   MOVE '97' TO WS-SEG-STATUS
                   MOVE 'O'  TO WS-SEG-STATE
                   COMPUTE WS-SEG-BALANCE =
                       WO-PRINCIPAL - WO-RECOVERED
               END-IF
               PERFORM 5100-LOOKUP-LETTER-LEVEL
                   THRU 5100-LOOKUP-LETTER-LEVEL-EXIT
           END-IF

           PERFORM 6050-APPLY-SEGMENT-TO-STATE
               THRU 6050-APPLY-SEGMENT-TO-STATE-EXIT
           PERFORM 6100-SAVE-BUREAU-STATE
               THRU 6100-SAVE-BUREAU-STATE-EXIT
           PERFORM 7100-LOAD-LOAN-PARTIES
               THRU 7100-LOAD-LOAN-PARTIES-EXIT
           PERFORM 7000-WRITE-SEGMENT
               THRU 7000-WRITE-SEGMENT-EXIT
           PERFORM 7200-WRITE-PARTY-SEGMENTS
               THRU 7200-WRITE-PARTY-SEGMENTS-EXIT
           ADD 1 TO WS-SRC-WOFF-COUNT.

       3100-REPORT-ONE-WRITEOFF-EXIT.
           EXIT.

      *================================================================
       4000-SWEEP-BUREAU-STATE.
      *================================================================
      * Any loan still open on BURSTAT that neither pass reported this
      * period has left the book. Erased customers are deleted,
      * archived loans closed; anything else is closed too, but goes
      * on the exception list because nothing explains its going.
           MOVE 'N'    TO WS-STATE-EOF-SW
           MOVE SPACES TO BS-KEY
           START BUREAU-STATE-FILE KEY > BS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STATE-EOF-SW
           END-START

           PERFORM 4100-SWEEP-ONE-STATE-ROW
               THRU 4100-SWEEP-ONE-STATE-ROW-EXIT
               UNTIL WS-STATE-EOF.

       4000-SWEEP-BUREAU-STATE-EXIT.
           EXIT.

      *================================================================
       4100-SWEEP-ONE-STATE-ROW.
      *================================================================
           READ BUREAU-STATE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-STATE-EOF-SW
                   GO TO 4100-SWEEP-ONE-STATE-ROW-EXIT
           END-READ
           ADD 1 TO WS-STATE-ROWS-READ

           IF NOT BS-OPEN
           OR BS-LAST-PERIOD = WS-REPORT-PERIOD
               GO TO 4100-SWEEP-ONE-STATE-ROW-EXIT
           END-IF

           PERFORM 2700-CLEAR-SEGMENT-WORK
               THRU 2700-CLEAR-SEGMENT-WORK-EXIT
           MOVE BS-CUSTOMER-ID  TO WS-SEG-CUSTOMER-ID
           MOVE BS-LOAN-ACCT-NO TO WS-SEG-LOAN-ACCT-NO
           PERFORM 5000-LOOKUP-CUSTOMER
               THRU 5000-LOOKUP-CUSTOMER-EXIT

           IF WS-CUST-ERASED
               PERFORM 2900-SET-DELETED-SEGMENT
                   THRU 2900-SET-DELETED-SEGMENT-EXIT
           ELSE
               MOVE '13' TO WS-SEG-STATUS
               MOVE 'C'  TO WS-SEG-STATE
               PERFORM 5200-CHECK-ARCHIVED
                   THRU 5200-CHECK-ARCHIVED-EXIT
           END-IF

           PERFORM 6050-APPLY-SEGMENT-TO-STATE
               THRU 6050-APPLY-SEGMENT-TO-STATE-EXIT
           REWRITE BUREAU-STATE-RECORD
           MOVE WS-BURSTAT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE BUREAU-STATE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 7100-LOAD-LOAN-PARTIES
               THRU 7100-LOAD-LOAN-PARTIES-EXIT
           PERFORM 7000-WRITE-SEGMENT
               THRU 7000-WRITE-SEGMENT-EXIT
           PERFORM 7200-WRITE-PARTY-SEGMENTS
               THRU 7200-WRITE-PARTY-SEGMENTS-EXIT
           ADD 1 TO WS-SRC-SWEEP-COUNT
           ADD 1 TO WS-PRIOR-DROPPED.

       4100-SWEEP-ONE-STATE-ROW-EXIT.
           EXIT.

      *================================================================
       5000-LOOKUP-CUSTOMER.
      *================================================================
      * CUST-PURGED marks a customer GDPR-PURGE has erased. Otherwise
      * the name and address come from CUSTNAME; a customer with none
      * is still reported but listed, as the bureau will bounce it.
           MOVE 'N' TO WS-CUST-ERASED-SW
           MOVE 'N' TO WS-ADDR-FOUND-SW

           MOVE WS-SEG-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-PURGED
                       MOVE 'Y' TO WS-CUST-ERASED-SW
                   END-IF
           END-READ

           IF WS-CUST-ERASED
               GO TO 5000-LOOKUP-CUSTOMER-EXIT
           END-IF

           MOVE WS-SEG-CUSTOMER-ID TO CNM-CUSTOMER-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADDR-FOUND-SW
           END-READ.

       5000-LOOKUP-CUSTOMER-EXIT.
           EXIT.

      *================================================================
       5100-LOOKUP-LETTER-LEVEL.
      *================================================================
           MOVE ZEROS TO WS-SEG-LETTER-LEVEL
           IF NOT WS-DUNN-AVAIL
               GO TO 5100-LOOKUP-LETTER-LEVEL-EXIT
           END-IF

           MOVE WS-SEG-CUSTOMER-ID  TO DS-CUSTOMER-ID
           MOVE WS-SEG-LOAN-ACCT-NO TO DS-LOAN-ACCT-NO
           READ DUNN-STATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DS-LETTER-LEVEL IS NUMERIC
                       MOVE DS-LETTER-LEVEL TO WS-SEG-LETTER-LEVEL
                   END-IF
           END-READ.

       5100-LOOKUP-LETTER-LEVEL-EXIT.
           EXIT.

      *================================================================
       5200-CHECK-ARCHIVED.
      *================================================================
      * AMRT-ARCH only archives a loan once it is closed, so the
      * archive date is the date closed. A loan that left the book
      * with no archive record is closed as of today and listed.
           IF WS-ARCH-AVAIL
               MOVE WS-SEG-CUSTOMER-ID  TO AL-CUSTOMER-ID
               MOVE WS-SEG-LOAN-ACCT-NO TO AL-LOAN-ACCT-NO
               READ ARCHIVED-LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AL-ARCHIVE-DATE TO WS-SEG-DATE-CLOSED
                       GO TO 5200-CHECK-ARCHIVED-EXIT
               END-READ
           END-IF

           MOVE WS-RUN-DATE-N TO WS-SEG-DATE-CLOSED
           ADD 1 TO WS-UNEXPLAINED-COUNT
           MOVE 'LEFT BOOK - NO ARCHIVE OR ERASURE'
               TO WS-EXCEPTION-TEXT
           PERFORM 5900-REPORT-EXCEPTION
               THRU 5900-REPORT-EXCEPTION-EXIT.

       5200-CHECK-ARCHIVED-EXIT.
           EXIT.

      *================================================================
       5300-SET-DPD-STATUS.
      *================================================================
      * Status code and rating bucket from the worst days past due on
      * any open line of the loan.
           EVALUATE TRUE
               WHEN WS-SEG-DPD = ZEROS
                   MOVE '11' TO WS-SEG-STATUS
                   MOVE '0'  TO WS-SEG-BUCKET
               WHEN WS-SEG-DPD < 30
                   MOVE '11' TO WS-SEG-STATUS
                   MOVE '1'  TO WS-SEG-BUCKET
               WHEN WS-SEG-DPD < 60
                   MOVE '71' TO WS-SEG-STATUS
                   MOVE '2'  TO WS-SEG-BUCKET
               WHEN WS-SEG-DPD < 90
                   MOVE '78' TO WS-SEG-STATUS
                   MOVE '3'  TO WS-SEG-BUCKET
               WHEN WS-SEG-DPD < 120
                   MOVE '80' TO WS-SEG-STATUS
                   MOVE '4'  TO WS-SEG-BUCKET
               WHEN WS-SEG-DPD < 150
                   MOVE '82' TO WS-SEG-STATUS
                   MOVE '5'  TO WS-SEG-BUCKET
               WHEN WS-SEG-DPD < 180
                   MOVE '83' TO WS-SEG-STATUS
                   MOVE '6'  TO WS-SEG-BUCKET
               WHEN OTHER
                   MOVE '84' TO WS-SEG-STATUS
                   MOVE '7'  TO WS-SEG-BUCKET
           END-EVALUATE.

       5300-SET-DPD-STATUS-EXIT.
           EXIT.

      *================================================================
       5400-RANK-STATUS.
      *================================================================
      * Severity order for the worst status ever reported. Closed,
      * paid-after-charge-off and delete codes carry no severity, so
      * the worst status survives the loan's closure.
           EVALUATE WS-SEG-STATUS
               WHEN '11'
                   MOVE 1 TO WS-SEG-RANK
               WHEN '71'
                   MOVE 2 TO WS-SEG-RANK
               WHEN '78'
                   MOVE 3 TO WS-SEG-RANK
               WHEN '80'
                   MOVE 4 TO WS-SEG-RANK
               WHEN '82'
                   MOVE 5 TO WS-SEG-RANK
               WHEN '83'
                   MOVE 6 TO WS-SEG-RANK
               WHEN '84'
                   MOVE 7 TO WS-SEG-RANK
               WHEN '97'
                   MOVE 8 TO WS-SEG-RANK
               WHEN OTHER
                   MOVE 0 TO WS-SEG-RANK
           END-EVALUATE.

       5400-RANK-STATUS-EXIT.
           EXIT.

      *================================================================
       5900-REPORT-EXCEPTION.
      *================================================================
           STRING 'EXCEPTION | CUST:' DELIMITED SIZE
                  WS-SEG-CUSTOMER-ID     DELIMITED SIZE
                  ' | LOAN:' DELIMITED SIZE
                  WS-SEG-LOAN-ACCT-NO    DELIMITED SIZE
                  ' | ' DELIMITED SIZE
                  WS-EXCEPTION-TEXT      DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-RETURN-CODE < 4985
               MOVE 4985 TO WS-RETURN-CODE
           END-IF.

       5900-REPORT-EXCEPTION-EXIT.
           EXIT.

      *================================================================
       6000-READ-BUREAU-STATE.
      *================================================================
      * A loan never reported before starts a fresh row in the buffer;
      * it is written by 6100 once the segment is settled.
           MOVE 'N'                 TO WS-STATE-FOUND-SW
           MOVE WS-SEG-CUSTOMER-ID  TO BS-CUSTOMER-ID
           MOVE WS-SEG-LOAN-ACCT-NO TO BS-LOAN-ACCT-NO
           READ BUREAU-STATE-FILE
               INVALID KEY
                   MOVE SPACES              TO BUREAU-STATE-RECORD
                   MOVE WS-SEG-CUSTOMER-ID  TO BS-CUSTOMER-ID
                   MOVE WS-SEG-LOAN-ACCT-NO TO BS-LOAN-ACCT-NO
                   MOVE ZEROS               TO BS-LAST-PERIOD
                                               BS-WORST-RANK
                   MOVE WS-REPORT-PERIOD    TO BS-FIRST-PERIOD
                   MOVE 'N'                 TO BS-PRIOR-OPEN-SW
               NOT INVALID KEY
                   MOVE 'Y'                 TO WS-STATE-FOUND-SW
           END-READ.

       6000-READ-BUREAU-STATE-EXIT.
           EXIT.

      *================================================================
       6050-APPLY-SEGMENT-TO-STATE.
      *================================================================
      * Carries the segment onto the loan's row in the buffer and
      * returns the worst status to report with it.
           IF BS-LAST-PERIOD NOT = WS-REPORT-PERIOD
               IF BS-OPEN
                   MOVE 'Y' TO BS-PRIOR-OPEN-SW
               ELSE
                   MOVE 'N' TO BS-PRIOR-OPEN-SW
               END-IF
           END-IF

           PERFORM 5400-RANK-STATUS
               THRU 5400-RANK-STATUS-EXIT
           IF WS-SEG-RANK > BS-WORST-RANK
               MOVE WS-SEG-RANK   TO BS-WORST-RANK
               MOVE WS-SEG-STATUS TO BS-WORST-STATUS
           END-IF

           MOVE WS-REPORT-PERIOD TO BS-LAST-PERIOD
           MOVE WS-SEG-STATUS    TO BS-LAST-STATUS
           MOVE WS-SEG-STATE     TO BS-STATE.

       6050-APPLY-SEGMENT-TO-STATE-EXIT.
           EXIT.

      *================================================================
       6100-SAVE-BUREAU-STATE.
      *================================================================
           IF WS-STATE-FOUND
               REWRITE BUREAU-STATE-RECORD
               MOVE 'REWRITE BUREAU-STATE' TO WS-CHECK-STATUS-OPER
               IF BS-PRIOR-OPEN
                   ADD 1 TO WS-PRIOR-CARRIED
               END-IF
           ELSE
               WRITE BUREAU-STATE-RECORD
               MOVE 'WRITE BUREAU-STATE'   TO WS-CHECK-STATUS-OPER
               ADD 1 TO WS-NEW-LOAN-COUNT
           END-IF
           MOVE WS-BURSTAT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       6100-SAVE-BUREAU-STATE-EXIT.
           EXIT.

      *================================================================
       7000-WRITE-SEGMENT.
      *================================================================
           MOVE SPACES               TO BUREAU-SEGMENT-RECORD
           MOVE 'SEG'                TO BR-RECORD-TYPE
           MOVE WS-SEG-CUSTOMER-ID   TO BR-CUSTOMER-ID
           MOVE WS-SEG-LOAN-ACCT-NO  TO BR-LOAN-ACCT-NO
           MOVE WS-SEG-STATUS        TO BR-ACCOUNT-STATUS
           MOVE WS-SEG-BUCKET        TO BR-DPD-BUCKET
           MOVE WS-SEG-LETTER-LEVEL  TO BR-LETTER-LEVEL
           MOVE WS-SEG-BALANCE       TO BR-CURRENT-BALANCE
           MOVE WS-SEG-SCHED-PAY     TO BR-SCHEDULED-PAYMENT
           MOVE WS-SEG-PAST-DUE      TO BR-AMOUNT-PAST-DUE
           MOVE WS-SEG-DPD           TO BR-DAYS-PAST-DUE
           MOVE WS-SEG-CHARGED-OFF   TO BR-CHARGED-OFF-AMT
           MOVE WS-SEG-RECOVERED     TO BR-RECOVERED-AMT
           MOVE WS-SEG-DATE-CLOSED   TO BR-DATE-CLOSED
           MOVE WS-REPORT-PERIOD     TO BR-REPORT-PERIOD

           IF WS-CUST-ERASED
               MOVE SPACES           TO BR-WORST-STATUS
           ELSE
               MOVE BS-WORST-STATUS  TO BR-WORST-STATUS
               MOVE WS-SEG-ECOA-CODE TO BR-ECOA-CODE
               IF WS-ADDR-FOUND
                   MOVE CNM-NAME        TO BR-NAME
                   MOVE CNM-ADDR-LINE-1 TO BR-ADDR-LINE-1
                   MOVE CNM-ADDR-LINE-2 TO BR-ADDR-LINE-2
                   MOVE CNM-CITY        TO BR-CITY
                   MOVE CNM-POSTCODE    TO BR-POSTCODE
                   MOVE CNM-COUNTRY     TO BR-COUNTRY
               ELSE
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   MOVE 'NO NAME/ADDRESS ON CUSTNAME'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 5900-REPORT-EXCEPTION
                       THRU 5900-REPORT-EXCEPTION-EXIT
               END-IF
           END-IF

           WRITE BUREAU-SEGMENT-RECORD
           MOVE WS-BUREAU-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE BUREAU SEGMENT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1              TO WS-SEGMENT-COUNT
           ADD WS-SEG-BALANCE TO WS-BALANCE-TOTAL
           EVALUATE WS-SEG-STATUS
               WHEN '11'
                   ADD 1 TO WS-STAT-CURRENT
               WHEN '97'
                   ADD 1 TO WS-STAT-CHARGED-OFF
               WHEN '64'
                   ADD 1 TO WS-STAT-RECOVERED
               WHEN '13'
                   ADD 1 TO WS-STAT-CLOSED
               WHEN 'DA'
                   ADD 1 TO WS-STAT-DELETED
               WHEN OTHER
                   ADD 1 TO WS-STAT-LATE
           END-EVALUATE.

       7000-WRITE-SEGMENT-EXIT.
           EXIT.

      *================================================================
       7100-LOAD-LOAN-PARTIES.
      *================================================================
      * An erased borrower's loan goes as a delete only; GDPR-PURGE
      * has already moved its party rows off the borrower's key.
           IF NOT WS-PARTY-AVAIL
           OR WS-CUST-ERASED
               GO TO 7100-LOAD-LOAN-PARTIES-EXIT
           END-IF

           MOVE 'N'                 TO WS-PARTY-EOF-SW
           MOVE WS-SEG-CUSTOMER-ID  TO LP-CUSTOMER-ID
           MOVE WS-SEG-LOAN-ACCT-NO TO LP-LOAN-ACCT-NO
           MOVE LOW-VALUES          TO LP-PARTY-ID
           START LOAN-PARTY-FILE KEY >= LP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PARTY-EOF-SW
           END-START

           PERFORM 7110-LOAD-ONE-PARTY
               THRU 7110-LOAD-ONE-PARTY-EXIT
               UNTIL WS-PARTY-EOF.

       7100-LOAD-LOAN-PARTIES-EXIT.
           EXIT.

      *================================================================
       7110-LOAD-ONE-PARTY.
      *================================================================
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARTY-EOF-SW
                   GO TO 7110-LOAD-ONE-PARTY-EXIT
           END-READ

           IF LP-CUSTOMER-ID  NOT = WS-SEG-CUSTOMER-ID
           OR LP-LOAN-ACCT-NO NOT = WS-SEG-LOAN-ACCT-NO
               MOVE 'Y' TO WS-PARTY-EOF-SW
               GO TO 7110-LOAD-ONE-PARTY-EXIT
           END-IF

           IF LP-PARTY-RELEASED
               DIVIDE LP-RELEASE-DATE BY 100
                   GIVING WS-PARTY-REL-PERIOD
               IF WS-PARTY-REL-PERIOD NOT = WS-REPORT-PERIOD
                   GO TO 7110-LOAD-ONE-PARTY-EXIT
               END-IF
           ELSE
               IF NOT LP-PARTY-ACTIVE
                   GO TO 7110-LOAD-ONE-PARTY-EXIT
               END-IF
           END-IF

           IF WS-PARTY-COUNT NOT < WS-PARTY-MAX
               MOVE 'MORE PARTIES THAN REPORTABLE'
                   TO WS-EXCEPTION-TEXT
               PERFORM 5900-REPORT-EXCEPTION
                   THRU 5900-REPORT-EXCEPTION-EXIT
               MOVE 'Y' TO WS-PARTY-EOF-SW
               GO TO 7110-LOAD-ONE-PARTY-EXIT
           END-IF

           ADD 1 TO WS-PARTY-COUNT
           MOVE LP-PARTY-ID        TO WS-PT-PARTY-ID (WS-PARTY-COUNT)
           MOVE LP-LIABILITY-SHARE TO WS-PT-SHARE (WS-PARTY-COUNT)
           EVALUATE TRUE
               WHEN LP-PARTY-RELEASED
                   MOVE 'T' TO WS-PT-ECOA-CODE (WS-PARTY-COUNT)
               WHEN LP-GUARANTOR
                   MOVE '5' TO WS-PT-ECOA-CODE (WS-PARTY-COUNT)
               WHEN OTHER
                   MOVE '2' TO WS-PT-ECOA-CODE (WS-PARTY-COUNT)
                   MOVE '2' TO WS-SEG-ECOA-CODE
           END-EVALUATE.

       7110-LOAD-ONE-PARTY-EXIT.
           EXIT.

      *================================================================
       7200-WRITE-PARTY-SEGMENTS.
      *================================================================
           PERFORM 7210-WRITE-ONE-PARTY
               THRU 7210-WRITE-ONE-PARTY-EXIT
               VARYING WS-PARTY-IDX FROM 1 BY 1
               UNTIL WS-PARTY-IDX > WS-PARTY-COUNT.

       7200-WRITE-PARTY-SEGMENTS-EXIT.
           EXIT.

      *================================================================
       7210-WRITE-ONE-PARTY.
      *================================================================
      * Each liable party carries the whole balance and arrears, as
      * each can be pursued for them; the share rides alongside. An
      * erased party is never reported under their old name.
           MOVE WS-PT-PARTY-ID (WS-PARTY-IDX) TO CUST-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-PURGED
                       ADD 1 TO WS-PARTY-ERASED-SKIP
                       GO TO 7210-WRITE-ONE-PARTY-EXIT
                   END-IF
           END-READ

           MOVE SPACES                  TO BUREAU-PARTY-RECORD
           MOVE 'ASC'                   TO BA-RECORD-TYPE
           MOVE WS-PT-PARTY-ID (WS-PARTY-IDX) TO BA-CUSTOMER-ID
           MOVE WS-SEG-LOAN-ACCT-NO     TO BA-LOAN-ACCT-NO
           MOVE WS-SEG-CUSTOMER-ID      TO BA-BORROWER-ID
           MOVE WS-PT-ECOA-CODE (WS-PARTY-IDX) TO BA-ECOA-CODE
           MOVE WS-PT-SHARE (WS-PARTY-IDX)     TO BA-LIABILITY-SHARE
           MOVE WS-SEG-STATUS           TO BA-ACCOUNT-STATUS
           MOVE WS-SEG-BALANCE          TO BA-CURRENT-BALANCE
           MOVE WS-SEG-PAST-DUE         TO BA-AMOUNT-PAST-DUE
           MOVE WS-REPORT-PERIOD        TO BA-REPORT-PERIOD

           MOVE 'N' TO WS-PARTY-ADDR-SW
           MOVE WS-PT-PARTY-ID (WS-PARTY-IDX) TO CNM-CUSTOMER-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PARTY-ADDR-SW
           END-READ
           IF WS-PARTY-ADDR-FOUND
               MOVE CNM-NAME        TO BA-NAME
               MOVE CNM-ADDR-LINE-1 TO BA-ADDR-LINE-1
               MOVE CNM-ADDR-LINE-2 TO BA-ADDR-LINE-2
               MOVE CNM-CITY        TO BA-CITY
               MOVE CNM-POSTCODE    TO BA-POSTCODE
               MOVE CNM-COUNTRY     TO BA-COUNTRY
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'PARTY ' DELIMITED SIZE
                      WS-PT-PARTY-ID (WS-PARTY-IDX) DELIMITED SIZE
                      ' NO NAME/ADDRESS' DELIMITED SIZE
                   INTO WS-EXCEPTION-TEXT
               PERFORM 5900-REPORT-EXCEPTION
                   THRU 5900-REPORT-EXCEPTION-EXIT
           END-IF

           WRITE BUREAU-PARTY-RECORD
           MOVE WS-BUREAU-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE BUREAU PARTY'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1 TO WS-PARTY-SEG-COUNT
           IF WS-PT-ECOA-CODE (WS-PARTY-IDX) = 'T'
               ADD 1 TO WS-PARTY-ENDED-COUNT
           END-IF.

       7210-WRITE-ONE-PARTY-EXIT.
           EXIT.

      *================================================================
       8000-WRITE-TRAILER.
      *================================================================
           MOVE SPACES                 TO BUREAU-TRAILER-RECORD
           MOVE 'TRL'                  TO BT-RECORD-TYPE
           MOVE WS-SEGMENT-COUNT       TO BT-SEGMENT-COUNT
           MOVE WS-BALANCE-TOTAL       TO BT-BALANCE-TOTAL
           COMPUTE BT-CHARGED-OFF-COUNT =
               WS-STAT-CHARGED-OFF + WS-STAT-RECOVERED
           MOVE WS-STAT-CLOSED         TO BT-CLOSED-COUNT
           MOVE WS-STAT-DELETED        TO BT-DELETED-COUNT
           MOVE WS-PARTY-SEG-COUNT     TO BT-PARTY-COUNT
           WRITE BUREAU-TRAILER-RECORD
           MOVE WS-BUREAU-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE BUREAU TRAILER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       8000-WRITE-TRAILER-EXIT.
           EXIT.

      *================================================================
       8100-MARK-PERIOD-SUBMITTED.
      *================================================================
           MOVE SPACES TO BS-KEY
           READ BUREAU-STATE-FILE
               INVALID KEY
                   MOVE SPACES           TO BUREAU-STATE-RECORD
                   MOVE WS-REPORT-PERIOD TO BS-LAST-PERIOD
                                            BS-FIRST-PERIOD
                   MOVE ZEROS            TO BS-WORST-RANK
                   WRITE BUREAU-STATE-RECORD
                   MOVE 'WRITE PERIOD CONTROL'
                       TO WS-CHECK-STATUS-OPER
               NOT INVALID KEY
                   MOVE WS-REPORT-PERIOD TO BS-LAST-PERIOD
                   REWRITE BUREAU-STATE-RECORD
                   MOVE 'REWRITE PERIOD CONTROL'
                       TO WS-CHECK-STATUS-OPER
           END-READ
           MOVE WS-BURSTAT-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       8100-MARK-PERIOD-SUBMITTED-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-RECONCILIATION.
      *================================================================
      * Three equations must hold: segments by source, segments by
      * status and the trailer count agree; and every loan open at
      * the last submission is reported again or closed out.
           COMPUTE WS-SOURCE-TOTAL = WS-SRC-POSN-COUNT
               + WS-SRC-WOFF-COUNT + WS-SRC-SWEEP-COUNT
           COMPUTE WS-STATUS-TOTAL = WS-STAT-CURRENT + WS-STAT-LATE
               + WS-STAT-CHARGED-OFF + WS-STAT-RECOVERED
               + WS-STAT-CLOSED + WS-STAT-DELETED
           COMPUTE WS-PRIOR-TOTAL = WS-PRIOR-CARRIED
               + WS-PRIOR-DROPPED

           MOVE WS-POSN-LINES-READ TO WS-COUNT-ED
           MOVE WS-POSN-LOANS      TO WS-COUNT-ED-2
           MOVE WS-POSN-WOFF-SKIP  TO WS-COUNT-ED-3
           MOVE WS-POSN-CLOSED-SKIP TO WS-COUNT-ED-4
           STRING 'POSITIONS | LINES READ:' DELIMITED SIZE
                  WS-COUNT-ED            DELIMITED SIZE
                  ' | LOANS:' DELIMITED SIZE
                  WS-COUNT-ED-2          DELIMITED SIZE
                  ' | LEFT TO WRITE-OFF PASS:' DELIMITED SIZE
                  WS-COUNT-ED-3          DELIMITED SIZE
                  ' | ALREADY CLOSED:' DELIMITED SIZE
                  WS-COUNT-ED-4          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-WOFF-READ        TO WS-COUNT-ED
           MOVE WS-WOFF-NOT-W-SKIP  TO WS-COUNT-ED-2
           MOVE WS-WOFF-CLOSED-SKIP TO WS-COUNT-ED-3
           STRING 'WRITE-OFFS | RECORDS READ:' DELIMITED SIZE
                  WS-COUNT-ED            DELIMITED SIZE
                  ' | NOT WRITTEN OFF:' DELIMITED SIZE
                  WS-COUNT-ED-2          DELIMITED SIZE
                  ' | ALREADY CLOSED:' DELIMITED SIZE
                  WS-COUNT-ED-3          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-SRC-POSN-COUNT  TO WS-COUNT-ED
           MOVE WS-SRC-WOFF-COUNT  TO WS-COUNT-ED-2
           MOVE WS-SRC-SWEEP-COUNT TO WS-COUNT-ED-3
           MOVE WS-SOURCE-TOTAL    TO WS-COUNT-ED-4
           STRING 'SEGMENTS BY SOURCE | POSITIONS:' DELIMITED SIZE
                  WS-COUNT-ED            DELIMITED SIZE
                  ' | WRITE-OFFS:' DELIMITED SIZE
                  WS-COUNT-ED-2          DELIMITED SIZE
                  ' | LEFT BOOK:' DELIMITED SIZE
                  WS-COUNT-ED-3          DELIMITED SIZE
                  ' | TOTAL:' DELIMITED SIZE
                  WS-COUNT-ED-4          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-STAT-CURRENT     TO WS-COUNT-ED
           MOVE WS-STAT-LATE        TO WS-COUNT-ED-2
           MOVE WS-STAT-CHARGED-OFF TO WS-COUNT-ED-3
           MOVE WS-STAT-RECOVERED   TO WS-COUNT-ED-4
           STRING 'SEGMENTS BY STATUS | CURRENT:' DELIMITED SIZE
                  WS-COUNT-ED            DELIMITED SIZE
                  ' | PAST DUE:' DELIMITED SIZE
                  WS-COUNT-ED-2          DELIMITED SIZE
                  ' | CHARGED OFF:' DELIMITED SIZE
                  WS-COUNT-ED-3          DELIMITED SIZE
                  ' | PAID AFTER CHARGE-OFF:' DELIMITED SIZE
                  WS-COUNT-ED-4          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-STAT-CLOSED      TO WS-COUNT-ED
           MOVE WS-STAT-DELETED     TO WS-COUNT-ED-2
           MOVE WS-STATUS-TOTAL     TO WS-COUNT-ED-3
           MOVE WS-SEGMENT-COUNT    TO WS-COUNT-ED-4
           STRING '                   | CLOSED:' DELIMITED SIZE
                  WS-COUNT-ED            DELIMITED SIZE
                  ' | DELETED:' DELIMITED SIZE
                  WS-COUNT-ED-2          DELIMITED SIZE
                  ' | TOTAL:' DELIMITED SIZE
                  WS-COUNT-ED-3          DELIMITED SIZE
                  ' | TRAILER COUNT:' DELIMITED SIZE
                  WS-COUNT-ED-4          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-PRIOR-OPEN-COUNT TO WS-COUNT-ED
           MOVE WS-PRIOR-CARRIED    TO WS-COUNT-ED-2
           MOVE WS-PRIOR-DROPPED    TO WS-COUNT-ED-3
           MOVE WS-NEW-LOAN-COUNT   TO WS-COUNT-ED-4
           STRING 'OPEN AT LAST SUBMISSION:' DELIMITED SIZE
                  WS-COUNT-ED            DELIMITED SIZE
                  ' | REPORTED AGAIN:' DELIMITED SIZE
                  WS-COUNT-ED-2          DELIMITED SIZE
                  ' | CLOSED OUT:' DELIMITED SIZE
                  WS-COUNT-ED-3          DELIMITED SIZE
                  ' | NEW TO BUREAU:' DELIMITED SIZE
                  WS-COUNT-ED-4          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-BALANCE-TOTAL     TO WS-TOTAL-ED
           MOVE WS-NO-ADDRESS-COUNT  TO WS-COUNT-ED
           MOVE WS-UNEXPLAINED-COUNT TO WS-COUNT-ED-2
           STRING 'TRAILER BALANCE:' DELIMITED SIZE
                  WS-TOTAL-ED            DELIMITED SIZE
                  ' | NO ADDRESS:' DELIMITED SIZE
                  WS-COUNT-ED            DELIMITED SIZE
                  ' | LEFT BOOK UNEXPLAINED:' DELIMITED SIZE
                  WS-COUNT-ED-2          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-PARTY-SEG-COUNT   TO WS-COUNT-ED
           MOVE WS-PARTY-ENDED-COUNT TO WS-COUNT-ED-2
           MOVE WS-PARTY-ERASED-SKIP TO WS-COUNT-ED-3
           STRING 'ASSOCIATED PARTIES | RECORDS:' DELIMITED SIZE
                  WS-COUNT-ED            DELIMITED SIZE
                  ' | ASSOCIATION ENDED:' DELIMITED SIZE
                  WS-COUNT-ED-2          DELIMITED SIZE
                  ' | ERASED, NOT SENT:' DELIMITED SIZE
                  WS-COUNT-ED-3          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-SOURCE-TOTAL = WS-SEGMENT-COUNT
           AND WS-STATUS-TOTAL = WS-SEGMENT-COUNT
           AND WS-PRIOR-TOTAL = WS-PRIOR-OPEN-COUNT
               MOVE 'RECONCILIATION: IN BALANCE' TO WS-REPORT-LINE
           ELSE
               MOVE 'RECONCILIATION: OUT OF BALANCE - HOLD SUBMISSION'
                   TO WS-REPORT-LINE
               MOVE 4986 TO WS-RETURN-CODE
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           DISPLAY 'BUREAU-XTRT SUMMARY | PERIOD: ' WS-REPORT-PERIOD
               ' | SEGMENTS: ' WS-SEGMENT-COUNT
               ' | OPEN AT LAST: ' WS-PRIOR-OPEN-COUNT
               ' | AGAIN: ' WS-PRIOR-CARRIED
               ' | CLOSED OUT: ' WS-PRIOR-DROPPED
           DISPLAY 'BUREAU-XTRT: PARTY RECORDS: ' WS-PARTY-SEG-COUNT
           DISPLAY 'BUREAU-XTRT: CLOSED: ' WS-STAT-CLOSED
               ' | DELETED: ' WS-STAT-DELETED
               ' | NO ADDRESS: ' WS-NO-ADDRESS-COUNT
               ' | UNEXPLAINED: ' WS-UNEXPLAINED-COUNT
               ' | RC: ' WS-RETURN-CODE.

       9100-PRINT-RECONCILIATION-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE RECON-REPORT'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE POSITION-FILE
           CLOSE DUNN-STATE-FILE
           CLOSE WRITEOFF-MASTER
           CLOSE ARCHIVED-LOAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE BUREAU-STATE-FILE
           CLOSE BUREAU-FILE
           CLOSE RECON-REPORT
           IF WS-PARTY-AVAIL
               CLOSE LOAN-PARTY-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. A half-built submission is never
      * sent, so any I/O failure stops the run.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'BUREAU-XTRT: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE POSITION-FILE
               CLOSE DUNN-STATE-FILE
               CLOSE WRITEOFF-MASTER
               CLOSE ARCHIVED-LOAN-FILE
               CLOSE CUSTOMER-FILE
               CLOSE NAME-ADDRESS-FILE
               CLOSE BUREAU-STATE-FILE
               CLOSE BUREAU-FILE
               CLOSE RECON-REPORT
               IF WS-PARTY-AVAIL
                   CLOSE LOAN-PARTY-FILE
               END-IF
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

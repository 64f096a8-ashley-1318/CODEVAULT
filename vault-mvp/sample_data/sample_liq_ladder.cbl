      *================================================================
      * PROGRAM-ID: LIQ-LADDER
      * PURPOSE:    Weekly liquidity maturity ladder for treasury.
      *             Contractual inflows are every future installment
      *             (principal plus interest, by due date) on the
      *             AMORTSCH KSDS for each loan on the sorted loan
      *             book; loans in arrears (an open dunning level on
      *             DUNNSTAT), in Stage 3 (STAGEHST) or written off
      *             (WOFFMAST) have their inflows cut by the REGPARMS
      *             haircut for that condition -- the worst one that
      *             applies. Outflows are the settlements SETTLE-SYS
      *             and LOAN-PAYOFF carried over to the next night,
      *             the items parked on the sanctions review queue,
      *             the items held on the counterparty limit-excess
      *             queue for treasury (LIMIT-REVIEW),
      *             and every wire instruction the payment gateway
      *             has not yet acknowledged. Queue items carry no
      *             currency of their own and take their loan's
      *             currency from the book. Both sides are bucketed
      *             by currency into the standard time bands
      *             (overnight, 2-7 days, 8-30 days, 1-3 months,
      *             3-12 months, over 1 year) and the report shows
      *             the gap and the cumulative gap per band.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQ-LADDER.
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
           SELECT STAGE-HISTORY-FILE
               ASSIGN TO STAGEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT DUNN-STATE-FILE
               ASSIGN TO DUNNSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DUNN-STATUS.
           SELECT CARRYOVER-FILE
               ASSIGN TO CARRYQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CARRY-STATUS.
           SELECT REVIEW-QUEUE-FILE
               ASSIGN TO REVIEWQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT LIMIT-QUEUE-FILE
               ASSIGN TO LIMITQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LIMITQ-STATUS.
           SELECT PAYMENT-INSTRUCTION-FILE
               ASSIGN TO PAYINSTR
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INSTR-STATUS.
           SELECT GATEWAY-RESPONSE-FILE
               ASSIGN TO GATERESP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT LADDER-REPORT
               ASSIGN TO LIQRPT
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

       FD  STAGE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  STAGE-HISTORY-RECORD.
           05  SH-KEY.
               10  SH-CUSTOMER-ID      PIC X(10).
               10  SH-LOAN-ACCT-NO     PIC X(10).
           05  SH-PERIOD               PIC 9(6).
           05  SH-STAGE                PIC 9(1).
           05  SH-MIGRATED-FLAG        PIC X(1).
           05  SH-PRIOR-STAGE          PIC 9(1).
           05  FILLER                 PIC X(1).

       FD  DUNN-STATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
       01  DUNN-STATE-RECORD.
           05  DS-KEY.
               10  DS-CUSTOMER-ID      PIC X(10).
               10  DS-LOAN-ACCT-NO     PIC X(10).
           05  DS-LETTER-LEVEL         PIC 9(1).
      *        0 = NOTHING OUTSTANDING  1 = REMINDER SENT
      *        2 = FORMAL DEMAND SENT   3 = DEFAULT NOTICE SENT
           05  DS-LEVEL1-DATE          PIC 9(8).
           05  DS-LEVEL2-DATE          PIC 9(8).
           05  DS-LEVEL3-DATE          PIC 9(8).
           05  FILLER                 PIC X(5).

      * Next-day settlement carry-over written by SETTLE-SYS and
      * LOAN-PAYOFF: items still QUEUED, and carried items the re-run
      * held on the limit queue (LIMIT-HELD), are money yet to go.
       FD  CARRYOVER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  CARRYOVER-RECORD.
           05  CO-CUSTOMER-ID          PIC X(10).
           05  CO-LOAN-ACCT-NO         PIC X(10).
           05  CO-SWIFT-CODE           PIC X(11).
           05  CO-GROSS-AMOUNT         PIC 9(12)V99 COMP-3.
           05  CO-QUEUE-DATE           PIC 9(8).
           05  CO-QUEUE-STATUS         PIC X(10).
               88  CO-QUEUED           VALUE 'QUEUED'.
               88  CO-LIMIT-HELD       VALUE 'LIMIT-HELD'.
           05  FILLER                 PIC X(13).

       FD  REVIEW-QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  REVIEW-QUEUE-RECORD.
           05  RV-CUSTOMER-ID          PIC X(10).
           05  RV-LOAN-ACCT-NO         PIC X(10).
           05  RV-SWIFT-CODE           PIC X(11).
           05  RV-GROSS-AMOUNT         PIC 9(12)V99 COMP-3.
           05  RV-REVIEW-REASON        PIC X(15).
           05  RV-QUEUE-DATE           PIC 9(8).
           05  FILLER                 PIC X(8).

      * Limit-excess queue written by SETTLE-SYS (nightly and payoff)
      * and carried forward by LIMIT-REVIEW while treasury has not
      * released or rejected the item.
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

       FD  PAYMENT-INSTRUCTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  PAYMENT-INSTRUCTION-RECORD.
           05  PI-RECORD-TYPE          PIC X(1).
               88  PI-HEADER           VALUE 'H'.
               88  PI-PAYMENT          VALUE 'P'.
               88  PI-TRAILER          VALUE 'T'.
           05  PI-SEQUENCE             PIC 9(6).
           05  PI-SWIFT-CODE           PIC X(11).
           05  PI-CURRENCY             PIC X(3).
           05  PI-AMOUNT               PIC 9(12)V99 COMP-3.
           05  PI-VALUE-DATE           PIC 9(8).
           05  PI-ITEM-COUNT           PIC 9(6).
           05  FILLER                 PIC X(17).

       FD  GATEWAY-RESPONSE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  GATEWAY-RESPONSE-RECORD.
           05  GR-WIRE-SEQUENCE        PIC 9(6).
           05  GR-RESPONSE             PIC X(3).
               88  GR-ACKNOWLEDGED     VALUE 'ACK'.
               88  GR-REJECTED         VALUE 'NAK'.
           05  GR-REASON               PIC X(15).
           05  GR-RESPONSE-DATE        PIC 9(8).
           05  FILLER                 PIC X(8).

       FD  LADDER-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  LADDER-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * INFLOW HAIRCUTS (from REGPARMS, loaded fail-closed)
      * The fraction of a troubled loan's contractual inflows that
      * treasury does not count on: 0 keeps them in full, 1 drops
      * them from the ladder altogether.
      *----------------------------------------------------------------
       01  WS-LADDER-PARAMETERS.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-ARREARS-HAIRCUT   PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-STAGE3-HAIRCUT    PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-WOFF-HAIRCUT      PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-PARM-ARREARS-SW   PIC X(1)     VALUE 'N'.
           05  WS-PARM-STAGE3-SW    PIC X(1)     VALUE 'N'.
           05  WS-PARM-WOFF-SW      PIC X(1)     VALUE 'N'.
           05  WS-REGPARM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REGPARM-EOF   VALUE 'Y'.

      *----------------------------------------------------------------
      * TIME BANDS
      * Upper bound of each band in days from the run date; anything
      * beyond the fifth bound falls in the sixth. A literal table
      * (FILLER VALUEs REDEFINEd into the OCCURS table), same as
      * LOAN-CALC's rate table.
      *----------------------------------------------------------------
       01  WS-BAND-VALUES.
           05  FILLER PIC X(17) VALUE '00001OVERNIGHT   '.
           05  FILLER PIC X(17) VALUE '000072-7 DAYS    '.
           05  FILLER PIC X(17) VALUE '000308-30 DAYS   '.
           05  FILLER PIC X(17) VALUE '000901-3 MONTHS  '.
           05  FILLER PIC X(17) VALUE '003653-12 MONTHS '.
           05  FILLER PIC X(17) VALUE '99999OVER 1 YEAR '.
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05  WS-BAND-ENTRY        OCCURS 6 TIMES.
               10  WS-BAND-UPPER-DAYS PIC 9(5).
               10  WS-BAND-LABEL    PIC X(12).

      *----------------------------------------------------------------
      * LADDER ACCUMULATORS (one row per currency on the book)
      *----------------------------------------------------------------
       01  WS-LADDER-TABLE.
           05  WS-CCY-COUNT         PIC 9(2) COMP VALUE ZEROS.
           05  WS-CCY-ENTRY         OCCURS 20 TIMES.
               10  WS-CCY-CODE      PIC X(3).
               10  WS-CCY-BAND      OCCURS 6 TIMES.
                   15  WS-LB-INFLOW     PIC 9(15)V99 COMP-3.
                   15  WS-LB-HAIRCUT    PIC 9(15)V99 COMP-3.
                   15  WS-LB-OUTFLOW    PIC 9(15)V99 COMP-3.

       01  WS-LADDER-CONTROL.
           05  WS-CCY-IDX           PIC 9(2) COMP VALUE ZEROS.
           05  WS-CCY-FOUND-IDX     PIC 9(2) COMP VALUE ZEROS.
           05  WS-BAND-IDX          PIC 9(2) COMP VALUE ZEROS.
           05  WS-LOOKUP-CURRENCY   PIC X(3)     VALUE SPACES.
           05  WS-DAYS-OUT          PIC S9(9) COMP VALUE ZEROS.
           05  WS-FLOW-AMOUNT       PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-CUT-AMOUNT        PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-NET-INFLOW        PIC 9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-BAND-GAP          PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-CUMULATIVE-GAP    PIC S9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-TOT-INFLOW        PIC 9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-TOT-HAIRCUT       PIC 9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-TOT-OUTFLOW       PIC 9(15)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * SETTLEMENT QUEUE TABLE
      * Carry-over, review and limit-held items, held until the book
      * walk finds each one's loan and so its currency. Fail-closed on
      * overflow: an outflow we cannot hold is an outflow the ladder
      * would miss. 'H' is a carried item SETTLE-SYS held again on
      * the limit queue; it becomes 'L' once its limit-queue item is
      * read, so the two are laddered once.
      *----------------------------------------------------------------
       01  WS-QUEUE-TABLE.
           05  WS-QUEUE-COUNT       PIC 9(4) COMP VALUE ZEROS.
           05  WS-QUEUE-ENTRY       OCCURS 2000 TIMES.
               10  WS-QI-CUSTOMER-ID PIC X(10).
               10  WS-QI-LOAN-ACCT  PIC X(10).
               10  WS-QI-SOURCE     PIC X(1).
                   88  WS-QI-CARRYOVER VALUE 'C'.
                   88  WS-QI-REVIEW    VALUE 'R'.
                   88  WS-QI-CARRY-HELD VALUE 'H'.
                   88  WS-QI-LIMIT     VALUE 'L'.
               10  WS-QI-AMOUNT     PIC 9(12)V99 COMP-3.
               10  WS-QI-CURRENCY   PIC X(3).

       01  WS-QUEUE-CONTROL.
           05  WS-QUEUE-IDX         PIC 9(4) COMP VALUE ZEROS.
           05  WS-CARRY-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-CARRY-EOF     VALUE 'Y'.
           05  WS-REVIEW-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-REVIEW-EOF    VALUE 'Y'.
           05  WS-LIMITQ-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-LIMITQ-EOF    VALUE 'Y'.
           05  WS-HELD-IDX          PIC 9(4) COMP VALUE ZEROS.
           05  WS-LQ-LOAN-ACCT      PIC X(10)    VALUE SPACES.

      *----------------------------------------------------------------
      * GATEWAY RESPONSE TABLE
      * Sequence numbers the gateway has acknowledged: those wires
      * have been paid. A NAKed wire is still money to go -- PAY-ACK
      * re-cuts it for the next transmission -- so it stays on the
      * ladder.
      *----------------------------------------------------------------
       01  WS-RESPONSE-TABLE.
           05  WS-RESPONSE-COUNT    PIC 9(4) COMP VALUE ZEROS.
           05  WS-RSP-SEQUENCE      PIC 9(6)
                                    OCCURS 500 TIMES.

       01  WS-RESPONSE-CONTROL.
           05  WS-RSP-IDX           PIC 9(4) COMP VALUE ZEROS.
           05  WS-RSP-FOUND-SW      PIC X(1)     VALUE 'N'.
               88  WS-RSP-FOUND     VALUE 'Y'.
           05  WS-RESPONSE-EOF-SW   PIC X(1)     VALUE 'N'.
               88  WS-RESPONSE-EOF  VALUE 'Y'.
           05  WS-INSTR-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-INSTR-EOF     VALUE 'Y'.

      *----------------------------------------------------------------
      * PER-LOAN DATA (one keyed START per loan on the schedule)
      *----------------------------------------------------------------
       01  WS-LOAN-DATA.
           05  WS-LOAN-KEY.
               10  WS-LK-CUSTOMER-ID PIC X(10)   VALUE SPACES.
               10  WS-LK-LOAN-ACCT   PIC X(10)   VALUE SPACES.
           05  WS-LOAN-CURRENCY     PIC X(3)     VALUE SPACES.
           05  WS-LOAN-HAIRCUT      PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-LOAN-WOFF-SW      PIC X(1)     VALUE 'N'.
               88  WS-LOAN-WRITTEN-OFF VALUE 'Y'.
           05  WS-LOAN-STAGE3-SW    PIC X(1)     VALUE 'N'.
               88  WS-LOAN-STAGE3   VALUE 'Y'.
           05  WS-LOAN-ARREARS-SW   PIC X(1)     VALUE 'N'.
               88  WS-LOAN-IN-ARREARS VALUE 'Y'.
           05  WS-SCHED-FOUND-SW    PIC X(1)     VALUE 'N'.
               88  WS-SCHED-FOUND   VALUE 'Y'.
           05  WS-SCHED-DONE-SW     PIC X(1)     VALUE 'N'.
               88  WS-SCHED-DONE    VALUE 'Y'.
           05  WS-RUN-INTEGER       PIC S9(9) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-LOAN-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-SCHED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-INSTALMENT-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-ARREARS-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-STAGE3-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-CARRY-READ        PIC 9(8) COMP VALUE ZEROS.
           05  WS-CARRY-USED        PIC 9(8) COMP VALUE ZEROS.
           05  WS-REVIEW-USED       PIC 9(8) COMP VALUE ZEROS.
           05  WS-LIMIT-READ        PIC 9(8) COMP VALUE ZEROS.
           05  WS-LIMIT-USED        PIC 9(8) COMP VALUE ZEROS.
           05  WS-LIMIT-MATCHED     PIC 9(8) COMP VALUE ZEROS.
           05  WS-UNMATCHED-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-WIRE-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-WIRE-ACKED        PIC 9(8) COMP VALUE ZEROS.
           05  WS-WIRE-UNSENT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-SHORT-CCY-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-CARRY-TOTAL       PIC 9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-REVIEW-TOTAL      PIC 9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-LIMIT-TOTAL       PIC 9(15)V99 COMP-3 VALUE ZEROS.
           05  WS-WIRE-TOTAL        PIC 9(15)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-2       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-3       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-4       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-GAP-ED            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-GAP-ED-2          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-RATIO-ED          PIC 9.9999   VALUE ZEROS.
           05  WS-RATIO-ED-2        PIC 9.9999   VALUE ZEROS.
           05  WS-RATIO-ED-3        PIC 9.9999   VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZ,ZZ9  VALUE ZEROS.
           05  WS-COUNT-ED-2        PIC ZZZ,ZZ9  VALUE ZEROS.
           05  WS-SHORT-FLAG        PIC X(6)     VALUE SPACES.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-LOAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-STAGE-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-DUNN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-CARRY-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-REVIEW-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-LIMITQ-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-INSTR-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-RESPONSE-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-WOFF-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-WOFF-AVAIL    VALUE 'Y'.
           05  WS-STAGE-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-STAGE-AVAIL   VALUE 'Y'.
           05  WS-DUNN-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-DUNN-AVAIL    VALUE 'Y'.
           05  WS-CARRY-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-CARRY-AVAIL   VALUE 'Y'.
           05  WS-REVIEW-AVAIL-SW   PIC X(1)     VALUE 'N'.
               88  WS-REVIEW-AVAIL  VALUE 'Y'.
           05  WS-LIMITQ-AVAIL-SW   PIC X(1)     VALUE 'N'.
               88  WS-LIMITQ-AVAIL  VALUE 'Y'.
           05  WS-INSTR-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-INSTR-AVAIL   VALUE 'Y'.
           05  WS-RESPONSE-AVAIL-SW PIC X(1)     VALUE 'N'.
               88  WS-RESPONSE-AVAIL VALUE 'Y'.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-LOAN-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-LOAN-EOF      VALUE 'Y'.
           05  WS-LOAN-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-LOAN-FOUND    VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Loads the haircuts and the settlement queues, walks the loan
      * book once -- giving each queued item its loan's currency and
      * laddering the loan's future installments -- then ladders the
      * queued and unacknowledged outflows and prints each currency.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0160-LOAD-REG-PARAMETERS
               THRU 0160-LOAD-REG-PARAMETERS-EXIT
           PERFORM 0300-LOAD-QUEUE-ITEMS
               THRU 0300-LOAD-QUEUE-ITEMS-EXIT
           PERFORM 0350-LOAD-GATEWAY-RESPONSES
               THRU 0350-LOAD-GATEWAY-RESPONSES-EXIT
           PERFORM 0400-PRINT-HEADINGS
               THRU 0400-PRINT-HEADINGS-EXIT

           PERFORM 0200-READ-LOAN-RECORD
               THRU 0200-READ-LOAN-RECORD-EXIT
           PERFORM 1000-PROCESS-LOAN
               THRU 1000-PROCESS-LOAN-EXIT
               UNTIL WS-LOAN-EOF

           PERFORM 2000-LADDER-QUEUE-ITEM
               THRU 2000-LADDER-QUEUE-ITEM-EXIT
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
           IF WS-INSTR-AVAIL
               PERFORM 2500-READ-WIRE
                   THRU 2500-READ-WIRE-EXIT
                   UNTIL WS-INSTR-EOF
           END-IF

           PERFORM 4000-PRINT-CURRENCY
               THRU 4000-PRINT-CURRENCY-EXIT
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
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

           OPEN OUTPUT LADDER-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LADDER-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The loan-condition files only ever cut inflows, so a missing
      * one means that condition is simply not applied; the run says
      * so rather than stopping treasury's weekly figures.
           OPEN INPUT WRITEOFF-MASTER
           IF WS-WOFF-STATUS = '00'
               MOVE 'Y' TO WS-WOFF-AVAIL-SW
           ELSE
               DISPLAY 'LIQ-LADDER: NO WRITE-OFF MASTER ON FILE - '
                   'NO WRITE-OFF HAIRCUT APPLIED'
           END-IF

           OPEN INPUT STAGE-HISTORY-FILE
           IF WS-STAGE-STATUS = '00'
               MOVE 'Y' TO WS-STAGE-AVAIL-SW
           ELSE
               DISPLAY 'LIQ-LADDER: NO STAGE HISTORY ON FILE - '
                   'NO STAGE 3 HAIRCUT APPLIED'
           END-IF

           OPEN INPUT DUNN-STATE-FILE
           IF WS-DUNN-STATUS = '00'
               MOVE 'Y' TO WS-DUNN-AVAIL-SW
           ELSE
               DISPLAY 'LIQ-LADDER: NO DUNNING STATE ON FILE - '
                   'NO ARREARS HAIRCUT APPLIED'
           END-IF

      * An empty queue generation is normal on a quiet night; a
      * missing one is reported so the outflow side is not trusted
      * blind.
           OPEN INPUT CARRYOVER-FILE
           IF WS-CARRY-STATUS = '00'
               MOVE 'Y' TO WS-CARRY-AVAIL-SW
           ELSE
               DISPLAY 'LIQ-LADDER: NO SETTLEMENT CARRY-OVER ON FILE '
                   '- NO QUEUED SETTLEMENTS LADDERED'
           END-IF

           OPEN INPUT REVIEW-QUEUE-FILE
           IF WS-REVIEW-STATUS = '00'
               MOVE 'Y' TO WS-REVIEW-AVAIL-SW
           ELSE
               DISPLAY 'LIQ-LADDER: NO REVIEW QUEUE ON FILE - '
                   'NO REVIEW ITEMS LADDERED'
           END-IF

           OPEN INPUT LIMIT-QUEUE-FILE
           IF WS-LIMITQ-STATUS = '00'
               MOVE 'Y' TO WS-LIMITQ-AVAIL-SW
           ELSE
               DISPLAY 'LIQ-LADDER: NO LIMIT QUEUE ON FILE - '
                   'ONLY CARRIED LIMIT-HELD ITEMS LADDERED'
           END-IF

           OPEN INPUT PAYMENT-INSTRUCTION-FILE
           IF WS-INSTR-STATUS = '00'
               MOVE 'Y' TO WS-INSTR-AVAIL-SW
           ELSE
               DISPLAY 'LIQ-LADDER: NO PAYMENT INSTRUCTIONS ON FILE - '
                   'NO WIRES LADDERED'
           END-IF

           OPEN INPUT GATEWAY-RESPONSE-FILE
           IF WS-RESPONSE-STATUS = '00'
               MOVE 'Y' TO WS-RESPONSE-AVAIL-SW
           ELSE
               DISPLAY 'LIQ-LADDER: NO GATEWAY RESPONSES ON FILE - '
                   'EVERY WIRE TREATED AS UNSENT'
           END-IF.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0160-LOAD-REG-PARAMETERS.
      *================================================================
      * A ladder built on a missing or absurd haircut would overstate
      * or understate every inflow treasury funds against, so the run
      * stops before any loan is read.
           OPEN INPUT REGPARM-FILE
           MOVE WS-REGPARM-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REGPARM-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0165-READ-REG-PARAMETER
               THRU 0165-READ-REG-PARAMETER-EXIT
               UNTIL WS-REGPARM-EOF
           CLOSE REGPARM-FILE

           IF WS-PARM-ARREARS-SW = 'N' OR WS-PARM-STAGE3-SW = 'N'
           OR WS-PARM-WOFF-SW = 'N'
           OR WS-ARREARS-HAIRCUT > 1
           OR WS-STAGE3-HAIRCUT > 1
           OR WS-WOFF-HAIRCUT > 1
               DISPLAY 'LIQ-LADDER: REGPARMS INFLOW HAIRCUTS '
                   'MISSING OR INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           DISPLAY 'LIQ-LADDER: PARAMETER SET ' WS-PARM-SET-ID
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
                       WHEN 'LIQ-ARREARS-HAIRCUT'
                           MOVE PRM-VALUE-NUM TO WS-ARREARS-HAIRCUT
                           MOVE 'Y' TO WS-PARM-ARREARS-SW
                       WHEN 'LIQ-STAGE3-HAIRCUT'
                           MOVE PRM-VALUE-NUM TO WS-STAGE3-HAIRCUT
                           MOVE 'Y' TO WS-PARM-STAGE3-SW
                       WHEN 'LIQ-WOFF-HAIRCUT'
                           MOVE PRM-VALUE-NUM TO WS-WOFF-HAIRCUT
                           MOVE 'Y' TO WS-PARM-WOFF-SW
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
      * same as CONC-RPT's walk of the same archive.
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
                       IF LR-CURRENCY = SPACES
                           MOVE 'USD' TO WS-LOAN-CURRENCY
                       ELSE
                           MOVE LR-CURRENCY TO WS-LOAN-CURRENCY
                       END-IF
                   END-IF
           END-READ.

       0210-READ-NEXT-LOAN-EXIT.
           EXIT.

      *================================================================
       0300-LOAD-QUEUE-ITEMS.
      *================================================================
      * Carry-over items still QUEUED go out on the next night's run;
      * review items go out the night compliance releases them, and
      * limit-held items the night treasury releases them. All are
      * held overnight on the ladder until the book gives them a
      * currency. A blank loan account is keyed on the customer ID,
      * the same derivation the book and the schedule use. The limit
      * queue is read after the carry-over: a carried item SETTLE-SYS
      * held again is on both, and is laddered once.
           IF WS-CARRY-AVAIL
               PERFORM 0310-READ-CARRYOVER
                   THRU 0310-READ-CARRYOVER-EXIT
                   UNTIL WS-CARRY-EOF
               CLOSE CARRYOVER-FILE
           END-IF
           IF WS-REVIEW-AVAIL
               PERFORM 0320-READ-REVIEW-ITEM
                   THRU 0320-READ-REVIEW-ITEM-EXIT
                   UNTIL WS-REVIEW-EOF
               CLOSE REVIEW-QUEUE-FILE
           END-IF
           IF WS-LIMITQ-AVAIL
               PERFORM 0340-READ-LIMIT-ITEM
                   THRU 0340-READ-LIMIT-ITEM-EXIT
                   UNTIL WS-LIMITQ-EOF
               CLOSE LIMIT-QUEUE-FILE
           END-IF

           DISPLAY 'LIQ-LADDER: ' WS-QUEUE-COUNT
               ' SETTLEMENT QUEUE ITEM(S) LOADED'.

       0300-LOAD-QUEUE-ITEMS-EXIT.
           EXIT.

      *================================================================
       0310-READ-CARRYOVER.
      *================================================================
           READ CARRYOVER-FILE
               AT END
                   MOVE 'Y' TO WS-CARRY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CARRY-READ
                   IF CO-QUEUED OR CO-LIMIT-HELD
                       PERFORM 0330-ADD-QUEUE-ENTRY
                           THRU 0330-ADD-QUEUE-ENTRY-EXIT
                       MOVE CO-CUSTOMER-ID TO
                           WS-QI-CUSTOMER-ID (WS-QUEUE-COUNT)
                       MOVE CO-LOAN-ACCT-NO TO
                           WS-QI-LOAN-ACCT (WS-QUEUE-COUNT)
                       IF CO-LIMIT-HELD
                           MOVE 'H' TO WS-QI-SOURCE (WS-QUEUE-COUNT)
                       ELSE
                           MOVE 'C' TO WS-QI-SOURCE (WS-QUEUE-COUNT)
                       END-IF
                       MOVE CO-GROSS-AMOUNT TO
                           WS-QI-AMOUNT (WS-QUEUE-COUNT)
                       PERFORM 0335-KEY-QUEUE-ENTRY
                           THRU 0335-KEY-QUEUE-ENTRY-EXIT
                   END-IF
           END-READ.

       0310-READ-CARRYOVER-EXIT.
           EXIT.

      *================================================================
       0320-READ-REVIEW-ITEM.
      *================================================================
           READ REVIEW-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-REVIEW-EOF-SW
               NOT AT END
                   PERFORM 0330-ADD-QUEUE-ENTRY
                       THRU 0330-ADD-QUEUE-ENTRY-EXIT
                   MOVE RV-CUSTOMER-ID TO
                       WS-QI-CUSTOMER-ID (WS-QUEUE-COUNT)
                   MOVE RV-LOAN-ACCT-NO TO
                       WS-QI-LOAN-ACCT (WS-QUEUE-COUNT)
                   MOVE 'R' TO WS-QI-SOURCE (WS-QUEUE-COUNT)
                   MOVE RV-GROSS-AMOUNT TO
                       WS-QI-AMOUNT (WS-QUEUE-COUNT)
                   PERFORM 0335-KEY-QUEUE-ENTRY
                       THRU 0335-KEY-QUEUE-ENTRY-EXIT
           END-READ.

       0320-READ-REVIEW-ITEM-EXIT.
           EXIT.

      *================================================================
       0340-READ-LIMIT-ITEM.
      *================================================================
      * A limit-queue item that matches a carried LIMIT-HELD entry
      * (same customer, loan and amount) is that entry; the entry is
      * taken as the limit item and nothing is added. Each carried
      * entry answers for one limit-queue item only.
           READ LIMIT-QUEUE-FILE
               AT END
                   MOVE 'Y' TO WS-LIMITQ-EOF-SW
                   GO TO 0340-READ-LIMIT-ITEM-EXIT
           END-READ
           ADD 1 TO WS-LIMIT-READ

           IF LQ-LOAN-ACCT-NO = SPACES
               MOVE LQ-CUSTOMER-ID  TO WS-LQ-LOAN-ACCT
           ELSE
               MOVE LQ-LOAN-ACCT-NO TO WS-LQ-LOAN-ACCT
           END-IF
           MOVE ZEROS TO WS-HELD-IDX
           PERFORM 0345-MATCH-CARRIED-HELD
               THRU 0345-MATCH-CARRIED-HELD-EXIT
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               OR WS-HELD-IDX > ZEROS
           IF WS-HELD-IDX > ZEROS
               MOVE 'L' TO WS-QI-SOURCE (WS-HELD-IDX)
               ADD 1 TO WS-LIMIT-MATCHED
               GO TO 0340-READ-LIMIT-ITEM-EXIT
           END-IF

           PERFORM 0330-ADD-QUEUE-ENTRY
               THRU 0330-ADD-QUEUE-ENTRY-EXIT
           MOVE LQ-CUSTOMER-ID  TO WS-QI-CUSTOMER-ID (WS-QUEUE-COUNT)
           MOVE WS-LQ-LOAN-ACCT TO WS-QI-LOAN-ACCT (WS-QUEUE-COUNT)
           MOVE 'L' TO WS-QI-SOURCE (WS-QUEUE-COUNT)
           MOVE LQ-GROSS-AMOUNT TO WS-QI-AMOUNT (WS-QUEUE-COUNT).

       0340-READ-LIMIT-ITEM-EXIT.
           EXIT.

      *================================================================
       0345-MATCH-CARRIED-HELD.
      *================================================================
           IF WS-QI-CARRY-HELD (WS-QUEUE-IDX)
           AND WS-QI-CUSTOMER-ID (WS-QUEUE-IDX) = LQ-CUSTOMER-ID
           AND WS-QI-LOAN-ACCT (WS-QUEUE-IDX) = WS-LQ-LOAN-ACCT
           AND WS-QI-AMOUNT (WS-QUEUE-IDX) = LQ-GROSS-AMOUNT
               MOVE WS-QUEUE-IDX TO WS-HELD-IDX
           END-IF.

       0345-MATCH-CARRIED-HELD-EXIT.
           EXIT.

      *================================================================
       0330-ADD-QUEUE-ENTRY.
      *================================================================
           IF WS-QUEUE-COUNT >= 2000
               DISPLAY 'LIQ-LADDER: QUEUE TABLE FULL - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'LOAD QUEUE ITEMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           MOVE SPACES TO WS-QI-CURRENCY (WS-QUEUE-COUNT).

       0330-ADD-QUEUE-ENTRY-EXIT.
           EXIT.

      *================================================================
       0335-KEY-QUEUE-ENTRY.
      *================================================================
           IF WS-QI-LOAN-ACCT (WS-QUEUE-COUNT) = SPACES
               MOVE WS-QI-CUSTOMER-ID (WS-QUEUE-COUNT) TO
                   WS-QI-LOAN-ACCT (WS-QUEUE-COUNT)
           END-IF.

       0335-KEY-QUEUE-ENTRY-EXIT.
           EXIT.

      *================================================================
       0350-LOAD-GATEWAY-RESPONSES.
      *================================================================
           IF WS-RESPONSE-AVAIL
               PERFORM 0360-READ-ONE-RESPONSE
                   THRU 0360-READ-ONE-RESPONSE-EXIT
                   UNTIL WS-RESPONSE-EOF
               CLOSE GATEWAY-RESPONSE-FILE
               DISPLAY 'LIQ-LADDER: ' WS-RESPONSE-COUNT
                   ' GATEWAY ACK(S) LOADED'
           END-IF.

       0350-LOAD-GATEWAY-RESPONSES-EXIT.
           EXIT.

      *================================================================
       0360-READ-ONE-RESPONSE.
      *================================================================
           READ GATEWAY-RESPONSE-FILE
               AT END
                   MOVE 'Y' TO WS-RESPONSE-EOF-SW
               NOT AT END
                   IF WS-RESPONSE-COUNT >= 500
                       DISPLAY 'LIQ-LADDER: RESPONSE TABLE FULL - '
                           'RUN STOPPED'
                       MOVE '98' TO WS-CHECK-STATUS-CODE
                       MOVE 'LOAD RESPONSES' TO WS-CHECK-STATUS-OPER
                       PERFORM 9500-CHECK-FILE-STATUS
                           THRU 9500-CHECK-FILE-STATUS-EXIT
                   END-IF
                   IF GR-ACKNOWLEDGED
                       ADD 1 TO WS-RESPONSE-COUNT
                       MOVE GR-WIRE-SEQUENCE TO
                           WS-RSP-SEQUENCE (WS-RESPONSE-COUNT)
                   END-IF
           END-READ.

       0360-READ-ONE-RESPONSE-EXIT.
           EXIT.

      *================================================================
       0400-PRINT-HEADINGS.
      *================================================================
           STRING 'LIQUIDITY MATURITY LADDER | RUN DATE:'
                      DELIMITED SIZE
                  WS-RUN-DATE-N        DELIMITED SIZE
                  ' | PARAMETER SET:' DELIMITED SIZE
                  WS-PARM-SET-ID       DELIMITED SIZE
                  ' | AMOUNTS IN LOAN CURRENCY' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-ARREARS-HAIRCUT TO WS-RATIO-ED
           MOVE WS-STAGE3-HAIRCUT  TO WS-RATIO-ED-2
           MOVE WS-WOFF-HAIRCUT    TO WS-RATIO-ED-3
           STRING 'INFLOW HAIRCUTS | ARREARS:' DELIMITED SIZE
                  WS-RATIO-ED          DELIMITED SIZE
                  ' | STAGE 3:' DELIMITED SIZE
                  WS-RATIO-ED-2        DELIMITED SIZE
                  ' | WRITTEN OFF:' DELIMITED SIZE
                  WS-RATIO-ED-3        DELIMITED SIZE
                  ' | WORST APPLICABLE HAIRCUT TAKEN'
                      DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0400-PRINT-HEADINGS-EXIT.
           EXIT.

      *================================================================
       1000-PROCESS-LOAN.
      *================================================================
      * One loan: its queued settlements take its currency, its
      * condition fixes the haircut, and every installment still to
      * fall due is laddered by due date.
           PERFORM 1100-MATCH-QUEUE-ITEM
               THRU 1100-MATCH-QUEUE-ITEM-EXIT
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT

           PERFORM 1200-SET-LOAN-HAIRCUT
               THRU 1200-SET-LOAN-HAIRCUT-EXIT

           MOVE WS-LOAN-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM 3000-FIND-CURRENCY
               THRU 3000-FIND-CURRENCY-EXIT

           PERFORM 1300-LADDER-SCHEDULE
               THRU 1300-LADDER-SCHEDULE-EXIT
           IF NOT WS-SCHED-FOUND
               ADD 1 TO WS-NO-SCHED-COUNT
           END-IF

           PERFORM 0200-READ-LOAN-RECORD
               THRU 0200-READ-LOAN-RECORD-EXIT.

       1000-PROCESS-LOAN-EXIT.
           EXIT.

      *================================================================
       1100-MATCH-QUEUE-ITEM.
      *================================================================
           IF WS-QI-CURRENCY (WS-QUEUE-IDX) = SPACES
           AND WS-QI-CUSTOMER-ID (WS-QUEUE-IDX) = WS-LK-CUSTOMER-ID
           AND WS-QI-LOAN-ACCT (WS-QUEUE-IDX) = WS-LK-LOAN-ACCT
               MOVE WS-LOAN-CURRENCY TO WS-QI-CURRENCY (WS-QUEUE-IDX)
           END-IF.

       1100-MATCH-QUEUE-ITEM-EXIT.
           EXIT.

      *================================================================
       1200-SET-LOAN-HAIRCUT.
      *================================================================
      * Each condition is checked independently and the deepest cut
      * wins: a written-off loan still dunned is cut as written off.
           MOVE ZEROS TO WS-LOAN-HAIRCUT
           MOVE 'N'   TO WS-LOAN-WOFF-SW
                         WS-LOAN-STAGE3-SW
                         WS-LOAN-ARREARS-SW

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
           END-IF

           IF WS-STAGE-AVAIL
               MOVE WS-LK-CUSTOMER-ID TO SH-CUSTOMER-ID
               MOVE WS-LK-LOAN-ACCT   TO SH-LOAN-ACCT-NO
               READ STAGE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SH-STAGE = 3
                           MOVE 'Y' TO WS-LOAN-STAGE3-SW
                       END-IF
               END-READ
           END-IF

           IF WS-DUNN-AVAIL
               MOVE WS-LK-CUSTOMER-ID TO DS-CUSTOMER-ID
               MOVE WS-LK-LOAN-ACCT   TO DS-LOAN-ACCT-NO
               READ DUNN-STATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DS-LETTER-LEVEL > 0
                           MOVE 'Y' TO WS-LOAN-ARREARS-SW
                       END-IF
               END-READ
           END-IF

           IF WS-LOAN-WRITTEN-OFF
               ADD 1 TO WS-WOFF-COUNT
               IF WS-WOFF-HAIRCUT > WS-LOAN-HAIRCUT
                   MOVE WS-WOFF-HAIRCUT TO WS-LOAN-HAIRCUT
               END-IF
           END-IF
           IF WS-LOAN-STAGE3
               ADD 1 TO WS-STAGE3-COUNT
               IF WS-STAGE3-HAIRCUT > WS-LOAN-HAIRCUT
                   MOVE WS-STAGE3-HAIRCUT TO WS-LOAN-HAIRCUT
               END-IF
           END-IF
           IF WS-LOAN-IN-ARREARS
               ADD 1 TO WS-ARREARS-COUNT
               IF WS-ARREARS-HAIRCUT > WS-LOAN-HAIRCUT
                   MOVE WS-ARREARS-HAIRCUT TO WS-LOAN-HAIRCUT
               END-IF
           END-IF.

       1200-SET-LOAN-HAIRCUT-EXIT.
           EXIT.

      *================================================================
       1300-LADDER-SCHEDULE.
      *================================================================
      * One keyed START on this loan's schedule, same as CONC-RPT's
      * fold; only installments due after the run date are inflows
      * still to come.
           MOVE 'N' TO WS-SCHED-FOUND-SW
           MOVE 'N' TO WS-SCHED-DONE-SW

           MOVE WS-LK-CUSTOMER-ID TO AMORT-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT   TO AMORT-LOAN-ACCT-NO
           MOVE ZEROS             TO AMORT-MONTH-NUM
           START AMORT-FILE KEY >= AMORT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-DONE-SW
           END-START

           PERFORM 1320-LADDER-ONE-LINE
               THRU 1320-LADDER-ONE-LINE-EXIT
               UNTIL WS-SCHED-DONE.

       1300-LADDER-SCHEDULE-EXIT.
           EXIT.

      *================================================================
       1320-LADDER-ONE-LINE.
      *================================================================
           READ AMORT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCHED-DONE-SW
                   GO TO 1320-LADDER-ONE-LINE-EXIT
           END-READ

           IF AMORT-CUSTOMER-ID NOT = WS-LK-CUSTOMER-ID
           OR AMORT-LOAN-ACCT-NO NOT = WS-LK-LOAN-ACCT
               MOVE 'Y' TO WS-SCHED-DONE-SW
               GO TO 1320-LADDER-ONE-LINE-EXIT
           END-IF

           MOVE 'Y' TO WS-SCHED-FOUND-SW
           IF AMORT-DUE-DATE IS NOT NUMERIC
           OR AMORT-DUE-DATE = ZEROS
               GO TO 1320-LADDER-ONE-LINE-EXIT
           END-IF
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE (AMORT-DUE-DATE)
               - WS-RUN-INTEGER
           IF WS-DAYS-OUT <= ZEROS
               GO TO 1320-LADDER-ONE-LINE-EXIT
           END-IF

           ADD 1 TO WS-INSTALMENT-COUNT
           COMPUTE WS-FLOW-AMOUNT =
               AMORT-INTEREST-PORTION + AMORT-PRINCIPAL-PORTION
           COMPUTE WS-CUT-AMOUNT ROUNDED =
               WS-FLOW-AMOUNT * WS-LOAN-HAIRCUT
           PERFORM 3100-FIND-BAND
               THRU 3100-FIND-BAND-EXIT
           ADD WS-FLOW-AMOUNT TO
               WS-LB-INFLOW (WS-CCY-FOUND-IDX, WS-BAND-IDX)
           ADD WS-CUT-AMOUNT TO
               WS-LB-HAIRCUT (WS-CCY-FOUND-IDX, WS-BAND-IDX).

       1320-LADDER-ONE-LINE-EXIT.
           EXIT.

      *================================================================
       2000-LADDER-QUEUE-ITEM.
      *================================================================
      * Queued settlements leave on the next night's run, so they sit
      * in the overnight band. An item whose loan is no longer on the
      * book is still money out; it is laddered in USD, the currency
      * SETTLE-NET wires it in, and counted for follow-up.
           IF WS-QI-CURRENCY (WS-QUEUE-IDX) = SPACES
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE 'USD' TO WS-QI-CURRENCY (WS-QUEUE-IDX)
           END-IF

           MOVE WS-QI-CURRENCY (WS-QUEUE-IDX) TO WS-LOOKUP-CURRENCY
           PERFORM 3000-FIND-CURRENCY
               THRU 3000-FIND-CURRENCY-EXIT
           MOVE 1 TO WS-BAND-IDX
           ADD WS-QI-AMOUNT (WS-QUEUE-IDX) TO
               WS-LB-OUTFLOW (WS-CCY-FOUND-IDX, WS-BAND-IDX)

           EVALUATE TRUE
               WHEN WS-QI-CARRYOVER (WS-QUEUE-IDX)
                   ADD 1 TO WS-CARRY-USED
                   ADD WS-QI-AMOUNT (WS-QUEUE-IDX) TO WS-CARRY-TOTAL
               WHEN WS-QI-REVIEW (WS-QUEUE-IDX)
                   ADD 1 TO WS-REVIEW-USED
                   ADD WS-QI-AMOUNT (WS-QUEUE-IDX) TO WS-REVIEW-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-LIMIT-USED
                   ADD WS-QI-AMOUNT (WS-QUEUE-IDX) TO WS-LIMIT-TOTAL
           END-EVALUATE.

       2000-LADDER-QUEUE-ITEM-EXIT.
           EXIT.

      *================================================================
       2500-READ-WIRE.
      *================================================================
      * A wire the gateway has not acknowledged is laddered at its
      * value date (already past or tomorrow: overnight). Headers and
      * control trailers carry no payment.
           READ PAYMENT-INSTRUCTION-FILE
               AT END
                   MOVE 'Y' TO WS-INSTR-EOF-SW
                   GO TO 2500-READ-WIRE-EXIT
           END-READ

           IF NOT PI-PAYMENT
               GO TO 2500-READ-WIRE-EXIT
           END-IF
           ADD 1 TO WS-WIRE-COUNT

           MOVE 'N' TO WS-RSP-FOUND-SW
           PERFORM 2510-MATCH-RESPONSE
               THRU 2510-MATCH-RESPONSE-EXIT
               VARYING WS-RSP-IDX FROM 1 BY 1
               UNTIL WS-RSP-IDX > WS-RESPONSE-COUNT
               OR WS-RSP-FOUND
           IF WS-RSP-FOUND
               ADD 1 TO WS-WIRE-ACKED
               GO TO 2500-READ-WIRE-EXIT
           END-IF

           ADD 1 TO WS-WIRE-UNSENT
           ADD PI-AMOUNT TO WS-WIRE-TOTAL
           IF PI-CURRENCY = SPACES
               MOVE 'USD' TO WS-LOOKUP-CURRENCY
           ELSE
               MOVE PI-CURRENCY TO WS-LOOKUP-CURRENCY
           END-IF
           PERFORM 3000-FIND-CURRENCY
               THRU 3000-FIND-CURRENCY-EXIT

           IF PI-VALUE-DATE IS NUMERIC AND PI-VALUE-DATE > ZEROS
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE (PI-VALUE-DATE)
                   - WS-RUN-INTEGER
           ELSE
               MOVE ZEROS TO WS-DAYS-OUT
           END-IF
           PERFORM 3100-FIND-BAND
               THRU 3100-FIND-BAND-EXIT
           ADD PI-AMOUNT TO
               WS-LB-OUTFLOW (WS-CCY-FOUND-IDX, WS-BAND-IDX).

       2500-READ-WIRE-EXIT.
           EXIT.

      *================================================================
       2510-MATCH-RESPONSE.
      *================================================================
           IF WS-RSP-SEQUENCE (WS-RSP-IDX) = PI-SEQUENCE
               MOVE 'Y' TO WS-RSP-FOUND-SW
           END-IF.

       2510-MATCH-RESPONSE-EXIT.
           EXIT.

      *================================================================
       3000-FIND-CURRENCY.
      *================================================================
      * Returns the ladder row for WS-LOOKUP-CURRENCY in
      * WS-CCY-FOUND-IDX, opening a zeroed row for a currency not yet
      * seen. Fail-closed when the table is full.
           MOVE ZEROS TO WS-CCY-FOUND-IDX
           PERFORM 3010-MATCH-CURRENCY
               THRU 3010-MATCH-CURRENCY-EXIT
               VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               OR WS-CCY-FOUND-IDX > ZEROS
           IF WS-CCY-FOUND-IDX > ZEROS
               GO TO 3000-FIND-CURRENCY-EXIT
           END-IF

           IF WS-CCY-COUNT >= 20
               DISPLAY 'LIQ-LADDER: CURRENCY TABLE FULL AT '
                   WS-LOOKUP-CURRENCY ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'ADD LADDER CURRENCY' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF
           ADD 1 TO WS-CCY-COUNT
           MOVE WS-CCY-COUNT TO WS-CCY-FOUND-IDX
           MOVE WS-LOOKUP-CURRENCY TO WS-CCY-CODE (WS-CCY-FOUND-IDX)
           PERFORM 3020-CLEAR-BAND
               THRU 3020-CLEAR-BAND-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6.

       3000-FIND-CURRENCY-EXIT.
           EXIT.

      *================================================================
       3010-MATCH-CURRENCY.
      *================================================================
           IF WS-CCY-CODE (WS-CCY-IDX) = WS-LOOKUP-CURRENCY
               MOVE WS-CCY-IDX TO WS-CCY-FOUND-IDX
           END-IF.

       3010-MATCH-CURRENCY-EXIT.
           EXIT.

      *================================================================
       3020-CLEAR-BAND.
      *================================================================
           MOVE ZEROS TO WS-LB-INFLOW (WS-CCY-FOUND-IDX, WS-BAND-IDX)
                         WS-LB-HAIRCUT (WS-CCY-FOUND-IDX, WS-BAND-IDX)
                         WS-LB-OUTFLOW (WS-CCY-FOUND-IDX, WS-BAND-IDX).

       3020-CLEAR-BAND-EXIT.
           EXIT.

      *================================================================
       3100-FIND-BAND.
      *================================================================
      * Days from the run date to WS-BAND-IDX: the first band whose
      * upper bound is not exceeded, the last band beyond them all.
      * Anything already due counts as overnight.
           MOVE 1 TO WS-BAND-IDX
           PERFORM 3110-STEP-BAND
               THRU 3110-STEP-BAND-EXIT
               UNTIL WS-BAND-IDX >= 6
               OR WS-DAYS-OUT <= WS-BAND-UPPER-DAYS (WS-BAND-IDX).

       3100-FIND-BAND-EXIT.
           EXIT.

      *================================================================
       3110-STEP-BAND.
      *================================================================
           ADD 1 TO WS-BAND-IDX.

       3110-STEP-BAND-EXIT.
           EXIT.

      *================================================================
       4000-PRINT-CURRENCY.
      *================================================================
      * One block per currency: a line per band with the gross and
      * haircut inflow, the outflow, the band's gap and the running
      * cumulative gap, then the currency totals. A currency whose
      * cumulative gap goes negative inside thirty days is flagged
      * SHORT for treasury.
           MOVE ZEROS TO WS-CUMULATIVE-GAP
                         WS-TOT-INFLOW
                         WS-TOT-HAIRCUT
                         WS-TOT-OUTFLOW
           MOVE SPACES TO WS-SHORT-FLAG

           STRING 'CURRENCY:' DELIMITED SIZE
                  WS-CCY-CODE (WS-CCY-IDX) DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT
           STRING '  BAND               GROSS INFLOW'
                      DELIMITED SIZE
                  '            HAIRCUT            OUTFLOW'
                      DELIMITED SIZE
                  '                 GAP      CUMULATIVE GAP'
                      DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           PERFORM 4100-PRINT-BAND
               THRU 4100-PRINT-BAND-EXIT
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6

           MOVE WS-TOT-INFLOW      TO WS-AMOUNT-ED
           MOVE WS-TOT-HAIRCUT     TO WS-AMOUNT-ED-2
           MOVE WS-TOT-OUTFLOW     TO WS-AMOUNT-ED-3
           MOVE WS-CUMULATIVE-GAP  TO WS-GAP-ED-2
           STRING '  TOTAL        ' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMOUNT-ED-3       DELIMITED SIZE
                  '                    ' DELIMITED SIZE
                  WS-GAP-ED-2          DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-SHORT-FLAG        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-SHORT-FLAG NOT = SPACES
               ADD 1 TO WS-SHORT-CCY-COUNT
           END-IF.

       4000-PRINT-CURRENCY-EXIT.
           EXIT.

      *================================================================
       4100-PRINT-BAND.
      *================================================================
           COMPUTE WS-NET-INFLOW =
               WS-LB-INFLOW (WS-CCY-IDX, WS-BAND-IDX)
               - WS-LB-HAIRCUT (WS-CCY-IDX, WS-BAND-IDX)
           COMPUTE WS-BAND-GAP =
               WS-NET-INFLOW - WS-LB-OUTFLOW (WS-CCY-IDX, WS-BAND-IDX)
           ADD WS-BAND-GAP TO WS-CUMULATIVE-GAP
           ADD WS-LB-INFLOW (WS-CCY-IDX, WS-BAND-IDX) TO WS-TOT-INFLOW
           ADD WS-LB-HAIRCUT (WS-CCY-IDX, WS-BAND-IDX)
               TO WS-TOT-HAIRCUT
           ADD WS-LB-OUTFLOW (WS-CCY-IDX, WS-BAND-IDX)
               TO WS-TOT-OUTFLOW
           IF WS-CUMULATIVE-GAP < ZEROS
           AND WS-BAND-UPPER-DAYS (WS-BAND-IDX) <= 30
               MOVE 'SHORT' TO WS-SHORT-FLAG
           END-IF

           MOVE WS-LB-INFLOW (WS-CCY-IDX, WS-BAND-IDX)  TO WS-AMOUNT-ED
           MOVE WS-LB-HAIRCUT (WS-CCY-IDX, WS-BAND-IDX)
               TO WS-AMOUNT-ED-2
           MOVE WS-LB-OUTFLOW (WS-CCY-IDX, WS-BAND-IDX)
               TO WS-AMOUNT-ED-3
           MOVE WS-BAND-GAP        TO WS-GAP-ED
           MOVE WS-CUMULATIVE-GAP  TO WS-GAP-ED-2
           STRING '  ' DELIMITED SIZE
                  WS-BAND-LABEL (WS-BAND-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMOUNT-ED-3       DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-GAP-ED            DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-GAP-ED-2          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       4100-PRINT-BAND-EXIT.
           EXIT.

      *================================================================
       8000-PRINT-SUMMARY.
      *================================================================
      * A currency running short inside thirty days ends the run
      * RC 5401 so treasury's funding desk sees it before the
      * report is filed.
           MOVE WS-CARRY-TOTAL  TO WS-AMOUNT-ED
           MOVE WS-REVIEW-TOTAL TO WS-AMOUNT-ED-2
           MOVE WS-WIRE-TOTAL   TO WS-AMOUNT-ED-3
           STRING 'OUTFLOWS | QUEUED SETTLEMENTS:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | REVIEW QUEUE:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' | WIRES NOT ACKED:' DELIMITED SIZE
                  WS-AMOUNT-ED-3       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-LIMIT-TOTAL  TO WS-AMOUNT-ED
           STRING 'OUTFLOWS | HELD ON COUNTERPARTY LIMIT QUEUE:'
                      DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED
           MOVE WS-SHORT-CCY-COUNT TO WS-COUNT-ED-2
           STRING 'QUEUE ITEMS WITH NO LOAN ON BOOK (LADDERED USD):'
                      DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | CURRENCIES SHORT WITHIN 30 DAYS:'
                      DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           DISPLAY 'LIQ-LADDER SUMMARY | LOANS: ' WS-LOAN-COUNT
               ' | NO SCHEDULE: ' WS-NO-SCHED-COUNT
               ' | INSTALMENTS LADDERED: ' WS-INSTALMENT-COUNT
           DISPLAY 'LIQ-LADDER SUMMARY | IN ARREARS: '
               WS-ARREARS-COUNT
               ' | STAGE 3: ' WS-STAGE3-COUNT
               ' | WRITTEN OFF: ' WS-WOFF-COUNT
           DISPLAY 'LIQ-LADDER SUMMARY | CARRY-OVER READ: '
               WS-CARRY-READ
               ' | QUEUED: ' WS-CARRY-USED
               ' | REVIEW ITEMS: ' WS-REVIEW-USED
               ' | NO LOAN ON BOOK: ' WS-UNMATCHED-COUNT
           DISPLAY 'LIQ-LADDER SUMMARY | LIMIT QUEUE READ: '
               WS-LIMIT-READ
               ' | ALSO ON CARRY-OVER: ' WS-LIMIT-MATCHED
               ' | LIMIT-HELD LADDERED: ' WS-LIMIT-USED
           DISPLAY 'LIQ-LADDER SUMMARY | WIRES: ' WS-WIRE-COUNT
               ' | ACKED: ' WS-WIRE-ACKED
               ' | NOT ACKED: ' WS-WIRE-UNSENT
           DISPLAY 'LIQ-LADDER SUMMARY | CURRENCIES: ' WS-CCY-COUNT
               ' | SHORT WITHIN 30 DAYS: ' WS-SHORT-CCY-COUNT

           IF WS-SHORT-CCY-COUNT > ZEROS
               DISPLAY 'LIQ-LADDER: CUMULATIVE GAP NEGATIVE WITHIN '
                   '30 DAYS - TREASURY FUNDING REVIEW REQUIRED'
               MOVE 5401 TO WS-RETURN-CODE
           END-IF.

       8000-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE LADDER-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE LADDER-REPORT' TO WS-CHECK-STATUS-OPER
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
           CLOSE LADDER-REPORT
           IF WS-WOFF-AVAIL
               CLOSE WRITEOFF-MASTER
           END-IF
           IF WS-STAGE-AVAIL
               CLOSE STAGE-HISTORY-FILE
           END-IF
           IF WS-DUNN-AVAIL
               CLOSE DUNN-STATE-FILE
           END-IF
           IF WS-INSTR-AVAIL
               CLOSE PAYMENT-INSTRUCTION-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. A ladder missing part of the
      * book would understate the inflows, so the run stops.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'LIQ-LADDER: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE LOAN-FILE
               CLOSE AMORT-FILE
               CLOSE LADDER-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT FORBEARANCE-FILE
               ASSIGN TO FORBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FORB-STATUS.
           SELECT CONNECTED-PARTY-FILE
               ASSIGN TO CONNPRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUSTOMER-ID
               FILE STATUS IS WS-CONN-STATUS.
           SELECT CONC-BREACH-FILE
               ASSIGN TO CONCBRCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-GROUP-ID
               FILE STATUS IS WS-BREACH-STATUS.
           SELECT COLLATERAL-VALUE-FILE
               ASSIGN TO COLLVAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-KEY
               FILE STATUS IS WS-COLLVAL-STATUS.
           SELECT ECL-SCENARIO-FILE
               ASSIGN TO ECLSCEN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SCENARIO-STATUS.
           SELECT ECL-BREAKDOWN-FILE
               ASSIGN TO ECLSCNB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ECL-SCN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SP-REASON-CODE          PIC X(4).
      *        D001 = DUPLICATE WITHIN THIS RUN
      *        D002 = DUPLICATE OF A RECENT PRIOR RUN
      *        D003 = GROUP OVER LARGE-EXPOSURE LIMIT, NOT SIGNED OFF
           05  SP-DETECT-DATE          PIC 9(8).
           05  SP-LOAN-IMAGE           PIC X(200).
           05  FILLER                 PIC X(8).
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'BUSCAL-REC'.

      * Forbearance master maintained by LOAN-RESTR: a restructured
      * loan is forborne through its probation end date.
       FD  FORBEARANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FORBEARANCE-RECORD.
           05  FB-KEY.
               10  FB-CUSTOMER-ID      PIC X(10).
               10  FB-LOAN-ACCT-NO     PIC X(10).
           05  FB-CONCESSION-TYPE      PIC X(2).
           05  FB-INTEREST-TREATMENT   PIC X(1).
           05  FB-EFFECTIVE-MONTH      PIC 9(6).
           05  FB-CONCESSION-MONTHS    PIC 9(3).
           05  FB-APPROVAL-DATE        PIC 9(8).
           05  FB-CONCESSION-END-DATE  PIC 9(8).
           05  FB-PROBATION-END-DATE   PIC 9(8).
           05  FB-UNPAID-INTEREST      PIC 9(12)V99 COMP-3.
           05  FB-APPROVER-ID          PIC X(8).
           05  FB-RESTRUCTURE-COUNT    PIC 9(2).
           05  FILLER                 PIC X(6).

      * Connected-party groups maintained by CONN-MAINT. A customer
      * with no entry stands alone as a group of one.
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

      * Large-exposure breaches raised by CONC-RPT and signed off by
      * credit risk through CONN-MAINT.
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

      * Latest property valuation per loan, kept by COLL-REVAL.
       FD  COLLATERAL-VALUE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
           COPY 'COLLVAL-REC'.

      * Quarterly forward-looking macroeconomic scenario set from the
      * economics team: one row each for BASE, UPSIDE and DOWNSIDE,
      * with its probability weight, the multiplier applied to the
      * modeled PD and the house-price index applied to the
      * collateral value.
       FD  ECL-SCENARIO-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  ECL-SCENARIO-CARD.
           05  SC-QUARTER              PIC X(6).
           05  FILLER                 PIC X(1).
           05  SC-SCENARIO-NAME        PIC X(8).
           05  FILLER                 PIC X(1).
           05  SC-WEIGHT               PIC 9V9(4).
           05  FILLER                 PIC X(1).
           05  SC-PD-MULT              PIC 9(2)V9(4).
           05  FILLER                 PIC X(1).
           05  SC-HPI-MULT             PIC 9(2)V9(4).
           05  FILLER                 PIC X(45).

      * Per-scenario breakdown of each ECL movement, for the IFRS 9
      * disclosure pack and the auditors.
       FD  ECL-BREAKDOWN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY 'ECLSCNB-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * REGULATORY CONSTANTS (Basel IV, IFRS 9, GDPR)
      * The capital ratio, LTV limit, retention days, IFRS 9 stage
      * thresholds and the ECL forced-sale haircuts, cost of sale and
      * LGD floor are loaded from the shared REGPARMS parameter file
      * at startup (0170-LOAD-REG-PARAMETERS), so a regulatory or
      * fee-card change is an overnight data change, not a recompile.
      * The risk weights remain fixed Basel standard weights.
           05  BASEL-RISK-WEIGHT-STD PIC 9V9(4) COMP-3 VALUE 1.00.
           05  BASEL-RISK-WEIGHT-RET PIC 9V9(4) COMP-3 VALUE 0.75.
           05  BASEL-RISK-WEIGHT-COM PIC 9V9(4) COMP-3 VALUE 1.00.
           05  ECL-HAIRCUT-RET      PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  ECL-HAIRCUT-COM      PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  ECL-HAIRCUT-STD      PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  ECL-SALE-COST-PCT    PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  ECL-LGD-FLOOR        PIC 9V9(4) COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REGULATORY PARAMETER LOAD CONTROL
           05  WS-PARM-ST2-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-ST3-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-SET-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-HCR-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-HCC-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-HCS-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-SALE-SW      PIC X(1)     VALUE 'N'.
           05  WS-PARM-FLOOR-SW     PIC X(1)     VALUE 'N'.

      *----------------------------------------------------------------
      * FORWARD-LOOKING ECL SCENARIOS
      * Loaded once per run from the quarterly ECLSCEN file. Entry 1
      * is BASE, 2 UPSIDE, 3 DOWNSIDE -- the same order the breakdown
      * record carries them in. The per-loan figures below the
      * scenario inputs are rebuilt for every loan.
      *----------------------------------------------------------------
       01  WS-ECL-SCENARIO-CONTROL.
           05  WS-SCENARIO-EOF-SW   PIC X(1)     VALUE 'N'.
               88  WS-SCENARIO-EOF  VALUE 'Y'.
           05  WS-SCN-BAD-SW        PIC X(1)     VALUE 'N'.
               88  WS-SCN-BAD       VALUE 'Y'.
           05  WS-SCN-QUARTER       PIC X(6)     VALUE SPACES.
           05  WS-SCN-CURR-QUARTER  PIC X(6)     VALUE SPACES.
           05  WS-SCN-PRIOR-QUARTER PIC X(6)     VALUE SPACES.
           05  WS-SCN-RUN-DATE      PIC 9(8)     VALUE ZEROS.
           05  WS-SCN-RUN-DATE-X REDEFINES WS-SCN-RUN-DATE.
               10  WS-SCN-RUN-YEAR  PIC 9(4).
               10  WS-SCN-RUN-MONTH PIC 9(2).
               10  FILLER           PIC 9(2).
           05  WS-SCN-YEAR          PIC 9(4)     VALUE ZEROS.
           05  WS-SCN-QTR           PIC 9(1)     VALUE ZEROS.
           05  WS-SCN-ROW-COUNT     PIC 9(4) COMP VALUE ZEROS.
           05  WS-SCN-WEIGHT-TOTAL  PIC 9(2)V9(4) COMP-3 VALUE ZEROS.

       01  WS-ECL-SCENARIO-TABLE.
           05  WS-SCN-ENTRY         OCCURS 3 TIMES
                                     INDEXED BY SCN-IDX.
               10  WS-SCN-NAME      PIC X(8).
               10  WS-SCN-LOADED-SW PIC X(1).
               10  WS-SCN-WEIGHT    PIC 9V9(4)   COMP-3.
               10  WS-SCN-PD-MULT   PIC 9(2)V9(4) COMP-3.
               10  WS-SCN-HPI-MULT  PIC 9(2)V9(4) COMP-3.
               10  WS-SCN-PD        PIC 9V9(4)   COMP-3.
               10  WS-SCN-COLLATERAL PIC 9(12)V99 COMP-3.
               10  WS-SCN-LGD       PIC 9V9(4)   COMP-3.
               10  WS-SCN-ECL       PIC 9(12)V99 COMP-3.
               10  WS-SCN-ECL-RPT   PIC 9(12)V99 COMP-3.

      *----------------------------------------------------------------
      * FX-RATE-TABLE
           05  WS-CAPITA-ADJUSTED   PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-RWA-THIS-LOAN     PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * LOSS-GIVEN-DEFAULT WORK AREA
      * Exposure at default is the loan's principal: every loan in
      * LOAN-FILE is a new booking, so nothing has been repaid yet.
      * The collateral is the latest valuation COLL-REVAL holds for
      * the loan, or the origination valuation when it has none, cut
      * by the REGPARMS forced-sale haircut for the loan type and the
      * cost of sale. Stage 1 provides 12 months of the lifetime loss.
      *----------------------------------------------------------------
       01  WS-ECL-CALC.
           05  WS-ECL-EAD           PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-ECL-COLL-VALUE    PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-ECL-COLL-SOURCE   PIC X(1)     VALUE SPACES.
               88  WS-ECL-REVALUED  VALUE 'R'.
           05  WS-ECL-HAIRCUT       PIC 9V9(4)   COMP-3 VALUE ZEROS.
           05  WS-ECL-RECOVERY-RATE PIC 9V9(4)   COMP-3 VALUE ZEROS.
           05  WS-ECL-PD-BASE       PIC 9V9(4)   COMP-3 VALUE ZEROS.
           05  WS-ECL-HORIZON       PIC 9V9(4)   COMP-3 VALUE ZEROS.
           05  WS-STAGE1-HORIZON    PIC 9V9(4)   COMP-3 VALUE 0.12.
           05  WS-ECL-EAD-RPT       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-ECL-COLL-RPT      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-COLLVAL-HIT-COUNT PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * CREDIT / PROBABILITY-OF-DEFAULT LOOKUP
      * WS-PD-SCORE is fed per loan from the CREDIT-FILE maintained by
           05  WS-LOAN-CURRENCY     PIC X(3)     VALUE SPACES.
           05  WS-SWIFT-CODE        PIC X(11)    VALUE SPACES.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
           05  WS-DUP-CHECK-STATUS  PIC X(2)     VALUE SPACES.
           05  WS-SUSPENSE-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-SUSP-RPT-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-FORB-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-FORB-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-FORB-AVAIL    VALUE 'Y'.
           05  WS-FORB-HOLD-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-CONN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-CONN-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-CONN-AVAIL    VALUE 'Y'.
           05  WS-BREACH-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-BREACH-AVAIL-SW   PIC X(1)     VALUE 'N'.
               88  WS-BREACH-AVAIL  VALUE 'Y'.
           05  WS-CONC-GROUP-ID     PIC X(10)    VALUE SPACES.
           05  WS-CONC-HOLD-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-COLLVAL-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-COLLVAL-AVAIL-SW  PIC X(1)     VALUE 'N'.
               88  WS-COLLVAL-AVAIL VALUE 'Y'.
           05  WS-SCENARIO-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-ECL-SCN-STATUS    PIC X(2)     VALUE SPACES.

      *----------------------------------------------------------------
      * RESTART / CHECKPOINT CONTROL
           05  WS-IFRS-REPORT-FLAG  PIC X(1)     VALUE 'N'.
           05  WS-IFRS-STAGE-D      PIC 9(1)     VALUE ZEROS.
           05  WS-ECL-AMOUNT-ED     PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-ECL-BASE-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-ECL-UP-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-ECL-DOWN-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-PRINCIPAL-ED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-INTEREST-RATE-ED  PIC ZZ9.99   VALUE ZEROS.

      * Opens the daily loan file and audit trail, then drives the
      * full validation/regulatory chain once per LOAN-RECORD until
      * the loan file is exhausted.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-READ-LOAN-RECORD
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'LOANCALC' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'LOAN-CALC: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               PERFORM 9900-ABEND-TERMINATE
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'LOAN-CALC: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               PERFORM 9900-ABEND-TERMINATE
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'LOAN-CALC: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           PERFORM 0170-LOAD-REG-PARAMETERS
               THRU 0170-LOAD-REG-PARAMETERS-EXIT

           PERFORM 0187-LOAD-ECL-SCENARIOS
               THRU 0187-LOAD-ECL-SCENARIOS-EXIT

      * The schedule is a KSDS keyed on customer/loan-account/month,
      * the same conversion the account master went through. A
      * missing cluster (the very first run) is created empty rather
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT ECL-BREAKDOWN-FILE
           MOVE WS-ECL-SCN-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN ECL-BREAKDOWN-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The collateral-value KSDS is created by COLL-REVAL on its
      * first run; until then every loan's LGD works from the
      * valuation it was originated on.
           OPEN INPUT COLLATERAL-VALUE-FILE
           IF WS-COLLVAL-STATUS = '00'
               MOVE 'Y' TO WS-COLLVAL-AVAIL-SW
           ELSE
               DISPLAY 'LOAN-CALC: NO COLLATERAL-VALUE FILE ON FILE - '
                   'ORIGINATION VALUATIONS USED FOR LGD'
           END-IF

      * A missing DUP-CHECK KSDS (the very first run) is created
      * empty rather than failing the batch.
           OPEN I-O DUP-CHECK-FILE
           COMPUTE WS-DUP-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DUP-RUN-DATE-N)

      * The forbearance master is created by LOAN-RESTR on its first
      * run; until then no loan is forborne.
           OPEN INPUT FORBEARANCE-FILE
           IF WS-FORB-STATUS = '00'
               MOVE 'Y' TO WS-FORB-AVAIL-SW
           ELSE
               DISPLAY 'LOAN-CALC: NO FORBEARANCE MASTER ON FILE - '
                   'NO LOANS HELD AT STAGE 2'
           END-IF

      * The connected-party and breach files are created by CONN-MAINT
      * and CONC-RPT; until the first concentration run nothing is
      * in breach and no disbursement is held.
           OPEN INPUT CONNECTED-PARTY-FILE
           IF WS-CONN-STATUS = '00'
               MOVE 'Y' TO WS-CONN-AVAIL-SW
           ELSE
               DISPLAY 'LOAN-CALC: NO CONNECTED-PARTY FILE ON FILE - '
                   'EACH CUSTOMER TREATED AS ITS OWN GROUP'
           END-IF

           OPEN INPUT CONC-BREACH-FILE
           IF WS-BREACH-STATUS = '00'
               MOVE 'Y' TO WS-BREACH-AVAIL-SW
           ELSE
               DISPLAY 'LOAN-CALC: NO CONCENTRATION BREACH FILE ON '
                   'FILE - NO GROUP HELD AT THE LIMIT'
           END-IF

           PERFORM 0180-LOAD-BASE-RATE
               THRU 0180-LOAD-BASE-RATE-EXIT

           IF WS-PARM-CAP-SW = 'N' OR WS-PARM-LTV-SW = 'N'
           OR WS-PARM-RET-SW = 'N' OR WS-PARM-ST2-SW = 'N'
           OR WS-PARM-ST3-SW = 'N' OR WS-PARM-SET-SW = 'N'
           OR WS-PARM-HCR-SW = 'N' OR WS-PARM-HCC-SW = 'N'
           OR WS-PARM-HCS-SW = 'N' OR WS-PARM-SALE-SW = 'N'
           OR WS-PARM-FLOOR-SW = 'N'
               DISPLAY 'LOAN-CALC: REGPARMS INCOMPLETE - REQUIRED '
                   'REGULATORY PARAMETER MISSING'
               PERFORM 0178-PARAMETER-ABORT
           OR GDPR-RETENTION-DAYS = ZEROS
           OR IFRS9-STAGE2-THRESH = ZEROS
           OR IFRS9-STAGE3-THRESH <= IFRS9-STAGE2-THRESH
           OR ECL-HAIRCUT-RET + ECL-SALE-COST-PCT >= 1
           OR ECL-HAIRCUT-COM + ECL-SALE-COST-PCT >= 1
           OR ECL-HAIRCUT-STD + ECL-SALE-COST-PCT >= 1
           OR ECL-LGD-FLOOR >= 1
               DISPLAY 'LOAN-CALC: REGPARMS INVALID - PARAMETER '
                   'VALUE OUT OF RANGE'
               PERFORM 0178-PARAMETER-ABORT
                       WHEN 'IFRS9-STAGE3-THRESH'
                           MOVE PRM-VALUE-NUM TO IFRS9-STAGE3-THRESH
                           MOVE 'Y' TO WS-PARM-ST3-SW
                       WHEN 'ECL-HAIRCUT-RET'
                           MOVE PRM-VALUE-NUM TO ECL-HAIRCUT-RET
                           MOVE 'Y' TO WS-PARM-HCR-SW
                       WHEN 'ECL-HAIRCUT-COM'
                           MOVE PRM-VALUE-NUM TO ECL-HAIRCUT-COM
                           MOVE 'Y' TO WS-PARM-HCC-SW
                       WHEN 'ECL-HAIRCUT-STD'
                           MOVE PRM-VALUE-NUM TO ECL-HAIRCUT-STD
                           MOVE 'Y' TO WS-PARM-HCS-SW
                       WHEN 'ECL-SALE-COST-PCT'
                           MOVE PRM-VALUE-NUM TO ECL-SALE-COST-PCT
                           MOVE 'Y' TO WS-PARM-SALE-SW
                       WHEN 'ECL-LGD-FLOOR'
                           MOVE PRM-VALUE-NUM TO ECL-LGD-FLOOR
                           MOVE 'Y' TO WS-PARM-FLOOR-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       0186-READ-HOLIDAY-EXIT.
           EXIT.

      *================================================================
       0187-LOAD-ECL-SCENARIOS.
      *================================================================
      * Loads the quarterly scenario set. Like the regulatory
      * parameters it is fail-closed: every loan's provision is
      * weighted across these scenarios, so a missing or duplicated
      * scenario, weights that do not sum to one, or a set older than
      * last quarter aborts the run before a single loan is read.
           MOVE 'BASE'     TO WS-SCN-NAME (1)
           MOVE 'UPSIDE'   TO WS-SCN-NAME (2)
           MOVE 'DOWNSIDE' TO WS-SCN-NAME (3)
           MOVE 'N' TO WS-SCN-LOADED-SW (1)
                       WS-SCN-LOADED-SW (2)
                       WS-SCN-LOADED-SW (3)

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SCN-RUN-DATE
           MOVE WS-SCN-RUN-YEAR TO WS-SCN-YEAR
           COMPUTE WS-SCN-QTR = (WS-SCN-RUN-MONTH + 2) / 3
           STRING WS-SCN-YEAR DELIMITED SIZE
                  'Q'         DELIMITED SIZE
                  WS-SCN-QTR  DELIMITED SIZE
               INTO WS-SCN-CURR-QUARTER
           IF WS-SCN-QTR = 1
               SUBTRACT 1 FROM WS-SCN-YEAR
               MOVE 4 TO WS-SCN-QTR
           ELSE
               SUBTRACT 1 FROM WS-SCN-QTR
           END-IF
           STRING WS-SCN-YEAR DELIMITED SIZE
                  'Q'         DELIMITED SIZE
                  WS-SCN-QTR  DELIMITED SIZE
               INTO WS-SCN-PRIOR-QUARTER

           OPEN INPUT ECL-SCENARIO-FILE
           MOVE WS-SCENARIO-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN ECL-SCENARIO-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0188-READ-ECL-SCENARIO
               THRU 0188-READ-ECL-SCENARIO-EXIT
               UNTIL WS-SCENARIO-EOF
           CLOSE ECL-SCENARIO-FILE

           IF WS-SCN-BAD
           OR WS-SCN-LOADED-SW (1) = 'N'
           OR WS-SCN-LOADED-SW (2) = 'N'
           OR WS-SCN-LOADED-SW (3) = 'N'
               DISPLAY 'LOAN-CALC: ECLSCEN SCENARIO SET INCOMPLETE '
                   'OR INVALID - BASE, UPSIDE AND DOWNSIDE REQUIRED'
               PERFORM 0178-PARAMETER-ABORT
           END-IF

           COMPUTE WS-SCN-WEIGHT-TOTAL =
               WS-SCN-WEIGHT (1) + WS-SCN-WEIGHT (2)
             + WS-SCN-WEIGHT (3)
           IF WS-SCN-WEIGHT-TOTAL NOT = 1
               DISPLAY 'LOAN-CALC: ECLSCEN SCENARIO WEIGHTS DO NOT '
                   'SUM TO ONE'
               PERFORM 0178-PARAMETER-ABORT
           END-IF

           IF WS-SCN-QUARTER NOT = WS-SCN-CURR-QUARTER
           AND WS-SCN-QUARTER NOT = WS-SCN-PRIOR-QUARTER
               DISPLAY 'LOAN-CALC: ECLSCEN SCENARIO SET FOR '
                   WS-SCN-QUARTER ' IS STALE - CURRENT QUARTER '
                   WS-SCN-CURR-QUARTER
               PERFORM 0178-PARAMETER-ABORT
           END-IF

           STRING 'ECL SCENARIO SET | QUARTER:' DELIMITED SIZE
                  WS-SCN-QUARTER         DELIMITED SIZE
                  ' | LOADED:' DELIMITED SIZE
                  WS-SCN-RUN-DATE        DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE AUDIT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AUDIT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE SCENARIO AUDIT LINE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       0187-LOAD-ECL-SCENARIOS-EXIT.
           EXIT.

      *================================================================
       0188-READ-ECL-SCENARIO.
      *================================================================
      * One scenario row. Every row must name the same quarter, carry
      * numeric figures and a positive PD and house-price multiplier,
      * and name a scenario not already loaded.
           READ ECL-SCENARIO-FILE
               AT END
                   MOVE 'Y' TO WS-SCENARIO-EOF-SW
                   GO TO 0188-READ-ECL-SCENARIO-EXIT
           END-READ
           ADD 1 TO WS-SCN-ROW-COUNT

           IF WS-SCN-ROW-COUNT = 1
               MOVE SC-QUARTER TO WS-SCN-QUARTER
           END-IF
           IF SC-QUARTER NOT = WS-SCN-QUARTER
           OR SC-WEIGHT NOT NUMERIC
           OR SC-PD-MULT NOT NUMERIC
           OR SC-HPI-MULT NOT NUMERIC
               MOVE 'Y' TO WS-SCN-BAD-SW
               GO TO 0188-READ-ECL-SCENARIO-EXIT
           END-IF
           IF SC-PD-MULT = ZEROS OR SC-HPI-MULT = ZEROS
               MOVE 'Y' TO WS-SCN-BAD-SW
               GO TO 0188-READ-ECL-SCENARIO-EXIT
           END-IF

           EVALUATE SC-SCENARIO-NAME
               WHEN 'BASE'
                   SET SCN-IDX TO 1
               WHEN 'UPSIDE'
                   SET SCN-IDX TO 2
               WHEN 'DOWNSIDE'
                   SET SCN-IDX TO 3
               WHEN OTHER
                   MOVE 'Y' TO WS-SCN-BAD-SW
                   GO TO 0188-READ-ECL-SCENARIO-EXIT
           END-EVALUATE
           IF WS-SCN-LOADED-SW (SCN-IDX) = 'Y'
               MOVE 'Y' TO WS-SCN-BAD-SW
               GO TO 0188-READ-ECL-SCENARIO-EXIT
           END-IF

           MOVE 'Y'         TO WS-SCN-LOADED-SW (SCN-IDX)
           MOVE SC-WEIGHT   TO WS-SCN-WEIGHT (SCN-IDX)
           MOVE SC-PD-MULT  TO WS-SCN-PD-MULT (SCN-IDX)
           MOVE SC-HPI-MULT TO WS-SCN-HPI-MULT (SCN-IDX).

       0188-READ-ECL-SCENARIO-EXIT.
           EXIT.

      *================================================================
       0200-READ-LOAN-RECORD.
      *================================================================
                       THRU 1450-DIVERT-TO-SUSPENSE-EXIT
                   GO TO 1500-ADVANCE
               END-IF
               PERFORM 1460-CHECK-CONCENTRATION
                   THRU 1460-CHECK-CONCENTRATION-EXIT
               IF WS-IS-DUPLICATE
                   PERFORM 1450-DIVERT-TO-SUSPENSE
                       THRU 1450-DIVERT-TO-SUSPENSE-EXIT
                   GO TO 1500-ADVANCE
               END-IF
               PERFORM 1000-VALIDATE-INPUT
               IF WS-RETURN-CODE = 0
                   PERFORM 1700-LOOKUP-FX-RATE
           END-IF.

       1500-ADVANCE.
      * Suspense-diverted duplicates and concentration holds re-enter
      * here: no validation, no settlement, no checkpoint -- just the
      * next record.
           PERFORM 0200-READ-LOAN-RECORD
               THRU 0200-READ-LOAN-RECORD-EXIT.

       1400-CHECK-DUPLICATE-EXIT.
           EXIT.

      *================================================================
       1460-CHECK-CONCENTRATION.
      *================================================================
      * Resolves the borrower's connected-party group (a customer with
      * no entry is its own group) and looks the group up on the
      * breach file CONC-RPT maintains. A group over the hard
      * large-exposure limit that credit risk has not yet signed off
      * takes no new disbursement: the loan goes to suspense as D003
      * through the same path as a duplicate, for operations to
      * release once the sign-off is on file.
           IF NOT WS-BREACH-AVAIL
               GO TO 1460-CHECK-CONCENTRATION-EXIT
           END-IF

           MOVE LR-CUSTOMER-ID TO WS-CONC-GROUP-ID
           IF WS-CONN-AVAIL
               MOVE LR-CUSTOMER-ID TO CP-CUSTOMER-ID
               READ CONNECTED-PARTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CP-GROUP-ID TO WS-CONC-GROUP-ID
               END-READ
           END-IF

           MOVE WS-CONC-GROUP-ID TO CB-GROUP-ID
           READ CONC-BREACH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CB-AWAITING-SIGNOFF
                       MOVE 'Y'    TO WS-DUPLICATE-SW
                       MOVE 'D003' TO WS-DUP-REASON
                       ADD 1 TO WS-CONC-HOLD-COUNT
                   END-IF
           END-READ.

       1460-CHECK-CONCENTRATION-EXIT.
           EXIT.

      *================================================================
       1450-DIVERT-TO-SUSPENSE.
      *================================================================
      * The duplicate or held loan goes to the suspense file (full
      * loan image plus reason code) and onto the daily suspense
      * report; operations releases or rejects it deliberately. The
      * batch return code is raised so the day's run shows the
      * diversions happened.
           ADD 1 TO WS-SUSPENSE-COUNT
           MOVE LR-CUSTOMER-ID    TO SP-CUSTOMER-ID
           MOVE WS-LOAN-ACCT-NO   TO SP-LOAN-ACCT-NO
      * Stage 1: < 20% PD (12-month ECL)
      * Stage 2: 20-50% PD (Lifetime ECL - significant credit deterioration)
      * Stage 3: > 50% PD (Lifetime ECL - credit-impaired)
      * The stage follows the modeled PD; the provision for the stage
      * is PD x LGD x EAD, weighted across the quarter's scenarios
      * (3050-CALC-SCENARIO-ECL).
           PERFORM 3020-GET-COLLATERAL-VALUE
               THRU 3020-GET-COLLATERAL-VALUE-EXIT

           EVALUATE TRUE
               WHEN WS-PD-SCORE < IFRS9-STAGE2-THRESH
                   MOVE 1 TO WS-CREDIT-STAGE
                   MOVE 1 TO WS-IFRS-STAGE
               WHEN WS-PD-SCORE < IFRS9-STAGE3-THRESH
                   MOVE 2 TO WS-CREDIT-STAGE
                   MOVE 2 TO WS-IFRS-STAGE
               WHEN OTHER
                   MOVE 3 TO WS-CREDIT-STAGE
                   MOVE 3 TO WS-IFRS-STAGE
           END-EVALUATE

           PERFORM 3050-CALC-SCENARIO-ECL
               THRU 3050-CALC-SCENARIO-ECL-EXIT.

      *================================================================
       3020-GET-COLLATERAL-VALUE.
      *================================================================
      * Picks the collateral value and the recovery rate for the LGD.
      * The latest COLL-REVAL valuation for the loan wins over the
      * value it was originated on; a loan with no property value is
      * unsecured and its LGD falls to the whole exposure.
           MOVE WS-PRINCIPAL      TO WS-ECL-EAD
           MOVE WS-PROPERTY-VALUE TO WS-ECL-COLL-VALUE
           MOVE 'O'               TO WS-ECL-COLL-SOURCE

           IF WS-COLLVAL-AVAIL
               MOVE WS-CUSTOMER-ID  TO CV-CUSTOMER-ID
               MOVE WS-LOAN-ACCT-NO TO CV-LOAN-ACCT-NO
               READ COLLATERAL-VALUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CV-PROPERTY-VALUE TO WS-ECL-COLL-VALUE
                       MOVE 'R' TO WS-ECL-COLL-SOURCE
                       ADD 1 TO WS-COLLVAL-HIT-COUNT
               END-READ
           END-IF

           EVALUATE WS-LOAN-TYPE
               WHEN 'RET'
                   MOVE ECL-HAIRCUT-RET TO WS-ECL-HAIRCUT
               WHEN 'COM'
                   MOVE ECL-HAIRCUT-COM TO WS-ECL-HAIRCUT
               WHEN OTHER
                   MOVE ECL-HAIRCUT-STD TO WS-ECL-HAIRCUT
           END-EVALUATE
           COMPUTE WS-ECL-RECOVERY-RATE =
               1 - WS-ECL-HAIRCUT - ECL-SALE-COST-PCT.

       3020-GET-COLLATERAL-VALUE-EXIT.
           EXIT.

      *================================================================
       3050-CALC-SCENARIO-ECL.
      *================================================================
      * ECL for the stage in WS-CREDIT-STAGE: PD x LGD x EAD under each
      * scenario, weighted by the scenario probabilities. A credit-
      * impaired loan has already defaulted, so its PD is one in
      * every scenario; Stage 1 provides only the 12-month share.
           EVALUATE WS-CREDIT-STAGE
               WHEN 1
                   MOVE WS-PD-SCORE       TO WS-ECL-PD-BASE
                   MOVE WS-STAGE1-HORIZON TO WS-ECL-HORIZON
               WHEN 2
                   MOVE WS-PD-SCORE       TO WS-ECL-PD-BASE
                   MOVE 1                 TO WS-ECL-HORIZON
               WHEN OTHER
                   MOVE 1                 TO WS-ECL-PD-BASE
                   MOVE 1                 TO WS-ECL-HORIZON
           END-EVALUATE

           MOVE ZEROS TO WS-ECL-AMOUNT
           PERFORM 3060-CALC-ONE-SCENARIO
               THRU 3060-CALC-ONE-SCENARIO-EXIT
               VARYING SCN-IDX FROM 1 BY 1
               UNTIL SCN-IDX > 3

           COMPUTE WS-ECL-AMOUNT-RPT ROUNDED =
               WS-ECL-AMOUNT * WS-FX-RATE.

       3050-CALC-SCENARIO-ECL-EXIT.
           EXIT.

      *================================================================
       3060-CALC-ONE-SCENARIO.
      *================================================================
      * The scenario's PD is the base PD under its multiplier, capped
      * at one; its collateral is the valuation under its house-price
      * index, less haircut and sale costs. LGD is the share of the
      * exposure the collateral does not cover, never below the
      * REGPARMS floor.
           IF WS-CREDIT-STAGE < 3
               COMPUTE WS-SCN-PD (SCN-IDX) ROUNDED =
                   WS-ECL-PD-BASE * WS-SCN-PD-MULT (SCN-IDX)
                   ON SIZE ERROR
                       MOVE 1 TO WS-SCN-PD (SCN-IDX)
               END-COMPUTE
               IF WS-SCN-PD (SCN-IDX) > 1
                   MOVE 1 TO WS-SCN-PD (SCN-IDX)
               END-IF
           ELSE
               MOVE 1 TO WS-SCN-PD (SCN-IDX)
           END-IF

           COMPUTE WS-SCN-COLLATERAL (SCN-IDX) ROUNDED =
               WS-ECL-COLL-VALUE * WS-SCN-HPI-MULT (SCN-IDX)
                   * WS-ECL-RECOVERY-RATE

           EVALUATE TRUE
               WHEN WS-ECL-EAD = ZEROS
                   MOVE ZEROS TO WS-SCN-LGD (SCN-IDX)
               WHEN WS-SCN-COLLATERAL (SCN-IDX) >= WS-ECL-EAD
                   MOVE ZEROS TO WS-SCN-LGD (SCN-IDX)
               WHEN OTHER
                   COMPUTE WS-SCN-LGD (SCN-IDX) ROUNDED =
                       (WS-ECL-EAD - WS-SCN-COLLATERAL (SCN-IDX))
                           / WS-ECL-EAD
           END-EVALUATE
           IF WS-SCN-LGD (SCN-IDX) < ECL-LGD-FLOOR
               MOVE ECL-LGD-FLOOR TO WS-SCN-LGD (SCN-IDX)
           END-IF

           COMPUTE WS-SCN-ECL (SCN-IDX) ROUNDED =
               WS-SCN-PD (SCN-IDX) * WS-ECL-HORIZON
                   * WS-SCN-LGD (SCN-IDX) * WS-ECL-EAD
           COMPUTE WS-SCN-ECL-RPT (SCN-IDX) ROUNDED =
               WS-SCN-ECL (SCN-IDX) * WS-FX-RATE
           COMPUTE WS-ECL-AMOUNT ROUNDED =
               WS-ECL-AMOUNT
                   + WS-SCN-WEIGHT (SCN-IDX) * WS-SCN-ECL (SCN-IDX).

       3060-CALC-ONE-SCENARIO-EXIT.
           EXIT.

      *================================================================
       3200-CHECK-STAGE-MIGRATION.
      *================================================================
      * together with the migration flag and the stage moved from, so
      * downstream inquiry can disclose the movement -- for next time.
      * Required IFRS 9 stage-movement disclosure.
      * A forborne loan still inside its probation period is held at
      * Stage 2 or worse whatever its PD says, with the scenario-
      * weighted lifetime ECL that goes with Stage 2.
           IF WS-FORB-AVAIL AND WS-CREDIT-STAGE < 2
               MOVE WS-CUSTOMER-ID  TO FB-CUSTOMER-ID
               MOVE WS-LOAN-ACCT-NO TO FB-LOAN-ACCT-NO
               READ FORBEARANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FB-PROBATION-END-DATE >= WS-DUP-RUN-DATE-N
                           MOVE 2 TO WS-CREDIT-STAGE
                           MOVE 2 TO WS-IFRS-STAGE
                           PERFORM 3050-CALC-SCENARIO-ECL
                               THRU 3050-CALC-SCENARIO-ECL-EXIT
                           ADD 1 TO WS-FORB-HOLD-COUNT
                       END-IF
               END-READ
           END-IF

           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-CURRENT-PERIOD
           MOVE 'N' TO WS-STAGE-ON-FILE
           MOVE 'N' TO WS-STAGE-MIGRATED
           WRITE AUDIT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AUDIT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE IFRS9 REPORT LINE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE

           MOVE WS-SCN-ECL-RPT (1) TO WS-ECL-BASE-ED
           MOVE WS-SCN-ECL-RPT (2) TO WS-ECL-UP-ED
           MOVE WS-SCN-ECL-RPT (3) TO WS-ECL-DOWN-ED
           STRING 'ECL SCENARIOS | ACCT:' DELIMITED SIZE
                  WS-LOAN-ACCT-NO        DELIMITED SIZE
                  ' | QTR:' DELIMITED SIZE
                  WS-SCN-QUARTER         DELIMITED SIZE
                  ' | BASE:' DELIMITED SIZE
                  WS-ECL-BASE-ED         DELIMITED SIZE
                  ' | UPSIDE:' DELIMITED SIZE
                  WS-ECL-UP-ED           DELIMITED SIZE
                  ' | DOWNSIDE:' DELIMITED SIZE
                  WS-ECL-DOWN-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           WRITE AUDIT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AUDIT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE ECL SCENARIO LINE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           MOVE WS-ECL-MOVE-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE ECL-MOVEMENT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 4150-WRITE-ECL-BREAKDOWN
               THRU 4150-WRITE-ECL-BREAKDOWN-EXIT.

       4100-WRITE-ECL-MOVEMENT-EXIT.
           EXIT.

      *================================================================
       4150-WRITE-ECL-BREAKDOWN.
      *================================================================
      * The scenario workings behind the movement just written, one
      * row per movement, all amounts in the reporting currency. The
      * weighted figure is the movement's own amount, so the pack can
      * prove the breakdown against ECLMOVE.
           COMPUTE WS-ECL-EAD-RPT ROUNDED =
               WS-ECL-EAD * WS-FX-RATE
           COMPUTE WS-ECL-COLL-RPT ROUNDED =
               WS-ECL-COLL-VALUE * WS-FX-RATE

           INITIALIZE ECL-SCENARIO-RECORD
           MOVE WS-CUSTOMER-ID       TO ES-CUSTOMER-ID
           MOVE WS-LOAN-ACCT-NO      TO ES-LOAN-ACCT-NO
           MOVE EM-POST-DATE         TO ES-POST-DATE
           MOVE WS-IFRS-STAGE        TO ES-IFRS-STAGE
           MOVE WS-SCN-QUARTER       TO ES-SCENARIO-QUARTER
           MOVE WS-ECL-EAD-RPT       TO ES-EAD-AMOUNT
           MOVE WS-ECL-COLL-RPT      TO ES-COLLATERAL-VALUE
           MOVE WS-ECL-AMOUNT-RPT    TO ES-WEIGHTED-ECL
           PERFORM 4160-MOVE-ONE-SCENARIO
               THRU 4160-MOVE-ONE-SCENARIO-EXIT
               VARYING SCN-IDX FROM 1 BY 1
               UNTIL SCN-IDX > 3

           WRITE ECL-SCENARIO-RECORD
           MOVE WS-ECL-SCN-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE ECL-BREAKDOWN' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       4150-WRITE-ECL-BREAKDOWN-EXIT.
           EXIT.

      *================================================================
       4160-MOVE-ONE-SCENARIO.
      *================================================================
           MOVE WS-SCN-WEIGHT (SCN-IDX)  TO ES-SCN-WEIGHT (SCN-IDX)
           MOVE WS-SCN-LGD (SCN-IDX)     TO ES-SCN-LGD (SCN-IDX)
           MOVE WS-SCN-ECL-RPT (SCN-IDX) TO ES-SCN-ECL (SCN-IDX).

       4160-MOVE-ONE-SCENARIO-EXIT.
           EXIT.

      *================================================================
       4900-CALC-DATA-AGE-DAYS.
      *================================================================
           END-IF
           IF WS-SUSPENSE-COUNT > ZEROS
               DISPLAY 'LOAN-CALC: ' WS-SUSPENSE-COUNT
                   ' LOAN(S) DIVERTED TO SUSPENSE'
           END-IF
           IF WS-CONC-HOLD-COUNT > ZEROS
               DISPLAY 'LOAN-CALC: ' WS-CONC-HOLD-COUNT
                   ' OF THEM HELD FOR A LARGE-EXPOSURE BREACH'
           END-IF
           IF WS-FORB-HOLD-COUNT > ZEROS
               DISPLAY 'LOAN-CALC: ' WS-FORB-HOLD-COUNT
                   ' FORBORNE LOAN(S) HELD AT STAGE 2'
           END-IF
           DISPLAY 'LOAN-CALC: ' WS-COLLVAL-HIT-COUNT
               ' LOAN(S) PROVISIONED ON A REVALUED COLLATERAL VALUE'
           CLOSE LOAN-FILE
           CLOSE AUDIT-FILE
           CLOSE AMORT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CREDIT-FILE
           CLOSE ECL-MOVEMENT-FILE
           CLOSE ECL-BREAKDOWN-FILE
           CLOSE DUP-CHECK-FILE
           CLOSE SUSPENSE-FILE
           CLOSE SUSPENSE-REPORT
           IF WS-FORB-AVAIL
               CLOSE FORBEARANCE-FILE
           END-IF
           IF WS-COLLVAL-AVAIL
               CLOSE COLLATERAL-VALUE-FILE
           END-IF
           IF WS-CONN-AVAIL
               CLOSE CONNECTED-PARTY-FILE
           END-IF
           IF WS-BREACH-AVAIL
               CLOSE CONC-BREACH-FILE
           END-IF
           MOVE WS-BATCH-RETURN-CODE TO RETURN-CODE
           PERFORM 9050-RECORD-RUN-CONTROL
               THRU 9050-RECORD-RUN-CONTROL-EXIT.

      *================================================================
       9050-RECORD-RUN-CONTROL.
      *================================================================
      * Books the step complete for the business date (failed, and
      * free to run again, above the chain's 7000 band).
           MOVE 'DONE '        TO RCL-FUNCTION
           MOVE WS-BATCH-RETURN-CODE TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-CONTROL-FAILED
               DISPLAY 'LOAN-CALC: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
               CLOSE ACCOUNT-FILE
               CLOSE CREDIT-FILE
               CLOSE ECL-MOVEMENT-FILE
               CLOSE ECL-BREAKDOWN-FILE
               CLOSE DUP-CHECK-FILE
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENSE-REPORT
               IF WS-FORB-AVAIL
                   CLOSE FORBEARANCE-FILE
               END-IF
               IF WS-COLLVAL-AVAIL
                   CLOSE COLLATERAL-VALUE-FILE
               END-IF
               IF WS-CONN-AVAIL
                   CLOSE CONNECTED-PARTY-FILE
               END-IF
               IF WS-BREACH-AVAIL
                   CLOSE CONC-BREACH-FILE
               END-IF
               PERFORM 9900-ABEND-TERMINATE
           END-IF.


      *================================================================
      * PROGRAM-ID: TRAN-MON
      * PURPOSE:    Nightly transaction monitoring for suspicious
      *             activity. Walks the account master in key order
      *             against the sorted transaction history, as the
      *             dormancy sweep does, and tests every account's
      *             customer movements (BA balance adjustments) against
      *             four rules with thresholds from REGPARMS:
      *               STRC  structuring -- repeated movements just
      *                     under the reporting limit in the window;
      *               VOLM  volume change -- the window's turnover
      *                     against the account's own baseline;
      *               INOT  a large credit followed within days by
      *                     withdrawals of most of it;
      *               REAC  movement on an account just reactivated
      *                     from dormant.
      *             A rule alerts only when tonight's postings complete
      *             the pattern, so a pattern is raised once, the
      *             night it happens, not every night it stays in the
      *             window. Every alert goes to the alert file and the
      *             MLRO case report (one case per account with the
      *             rules it hit). An account hitting as many rules as
      *             the REGPARMS hold level gets an HL transaction,
      *             applied by ACCOUNT-MAINT in the next step so the
      *             account goes HELD through the same path (and the
      *             same held-review file and RH release) as a
      *             watchlist hold. A frozen account keeps its freeze
      *             and one already held or closed is only reported.
      *             Nothing here reaches the customer's statement.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAN-MON.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT TRAN-HISTORY-FILE
               ASSIGN TO TRNHSRTD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REGPARM-FILE
               ASSIGN TO REGPARMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGPARM-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO TMALERT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT CASE-REPORT
               ASSIGN TO TMCASE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HOLD-TRAN-FILE
               ASSIGN TO TMHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS.
           COPY 'ACCOUNT-REC'.

       FD  TRAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-HISTORY-RECORD.
           05  TH-APPLY-DATE        PIC 9(8).
           05  TH-TRAN-IMAGE.
               10  TH-ACC-NUMBER    PIC X(10).
               10  TH-TRAN-TYPE     PIC X(2).
                   88  TH-IS-BAL-ADJ VALUE 'BA'.
                   88  TH-IS-DORMANT VALUE 'DM'.
               10  TH-HOLDER-NAME   PIC X(35).
               10  TH-COUNTRY       PIC X(2).
               10  TH-CURRENCY      PIC X(3).
               10  TH-AMOUNT        PIC S9(12)V99 COMP-3.
           05  FILLER               PIC X(12).

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'REGPARM-REC'.

      * One record per alert. TA-ACTION is what was done about the
      * account: H hold requested, F freeze retained, A already held,
      * C account closed, N for review only.
       FD  ALERT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  ALERT-RECORD.
           05  TA-ALERT-DATE        PIC 9(8).
           05  TA-ACC-NUMBER        PIC X(10).
           05  TA-RULE              PIC X(4).
               88  TA-STRUCTURING   VALUE 'STRC'.
               88  TA-VOLUME-CHANGE VALUE 'VOLM'.
               88  TA-CREDIT-OUT    VALUE 'INOT'.
               88  TA-REACTIVATION  VALUE 'REAC'.
           05  TA-HOLDER-NAME       PIC X(35).
           05  TA-CURRENCY          PIC X(3).
           05  TA-ALERT-AMOUNT      PIC 9(12)V99 COMP-3.
           05  TA-REFERENCE-AMOUNT  PIC 9(12)V99 COMP-3.
           05  TA-EVENT-COUNT       PIC 9(5).
           05  TA-EVENT-DATE        PIC 9(8).
           05  TA-ACC-STATUS        PIC X(1).
           05  TA-ACTION            PIC X(1).
               88  TA-HOLD-REQUESTED VALUE 'H'.
           05  FILLER               PIC X(9).

       FD  CASE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  CASE-REPORT-RECORD       PIC X(132).

      * Same layout as ACCOUNT-MAINT's transaction input.
       FD  HOLD-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  ACCT-TRANSACTION-RECORD.
           05  ATR-ACC-NUMBER       PIC X(10).
           05  ATR-TRAN-TYPE        PIC X(2).
           05  ATR-HOLDER-NAME      PIC X(35).
           05  ATR-COUNTRY          PIC X(2).
           05  ATR-CURRENCY         PIC X(3).
           05  ATR-AMOUNT           PIC S9(12)V99 COMP-3.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * MONITORING THRESHOLDS (from REGPARMS, fail-closed)
      * Every threshold must be supplied: a rule running on a default
      * nobody chose proves nothing to the regulator.
      *   TM-REPORT-LIMIT    cash reporting limit
      *   TM-STRUCT-BAND-PCT how far under the limit (percent) a
      *                      movement still counts as near it
      *   TM-STRUCT-COUNT    near-limit movements in the window
      *   TM-WINDOW-DAYS     the recent window, days to tonight
      *   TM-BASELINE-DAYS   the account's own history before it
      *   TM-VOLUME-MULT     window turnover over baseline multiple
      *   TM-VOLUME-MIN      turnover below this never alerts
      *   TM-LARGE-CREDIT    a credit this size or more is watched
      *   TM-OUTFLOW-PCT     percent of it withdrawn that alerts
      *   TM-OUTFLOW-DAYS    within this many days of the credit
      *   TM-REACT-DAYS      days after reactivation still watched
      *   TM-REACT-AMOUNT    turnover since reactivation that alerts
      *   TM-HOLD-RULES      rules hit in one night to request a hold
      *----------------------------------------------------------------
       01  WS-MONITOR-PARAMETERS.
           05  WS-REPORT-LIMIT      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-STRUCT-BAND-PCT   PIC 9(3)     COMP-3 VALUE ZEROS.
           05  WS-STRUCT-COUNT      PIC 9(5)     COMP-3 VALUE ZEROS.
           05  WS-WINDOW-DAYS       PIC 9(5)     COMP-3 VALUE ZEROS.
           05  WS-BASELINE-DAYS     PIC 9(5)     COMP-3 VALUE ZEROS.
           05  WS-VOLUME-MULT       PIC 9(3)V99  COMP-3 VALUE ZEROS.
           05  WS-VOLUME-MIN        PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LARGE-CREDIT      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OUTFLOW-PCT       PIC 9(3)     COMP-3 VALUE ZEROS.
           05  WS-OUTFLOW-DAYS      PIC 9(5)     COMP-3 VALUE ZEROS.
           05  WS-REACT-DAYS        PIC 9(5)     COMP-3 VALUE ZEROS.
           05  WS-REACT-AMOUNT      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-HOLD-RULES        PIC 9(3)     COMP-3 VALUE ZEROS.
           05  WS-STRUCT-FLOOR      PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-PARM-SWITCHES.
               10  WS-PARM-LIM-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-BND-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-CNT-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-WIN-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-BAS-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-MLT-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-VMN-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-LCR-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-OPC-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-ODY-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-RDY-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-RAM-SW   PIC X(1)     VALUE 'N'.
               10  WS-PARM-HLD-SW   PIC X(1)     VALUE 'N'.

       01  WS-REGPARM-CONTROL.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-REGPARM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REGPARM-EOF   VALUE 'Y'.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.

      *----------------------------------------------------------------
      * RUN DATES
      * The window is the TM-WINDOW-DAYS ending tonight; the baseline
      * is the TM-BASELINE-DAYS before the window.
      *----------------------------------------------------------------
       01  WS-DATE-DATA.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-RUN-INTEGER       PIC S9(9) COMP VALUE ZEROS.
           05  WS-WINDOW-START-INT  PIC S9(9) COMP VALUE ZEROS.
           05  WS-BASE-START-INT    PIC S9(9) COMP VALUE ZEROS.
           05  WS-TRAN-INTEGER      PIC S9(9) COMP VALUE ZEROS.
           05  WS-DAYS-AFTER        PIC S9(9) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * ACCOUNT PROFILE
      * Built from the account's history group in one pass (history
      * is in account then apply-date order). Only BA movements are
      * customer activity; cycle postings, direct debits and status
      * changes are the bank's own. A DM marker followed by a BA is
      * the reactivation: ACCOUNT-MAINT wakes a dormant account on
      * the first BA and nothing else.
      *----------------------------------------------------------------
       01  WS-ACCOUNT-PROFILE.
           05  WS-ABS-AMOUNT        PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-TODAY-MOVED-SW    PIC X(1)     VALUE 'N'.
               88  WS-TODAY-MOVED   VALUE 'Y'.
           05  WS-WINDOW-TURNOVER   PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-BASE-TURNOVER     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-BASE-PER-WINDOW   PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-VOLUME-RATIO      PIC 9(3)V99  COMP-3 VALUE ZEROS.
           05  WS-STRUCT-HITS       PIC 9(5)     COMP   VALUE ZEROS.
           05  WS-STRUCT-TOTAL      PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-STRUCT-TODAY-SW   PIC X(1)     VALUE 'N'.
               88  WS-STRUCT-TODAY  VALUE 'Y'.
           05  WS-LC-AMOUNT         PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LC-INTEGER        PIC S9(9) COMP VALUE ZEROS.
           05  WS-LC-DATE           PIC 9(8)     VALUE ZEROS.
           05  WS-LC-OUTFLOW        PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LC-FIRED-SW       PIC X(1)     VALUE 'N'.
               88  WS-LC-FIRED      VALUE 'Y'.
           05  WS-INOT-CREDIT       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-INOT-OUTFLOW      PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-INOT-DATE         PIC 9(8)     VALUE ZEROS.
           05  WS-DORMANT-SEEN-SW   PIC X(1)     VALUE 'N'.
               88  WS-DORMANT-SEEN  VALUE 'Y'.
           05  WS-REACT-INTEGER     PIC S9(9) COMP VALUE ZEROS.
           05  WS-REACT-DATE        PIC 9(8)     VALUE ZEROS.
           05  WS-REACT-TURNOVER    PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-REACT-TODAY-SW    PIC X(1)     VALUE 'N'.
               88  WS-REACT-TODAY   VALUE 'Y'.

      *----------------------------------------------------------------
      * RULE OUTCOME FOR THE ACCOUNT
      *----------------------------------------------------------------
       01  WS-RULE-OUTCOME.
           05  WS-RULES-HIT         PIC 9(1)     VALUE ZEROS.
           05  WS-HIT-STRC-SW       PIC X(1)     VALUE 'N'.
               88  WS-HIT-STRC      VALUE 'Y'.
           05  WS-HIT-VOLM-SW       PIC X(1)     VALUE 'N'.
               88  WS-HIT-VOLM      VALUE 'Y'.
           05  WS-HIT-INOT-SW       PIC X(1)     VALUE 'N'.
               88  WS-HIT-INOT      VALUE 'Y'.
           05  WS-HIT-REAC-SW       PIC X(1)     VALUE 'N'.
               88  WS-HIT-REAC      VALUE 'Y'.
           05  WS-CASE-ACTION       PIC X(1)     VALUE SPACES.
           05  WS-ACTION-TEXT       PIC X(20)    VALUE SPACES.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-ACCOUNT-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-HISTORY-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-MOVEMENT-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-UNDATED-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-ORPHAN-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-CASE-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-ALERT-COUNT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-STRC-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-VOLM-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-INOT-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-REAC-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-HOLD-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-NOT-HELD-COUNT    PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-2       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-RATIO-ED          PIC ZZ9.99   VALUE ZEROS.
           05  WS-DAYS-ED           PIC ZZ9      VALUE ZEROS.
           05  WS-HITS-ED           PIC ZZ,ZZ9   VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-2        PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-3        PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-4        PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-ACCOUNT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-ALERT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-HOLD-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-KEY       PIC X(10)    VALUE SPACES.
           05  WS-ACCOUNT-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-ACCOUNT-EOF   VALUE 'Y'.
           05  WS-HISTORY-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-EOF   VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-REG-PARAMETERS
               THRU 0150-LOAD-REG-PARAMETERS-EXIT
           MOVE RCL-BUSINESS-DATE TO WS-RUN-DATE-N
           IF WS-RUN-DATE-N = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           END-IF
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           COMPUTE WS-WINDOW-START-INT =
               WS-RUN-INTEGER - WS-WINDOW-DAYS + 1
           COMPUTE WS-BASE-START-INT =
               WS-WINDOW-START-INT - WS-BASELINE-DAYS
           PERFORM 0400-PRINT-HEADINGS
               THRU 0400-PRINT-HEADINGS-EXIT

           PERFORM 0200-READ-ACCOUNT
               THRU 0200-READ-ACCOUNT-EXIT
           PERFORM 0300-READ-HISTORY
               THRU 0300-READ-HISTORY-EXIT
           PERFORM 1500-MONITOR-ONE-ACCOUNT
               THRU 1500-MONITOR-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCOUNT-EOF
           PERFORM 2500-DRAIN-ORPHAN-HISTORY
               THRU 2500-DRAIN-ORPHAN-HISTORY-EXIT
               UNTIL WS-HISTORY-EOF
           PERFORM 9100-PRINT-SUMMARY
               THRU 9100-PRINT-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'TRANMON ' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'TRAN-MON: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'TRAN-MON: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'TRAN-MON: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-ACCOUNT-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN ACCOUNT-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT TRAN-HISTORY-FILE
           MOVE WS-HISTORY-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TRAN-HISTORY'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT ALERT-FILE
           MOVE WS-ALERT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN ALERT-FILE'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT CASE-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CASE-REPORT'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT HOLD-TRAN-FILE
           MOVE WS-HOLD-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN HOLD-TRAN'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0150-LOAD-REG-PARAMETERS.
      *================================================================
           OPEN INPUT REGPARM-FILE
           MOVE WS-REGPARM-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REGPARM-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0160-READ-REG-PARAMETER
               THRU 0160-READ-REG-PARAMETER-EXIT
               UNTIL WS-REGPARM-EOF
           CLOSE REGPARM-FILE

           IF WS-PARM-SWITCHES NOT = 'YYYYYYYYYYYYY'
           OR WS-REPORT-LIMIT = ZEROS
           OR WS-STRUCT-BAND-PCT = ZEROS
           OR WS-STRUCT-BAND-PCT > 50
           OR WS-STRUCT-COUNT < 2
           OR WS-WINDOW-DAYS = ZEROS
           OR WS-WINDOW-DAYS > 31
           OR WS-BASELINE-DAYS NOT > WS-WINDOW-DAYS
           OR WS-BASELINE-DAYS > 366
           OR WS-VOLUME-MULT NOT > 1
           OR WS-LARGE-CREDIT = ZEROS
           OR WS-OUTFLOW-PCT = ZEROS
           OR WS-OUTFLOW-PCT > 100
           OR WS-OUTFLOW-DAYS > 31
           OR WS-REACT-DAYS = ZEROS
           OR WS-REACT-DAYS > 366
           OR WS-HOLD-RULES = ZEROS
           OR WS-HOLD-RULES > 4
               DISPLAY 'TRAN-MON: REGPARMS MONITORING THRESHOLDS '
                   'MISSING OR INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           COMPUTE WS-STRUCT-FLOOR ROUNDED =
               WS-REPORT-LIMIT * (100 - WS-STRUCT-BAND-PCT) / 100
           DISPLAY 'TRAN-MON: PARAMETER SET ' WS-PARM-SET-ID
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
                       WHEN 'TM-REPORT-LIMIT'
                           MOVE PRM-VALUE-NUM TO WS-REPORT-LIMIT
                           MOVE 'Y' TO WS-PARM-LIM-SW
                       WHEN 'TM-STRUCT-BAND-PCT'
                           MOVE PRM-VALUE-NUM TO WS-STRUCT-BAND-PCT
                           MOVE 'Y' TO WS-PARM-BND-SW
                       WHEN 'TM-STRUCT-COUNT'
                           MOVE PRM-VALUE-NUM TO WS-STRUCT-COUNT
                           MOVE 'Y' TO WS-PARM-CNT-SW
                       WHEN 'TM-WINDOW-DAYS'
                           MOVE PRM-VALUE-NUM TO WS-WINDOW-DAYS
                           MOVE 'Y' TO WS-PARM-WIN-SW
                       WHEN 'TM-BASELINE-DAYS'
                           MOVE PRM-VALUE-NUM TO WS-BASELINE-DAYS
                           MOVE 'Y' TO WS-PARM-BAS-SW
                       WHEN 'TM-VOLUME-MULT'
                           MOVE PRM-VALUE-NUM TO WS-VOLUME-MULT
                           MOVE 'Y' TO WS-PARM-MLT-SW
                       WHEN 'TM-VOLUME-MIN'
                           MOVE PRM-VALUE-NUM TO WS-VOLUME-MIN
                           MOVE 'Y' TO WS-PARM-VMN-SW
                       WHEN 'TM-LARGE-CREDIT'
                           MOVE PRM-VALUE-NUM TO WS-LARGE-CREDIT
                           MOVE 'Y' TO WS-PARM-LCR-SW
                       WHEN 'TM-OUTFLOW-PCT'
                           MOVE PRM-VALUE-NUM TO WS-OUTFLOW-PCT
                           MOVE 'Y' TO WS-PARM-OPC-SW
                       WHEN 'TM-OUTFLOW-DAYS'
                           MOVE PRM-VALUE-NUM TO WS-OUTFLOW-DAYS
                           MOVE 'Y' TO WS-PARM-ODY-SW
                       WHEN 'TM-REACT-DAYS'
                           MOVE PRM-VALUE-NUM TO WS-REACT-DAYS
                           MOVE 'Y' TO WS-PARM-RDY-SW
                       WHEN 'TM-REACT-AMOUNT'
                           MOVE PRM-VALUE-NUM TO WS-REACT-AMOUNT
                           MOVE 'Y' TO WS-PARM-RAM-SW
                       WHEN 'TM-HOLD-RULES'
                           MOVE PRM-VALUE-NUM TO WS-HOLD-RULES
                           MOVE 'Y' TO WS-PARM-HLD-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0160-READ-REG-PARAMETER-EXIT.
           EXIT.

      *================================================================
       0200-READ-ACCOUNT.
      *================================================================
           READ ACCOUNT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-ACCOUNT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
           END-READ.

       0200-READ-ACCOUNT-EXIT.
           EXIT.

      *================================================================
       0300-READ-HISTORY.
      *================================================================
           READ TRAN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   MOVE HIGH-VALUES TO WS-HISTORY-KEY
               NOT AT END
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE TH-ACC-NUMBER TO WS-HISTORY-KEY
           END-READ.

       0300-READ-HISTORY-EXIT.
           EXIT.

      *================================================================
       0400-PRINT-HEADINGS.
      *================================================================
           STRING 'TRANSACTION MONITORING CASE REPORT | RUN:'
                                       DELIMITED SIZE
                  WS-RUN-DATE-N        DELIMITED SIZE
                  ' | PARAMETER SET:' DELIMITED SIZE
                  WS-PARM-SET-ID       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0400-PRINT-HEADINGS-EXIT.
           EXIT.

      *================================================================
       1500-MONITOR-ONE-ACCOUNT.
      *================================================================
      * Profiles the account from its history group, tests the rules,
      * and opens a case when any of them alerts.
           INITIALIZE WS-ACCOUNT-PROFILE
           PERFORM 1600-CONSUME-HISTORY-GROUP
               THRU 1600-CONSUME-HISTORY-GROUP-EXIT
               UNTIL WS-HISTORY-KEY > ACC-NUMBER

           PERFORM 1800-TEST-RULES
               THRU 1800-TEST-RULES-EXIT
           IF WS-RULES-HIT > ZEROS
               PERFORM 2000-OPEN-CASE
                   THRU 2000-OPEN-CASE-EXIT
           END-IF

           PERFORM 0200-READ-ACCOUNT
               THRU 0200-READ-ACCOUNT-EXIT.

       1500-MONITOR-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
       1600-CONSUME-HISTORY-GROUP.
      *================================================================
           IF WS-HISTORY-KEY NOT = ACC-NUMBER
               ADD 1 TO WS-ORPHAN-COUNT
               GO TO 1600-NEXT-HISTORY
           END-IF
           IF TH-APPLY-DATE IS NOT NUMERIC
           OR TH-APPLY-DATE < 16010101
               ADD 1 TO WS-UNDATED-COUNT
               GO TO 1600-NEXT-HISTORY
           END-IF
           IF TH-IS-DORMANT
               MOVE 'Y' TO WS-DORMANT-SEEN-SW
               GO TO 1600-NEXT-HISTORY
           END-IF
           IF NOT TH-IS-BAL-ADJ
               GO TO 1600-NEXT-HISTORY
           END-IF

           ADD 1 TO WS-MOVEMENT-COUNT
           COMPUTE WS-TRAN-INTEGER =
               FUNCTION INTEGER-OF-DATE (TH-APPLY-DATE)
           IF TH-AMOUNT < ZEROS
               COMPUTE WS-ABS-AMOUNT = ZEROS - TH-AMOUNT
           ELSE
               MOVE TH-AMOUNT TO WS-ABS-AMOUNT
           END-IF

           PERFORM 1610-PROFILE-WINDOW
               THRU 1610-PROFILE-WINDOW-EXIT
           PERFORM 1620-PROFILE-CREDIT-OUT
               THRU 1620-PROFILE-CREDIT-OUT-EXIT
           PERFORM 1630-PROFILE-REACTIVATION
               THRU 1630-PROFILE-REACTIVATION-EXIT.

       1600-NEXT-HISTORY.
           PERFORM 0300-READ-HISTORY
               THRU 0300-READ-HISTORY-EXIT.

       1600-CONSUME-HISTORY-GROUP-EXIT.
           EXIT.

      *================================================================
       1610-PROFILE-WINDOW.
      *================================================================
      * Turnover in the window and in the baseline before it, and the
      * movements falling in the band just under the reporting limit.
           IF WS-TRAN-INTEGER < WS-WINDOW-START-INT
               IF WS-TRAN-INTEGER >= WS-BASE-START-INT
                   ADD WS-ABS-AMOUNT TO WS-BASE-TURNOVER
               END-IF
               GO TO 1610-PROFILE-WINDOW-EXIT
           END-IF

           ADD WS-ABS-AMOUNT TO WS-WINDOW-TURNOVER
           IF TH-APPLY-DATE = WS-RUN-DATE-N
               MOVE 'Y' TO WS-TODAY-MOVED-SW
           END-IF
           IF WS-ABS-AMOUNT >= WS-STRUCT-FLOOR
           AND WS-ABS-AMOUNT < WS-REPORT-LIMIT
               ADD 1 TO WS-STRUCT-HITS
               ADD WS-ABS-AMOUNT TO WS-STRUCT-TOTAL
               IF TH-APPLY-DATE = WS-RUN-DATE-N
                   MOVE 'Y' TO WS-STRUCT-TODAY-SW
               END-IF
           END-IF.

       1610-PROFILE-WINDOW-EXIT.
           EXIT.

      *================================================================
       1620-PROFILE-CREDIT-OUT.
      *================================================================
      * The most recent large credit is watched; withdrawals within
      * TM-OUTFLOW-DAYS of it accumulate against it, and the pattern
      * completes on the withdrawal that takes the total to the
      * TM-OUTFLOW-PCT share. A later large credit starts afresh.
           IF TH-AMOUNT > ZEROS
               IF TH-AMOUNT >= WS-LARGE-CREDIT
                   MOVE TH-AMOUNT       TO WS-LC-AMOUNT
                   MOVE WS-TRAN-INTEGER TO WS-LC-INTEGER
                   MOVE TH-APPLY-DATE   TO WS-LC-DATE
                   MOVE ZEROS           TO WS-LC-OUTFLOW
                   MOVE 'N'             TO WS-LC-FIRED-SW
               END-IF
               GO TO 1620-PROFILE-CREDIT-OUT-EXIT
           END-IF

           IF WS-LC-AMOUNT = ZEROS
           OR WS-LC-FIRED
               GO TO 1620-PROFILE-CREDIT-OUT-EXIT
           END-IF
           COMPUTE WS-DAYS-AFTER = WS-TRAN-INTEGER - WS-LC-INTEGER
           IF WS-DAYS-AFTER > WS-OUTFLOW-DAYS
               GO TO 1620-PROFILE-CREDIT-OUT-EXIT
           END-IF

           ADD WS-ABS-AMOUNT TO WS-LC-OUTFLOW
           IF WS-LC-OUTFLOW * 100 >= WS-LC-AMOUNT * WS-OUTFLOW-PCT
               MOVE 'Y' TO WS-LC-FIRED-SW
               IF TH-APPLY-DATE = WS-RUN-DATE-N
                   MOVE WS-LC-AMOUNT  TO WS-INOT-CREDIT
                   MOVE WS-LC-OUTFLOW TO WS-INOT-OUTFLOW
                   MOVE WS-LC-DATE    TO WS-INOT-DATE
               END-IF
           END-IF.

       1620-PROFILE-CREDIT-OUT-EXIT.
           EXIT.

      *================================================================
       1630-PROFILE-REACTIVATION.
      *================================================================
      * The first BA after a DM marker is the reactivation; it and
      * every movement in the TM-REACT-DAYS after it are watched.
           IF WS-DORMANT-SEEN
               MOVE WS-TRAN-INTEGER TO WS-REACT-INTEGER
               MOVE TH-APPLY-DATE   TO WS-REACT-DATE
               MOVE ZEROS           TO WS-REACT-TURNOVER
               MOVE 'N'             TO WS-REACT-TODAY-SW
               MOVE 'N'             TO WS-DORMANT-SEEN-SW
           END-IF
           IF WS-REACT-DATE = ZEROS
               GO TO 1630-PROFILE-REACTIVATION-EXIT
           END-IF

           COMPUTE WS-DAYS-AFTER = WS-TRAN-INTEGER - WS-REACT-INTEGER
           IF WS-DAYS-AFTER < WS-REACT-DAYS
               ADD WS-ABS-AMOUNT TO WS-REACT-TURNOVER
               IF TH-APPLY-DATE = WS-RUN-DATE-N
                   MOVE 'Y' TO WS-REACT-TODAY-SW
               END-IF
           END-IF.

       1630-PROFILE-REACTIVATION-EXIT.
           EXIT.

      *================================================================
       1800-TEST-RULES.
      *================================================================
      * Each rule needs tonight's postings to have completed it. The
      * volume baseline is scaled to the window's length; an account
      * with no baseline (new, or idle until now) is measured against
      * TM-VOLUME-MIN alone.
           MOVE ZEROS TO WS-RULES-HIT
           MOVE 'N' TO WS-HIT-STRC-SW
                       WS-HIT-VOLM-SW
                       WS-HIT-INOT-SW
                       WS-HIT-REAC-SW

           IF WS-STRUCT-TODAY
           AND WS-STRUCT-HITS >= WS-STRUCT-COUNT
               MOVE 'Y' TO WS-HIT-STRC-SW
               ADD 1 TO WS-RULES-HIT
           END-IF

           COMPUTE WS-BASE-PER-WINDOW ROUNDED =
               WS-BASE-TURNOVER * WS-WINDOW-DAYS / WS-BASELINE-DAYS
           IF WS-TODAY-MOVED
           AND WS-WINDOW-TURNOVER >= WS-VOLUME-MIN
           AND WS-WINDOW-TURNOVER > WS-BASE-PER-WINDOW * WS-VOLUME-MULT
               MOVE 'Y' TO WS-HIT-VOLM-SW
               ADD 1 TO WS-RULES-HIT
               IF WS-BASE-PER-WINDOW = ZEROS
                   MOVE 999.99 TO WS-VOLUME-RATIO
               ELSE
                   COMPUTE WS-VOLUME-RATIO ROUNDED =
                       WS-WINDOW-TURNOVER / WS-BASE-PER-WINDOW
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-VOLUME-RATIO
                   END-COMPUTE
               END-IF
           END-IF

           IF WS-INOT-DATE > ZEROS
               MOVE 'Y' TO WS-HIT-INOT-SW
               ADD 1 TO WS-RULES-HIT
           END-IF

           IF WS-REACT-TODAY
           AND WS-REACT-TURNOVER >= WS-REACT-AMOUNT
               MOVE 'Y' TO WS-HIT-REAC-SW
               ADD 1 TO WS-RULES-HIT
           END-IF.

       1800-TEST-RULES-EXIT.
           EXIT.

      *================================================================
       2000-OPEN-CASE.
      *================================================================
      * Decides what happens to the account, then writes the case
      * header, one alert record and one case line per rule hit.
           ADD 1 TO WS-CASE-COUNT
           IF 6201 > WS-RETURN-CODE
               MOVE 6201 TO WS-RETURN-CODE
           END-IF

           EVALUATE TRUE
               WHEN WS-RULES-HIT < WS-HOLD-RULES
                   MOVE 'N' TO WS-CASE-ACTION
                   MOVE 'REVIEW'          TO WS-ACTION-TEXT
               WHEN ACC-CLOSED
                   MOVE 'C' TO WS-CASE-ACTION
                   MOVE 'ACCOUNT CLOSED'  TO WS-ACTION-TEXT
               WHEN ACC-HELD
                   MOVE 'A' TO WS-CASE-ACTION
                   MOVE 'ALREADY HELD'    TO WS-ACTION-TEXT
               WHEN ACC-FROZEN
                   MOVE 'F' TO WS-CASE-ACTION
                   MOVE 'FREEZE RETAINED' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'H' TO WS-CASE-ACTION
                   MOVE 'HOLD REQUESTED'  TO WS-ACTION-TEXT
           END-EVALUATE

           STRING 'CASE | ACCOUNT:' DELIMITED SIZE
                  ACC-NUMBER           DELIMITED SIZE
                  ' | HOLDER:' DELIMITED SIZE
                  ACC-HOLDER-NAME      DELIMITED SIZE
                  ' | STATUS:' DELIMITED SIZE
                  ACC-STATUS           DELIMITED SIZE
                  ' | RULES HIT:' DELIMITED SIZE
                  WS-RULES-HIT         DELIMITED SIZE
                  ' | ACTION:' DELIMITED SIZE
                  WS-ACTION-TEXT       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-HIT-STRC
               PERFORM 2100-ALERT-STRUCTURING
                   THRU 2100-ALERT-STRUCTURING-EXIT
           END-IF
           IF WS-HIT-VOLM
               PERFORM 2200-ALERT-VOLUME
                   THRU 2200-ALERT-VOLUME-EXIT
           END-IF
           IF WS-HIT-INOT
               PERFORM 2300-ALERT-CREDIT-OUT
                   THRU 2300-ALERT-CREDIT-OUT-EXIT
           END-IF
           IF WS-HIT-REAC
               PERFORM 2400-ALERT-REACTIVATION
                   THRU 2400-ALERT-REACTIVATION-EXIT
           END-IF

           IF WS-CASE-ACTION = 'H'
               PERFORM 2800-REQUEST-HOLD
                   THRU 2800-REQUEST-HOLD-EXIT
           ELSE
               IF WS-CASE-ACTION NOT = 'N'
                   ADD 1 TO WS-NOT-HELD-COUNT
               END-IF
           END-IF.

       2000-OPEN-CASE-EXIT.
           EXIT.

      *================================================================
       2100-ALERT-STRUCTURING.
      *================================================================
           ADD 1 TO WS-STRC-COUNT
           MOVE 'STRC'            TO TA-RULE
           MOVE WS-STRUCT-TOTAL   TO TA-ALERT-AMOUNT
           MOVE WS-REPORT-LIMIT   TO TA-REFERENCE-AMOUNT
           MOVE WS-STRUCT-HITS    TO TA-EVENT-COUNT
           MOVE WS-RUN-DATE-N     TO TA-EVENT-DATE
           PERFORM 2900-WRITE-ALERT
               THRU 2900-WRITE-ALERT-EXIT

           MOVE WS-STRUCT-HITS    TO WS-HITS-ED
           MOVE WS-WINDOW-DAYS    TO WS-DAYS-ED
           MOVE WS-STRUCT-TOTAL   TO WS-AMOUNT-ED
           MOVE WS-REPORT-LIMIT   TO WS-AMOUNT-ED-2
           STRING '  STRUCTURING | NEAR-LIMIT MOVEMENTS:'
                                       DELIMITED SIZE
                  WS-HITS-ED           DELIMITED SIZE
                  ' | WINDOW DAYS:' DELIMITED SIZE
                  WS-DAYS-ED           DELIMITED SIZE
                  ' | TOTAL:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | LIMIT:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2100-ALERT-STRUCTURING-EXIT.
           EXIT.

      *================================================================
       2200-ALERT-VOLUME.
      *================================================================
           ADD 1 TO WS-VOLM-COUNT
           MOVE 'VOLM'               TO TA-RULE
           MOVE WS-WINDOW-TURNOVER   TO TA-ALERT-AMOUNT
           MOVE WS-BASE-PER-WINDOW   TO TA-REFERENCE-AMOUNT
           MOVE WS-WINDOW-DAYS       TO TA-EVENT-COUNT
           MOVE WS-RUN-DATE-N        TO TA-EVENT-DATE
           PERFORM 2900-WRITE-ALERT
               THRU 2900-WRITE-ALERT-EXIT

           MOVE WS-WINDOW-TURNOVER   TO WS-AMOUNT-ED
           MOVE WS-BASE-PER-WINDOW   TO WS-AMOUNT-ED-2
           MOVE WS-VOLUME-RATIO      TO WS-RATIO-ED
           STRING '  VOLUME CHANGE | WINDOW TURNOVER:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | BASELINE PER WINDOW:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' | MULTIPLE:' DELIMITED SIZE
                  WS-RATIO-ED          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2200-ALERT-VOLUME-EXIT.
           EXIT.

      *================================================================
       2300-ALERT-CREDIT-OUT.
      *================================================================
           ADD 1 TO WS-INOT-COUNT
           MOVE 'INOT'               TO TA-RULE
           MOVE WS-INOT-OUTFLOW      TO TA-ALERT-AMOUNT
           MOVE WS-INOT-CREDIT       TO TA-REFERENCE-AMOUNT
           MOVE WS-OUTFLOW-DAYS      TO TA-EVENT-COUNT
           MOVE WS-INOT-DATE         TO TA-EVENT-DATE
           PERFORM 2900-WRITE-ALERT
               THRU 2900-WRITE-ALERT-EXIT

           MOVE WS-INOT-CREDIT       TO WS-AMOUNT-ED
           MOVE WS-INOT-OUTFLOW      TO WS-AMOUNT-ED-2
           MOVE WS-OUTFLOW-DAYS      TO WS-DAYS-ED
           STRING '  CREDIT THEN WITHDRAWAL | CREDIT:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' ON ' DELIMITED SIZE
                  WS-INOT-DATE         DELIMITED SIZE
                  ' | WITHDRAWN:' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
                  ' | WITHIN DAYS:' DELIMITED SIZE
                  WS-DAYS-ED           DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2300-ALERT-CREDIT-OUT-EXIT.
           EXIT.

      *================================================================
       2400-ALERT-REACTIVATION.
      *================================================================
           ADD 1 TO WS-REAC-COUNT
           MOVE 'REAC'               TO TA-RULE
           MOVE WS-REACT-TURNOVER    TO TA-ALERT-AMOUNT
           MOVE WS-REACT-AMOUNT      TO TA-REFERENCE-AMOUNT
           MOVE WS-REACT-DAYS        TO TA-EVENT-COUNT
           MOVE WS-REACT-DATE        TO TA-EVENT-DATE
           PERFORM 2900-WRITE-ALERT
               THRU 2900-WRITE-ALERT-EXIT

           MOVE WS-REACT-TURNOVER    TO WS-AMOUNT-ED
           STRING '  DORMANT REACTIVATION | REACTIVATED:'
                                       DELIMITED SIZE
                  WS-REACT-DATE        DELIMITED SIZE
                  ' | TURNOVER SINCE:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2400-ALERT-REACTIVATION-EXIT.
           EXIT.

      *================================================================
       2500-DRAIN-ORPHAN-HISTORY.
      *================================================================
           ADD 1 TO WS-ORPHAN-COUNT
           PERFORM 0300-READ-HISTORY
               THRU 0300-READ-HISTORY-EXIT.

       2500-DRAIN-ORPHAN-HISTORY-EXIT.
           EXIT.

      *================================================================
       2800-REQUEST-HOLD.
      *================================================================
      * An HL transaction for ACCOUNT-MAINT, same as the dormancy
      * sweep's DM: the hold is applied, reviewed and released on the
      * normal path.
           ADD 1 TO WS-HOLD-COUNT
           IF 6202 > WS-RETURN-CODE
               MOVE 6202 TO WS-RETURN-CODE
           END-IF
           MOVE ACC-NUMBER      TO ATR-ACC-NUMBER
           MOVE 'HL'            TO ATR-TRAN-TYPE
           MOVE ACC-HOLDER-NAME TO ATR-HOLDER-NAME
           MOVE ACC-COUNTRY     TO ATR-COUNTRY
           MOVE ACC-CURRENCY    TO ATR-CURRENCY
           MOVE ZEROS           TO ATR-AMOUNT
           WRITE ACCT-TRANSACTION-RECORD
           MOVE WS-HOLD-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE HOLD-TRAN'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2800-REQUEST-HOLD-EXIT.
           EXIT.

      *================================================================
       2900-WRITE-ALERT.
      *================================================================
           ADD 1 TO WS-ALERT-COUNT
           MOVE WS-RUN-DATE-N   TO TA-ALERT-DATE
           MOVE ACC-NUMBER      TO TA-ACC-NUMBER
           MOVE ACC-HOLDER-NAME TO TA-HOLDER-NAME
           MOVE ACC-CURRENCY    TO TA-CURRENCY
           MOVE ACC-STATUS      TO TA-ACC-STATUS
           MOVE WS-CASE-ACTION  TO TA-ACTION
           WRITE ALERT-RECORD
           MOVE WS-ALERT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE ALERT-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO ALERT-RECORD.

       2900-WRITE-ALERT-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           DISPLAY 'TRAN-MON SUMMARY | ACCOUNTS: ' WS-ACCOUNT-COUNT
               ' | HISTORY RECORDS: ' WS-HISTORY-COUNT
               ' | MOVEMENTS: ' WS-MOVEMENT-COUNT
               ' | UNDATED: ' WS-UNDATED-COUNT
               ' | ORPHAN HISTORY RECORDS: ' WS-ORPHAN-COUNT
           DISPLAY 'TRAN-MON SUMMARY | CASES: ' WS-CASE-COUNT
               ' | ALERTS: ' WS-ALERT-COUNT
               ' | HOLDS REQUESTED: ' WS-HOLD-COUNT
               ' | HOLD LEVEL NOT HELD: ' WS-NOT-HELD-COUNT

           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-ED
           MOVE WS-CASE-COUNT    TO WS-COUNT-ED-2
           MOVE WS-ALERT-COUNT   TO WS-COUNT-ED-3
           MOVE WS-HOLD-COUNT    TO WS-COUNT-ED-4
           STRING 'CONTROL TOTALS | ACCOUNTS:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | CASES:' DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
                  ' | ALERTS:' DELIMITED SIZE
                  WS-COUNT-ED-3        DELIMITED SIZE
                  ' | HOLDS REQUESTED:' DELIMITED SIZE
                  WS-COUNT-ED-4        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-STRC-COUNT    TO WS-COUNT-ED
           MOVE WS-VOLM-COUNT    TO WS-COUNT-ED-2
           MOVE WS-INOT-COUNT    TO WS-COUNT-ED-3
           MOVE WS-REAC-COUNT    TO WS-COUNT-ED-4
           STRING 'RULE TOTALS | STRUCTURING:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | VOLUME:' DELIMITED SIZE
                  WS-COUNT-ED-2        DELIMITED SIZE
                  ' | CREDIT-OUT:' DELIMITED SIZE
                  WS-COUNT-ED-3        DELIMITED SIZE
                  ' | REACTIVATION:' DELIMITED SIZE
                  WS-COUNT-ED-4        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE CASE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE CASE-REPORT'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE ACCOUNT-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE ALERT-FILE
           CLOSE CASE-REPORT
           CLOSE HOLD-TRAN-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 9050-RECORD-RUN-CONTROL
               THRU 9050-RECORD-RUN-CONTROL-EXIT.

      *================================================================
       9050-RECORD-RUN-CONTROL.
      *================================================================
      * Books the step complete for the business date (failed, and
      * free to run again, above the chain's 7000 band).
           MOVE 'DONE '        TO RCL-FUNCTION
           MOVE WS-RETURN-CODE TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-CONTROL-FAILED
               DISPLAY 'TRAN-MON: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. A monitoring run that cannot
      * trust its files proves nothing, so the run stops.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'TRAN-MON: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE TRAN-HISTORY-FILE
               CLOSE ALERT-FILE
               CLOSE CASE-REPORT
               CLOSE HOLD-TRAN-FILE
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

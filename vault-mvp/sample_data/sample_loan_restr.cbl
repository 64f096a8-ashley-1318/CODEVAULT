      *================================================================
      * PROGRAM-ID: LOAN-RESTR
      * PURPOSE:    Forbearance and loan restructuring. Works the
      *             approved-forbearance request file the collections
      *             desk releases after credit sign-off: for each loan
      *             a payment holiday (installments suspended for a
      *             number of months, maturity pushed out by the same)
      *             or a term extension (remaining balance re-spread
      *             over a longer term). The remaining AMORTSCH lines
      *             from the effective month are re-cut in place; the
      *             interest that accrues while no installment is
      *             being paid is either capitalised into the balance
      *             or deferred to the final installment, as the
      *             request directs. Each restructured loan is flagged
      *             on the FORBMAST forbearance master -- concession
      *             end and probation end dates -- which COLL-DUNN
      *             reads to stop escalating the loan while the
      *             concession is in force and LOAN-CALC reads to hold
      *             it at Stage 2 or worse through probation; its
      *             STAGEHST row is moved to Stage 2 tonight so the
      *             disclosure shows the deterioration at once.
      *             Probation length and the concession ceilings come
      *             from the shared REGPARMS file and are loaded
      *             fail-closed.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-RESTR.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE
               ASSIGN TO FORBREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT AMORT-FILE
               ASSIGN TO AMORTSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT FORBEARANCE-FILE
               ASSIGN TO FORBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FORB-STATUS.
           SELECT STAGE-HISTORY
               ASSIGN TO STAGEHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-STAGE-STATUS.
           SELECT WRITEOFF-MASTER
               ASSIGN TO WOFFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT RESTRUCTURE-REPORT
               ASSIGN TO FORBRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REGPARM-FILE
               ASSIGN TO REGPARMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGPARM-STATUS.
           SELECT CALENDAR-FILE
               ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One approved concession per record. The effective month is
      * the calendar month (YYYYMM) of the first installment the
      * concession applies to; the month count is the length of the
      * payment holiday or the number of months added to the term.
       FD  REQUEST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           05  FR-CUSTOMER-ID          PIC X(10).
           05  FR-LOAN-ACCT-NO         PIC X(10).
           05  FR-CONCESSION-TYPE      PIC X(2).
               88  FR-PAYMENT-HOLIDAY  VALUE 'PH'.
               88  FR-TERM-EXTENSION   VALUE 'TE'.
           05  FR-INTEREST-TREATMENT   PIC X(1).
               88  FR-CAPITALISE       VALUE 'C'.
               88  FR-DEFER            VALUE 'D'.
           05  FR-EFFECTIVE-MONTH      PIC 9(6).
           05  FR-EFFECTIVE-MONTH-X REDEFINES FR-EFFECTIVE-MONTH.
               10  FR-EFFECTIVE-YEAR   PIC 9(4).
               10  FR-EFFECTIVE-MM     PIC 9(2).
           05  FR-CONCESSION-MONTHS    PIC 9(3).
           05  FR-APPROVER-ID          PIC X(8).
           05  FILLER                 PIC X(40).

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

      * Forbearance master, one record per loan ever granted a
      * concession. The concession is in force (no dunning
      * escalation) through FB-CONCESSION-END-DATE; the exposure is
      * forborne (held at Stage 2 or worse) through
      * FB-PROBATION-END-DATE.
       FD  FORBEARANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FORBEARANCE-RECORD.
           05  FB-KEY.
               10  FB-CUSTOMER-ID      PIC X(10).
               10  FB-LOAN-ACCT-NO     PIC X(10).
           05  FB-CONCESSION-TYPE      PIC X(2).
               88  FB-PAYMENT-HOLIDAY  VALUE 'PH'.
               88  FB-TERM-EXTENSION   VALUE 'TE'.
           05  FB-INTEREST-TREATMENT   PIC X(1).
               88  FB-CAPITALISED      VALUE 'C'.
               88  FB-DEFERRED         VALUE 'D'.
           05  FB-EFFECTIVE-MONTH      PIC 9(6).
           05  FB-CONCESSION-MONTHS    PIC 9(3).
           05  FB-APPROVAL-DATE        PIC 9(8).
           05  FB-CONCESSION-END-DATE  PIC 9(8).
           05  FB-PROBATION-END-DATE   PIC 9(8).
           05  FB-UNPAID-INTEREST      PIC 9(12)V99 COMP-3.
           05  FB-APPROVER-ID          PIC X(8).
           05  FB-RESTRUCTURE-COUNT    PIC 9(2).
           05  FILLER                 PIC X(6).

       FD  STAGE-HISTORY
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

       FD  RESTRUCTURE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RESTRUCTURE-REPORT-RECORD PIC X(132).

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'REGPARM-REC'.

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'BUSCAL-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * FORBEARANCE POLICY (from REGPARMS)
      * Months of probation a restructured exposure serves after the
      * concession ends before it may leave Stage 2, and the longest
      * payment holiday and term extension the desk may grant.
      *----------------------------------------------------------------
       01  WS-FORBEARANCE-PARMS.
           05  WS-PROBATION-MONTHS  PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-MAX-HOLIDAY-MONTHS PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-MAX-EXTEND-MONTHS PIC 9(3) COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REGULATORY PARAMETER LOAD CONTROL
      *----------------------------------------------------------------
       01  WS-REGPARM-CONTROL.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-REGPARM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REGPARM-EOF   VALUE 'Y'.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-PARM-PRB-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-MHL-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-MEX-SW       PIC X(1)     VALUE 'N'.

      *----------------------------------------------------------------
      * BUSINESS-DAY CALENDAR
      * The shared BUSCAL holidays, loaded fail-closed exactly as
      * LOAN-CALC loads them, so a re-cut installment lands on a
      * business day by the same rule the original schedule used.
      *----------------------------------------------------------------
       01  WS-CALENDAR-TABLE.
           05  WS-HOLIDAY-COUNT     PIC 9(3) COMP VALUE ZEROS.
           05  WS-HOLIDAY-ENTRY     OCCURS 100 TIMES.
               10  WS-HOLIDAY-INT   PIC S9(9) COMP.
       01  WS-CALENDAR-CONTROL.
           05  WS-CALENDAR-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-CALENDAR-EOF-SW   PIC X(1)     VALUE 'N'.
               88  WS-CALENDAR-EOF  VALUE 'Y'.
           05  WS-HOLIDAY-IDX       PIC 9(3) COMP VALUE ZEROS.
           05  WS-BUSDAY-INTEGER    PIC S9(9) COMP VALUE ZEROS.
           05  WS-BUSDAY-QUOTIENT   PIC S9(9) COMP VALUE ZEROS.
           05  WS-BUSDAY-REMAINDER  PIC S9(4) COMP VALUE ZEROS.
           05  WS-BUSDAY-OK-SW      PIC X(1)     VALUE 'N'.
               88  WS-BUSDAY-OK     VALUE 'Y'.

      *----------------------------------------------------------------
      * SCHEDULE POSITION AT THE RESTRUCTURE POINT
      * The first schedule line falling due in or after the effective
      * month is the restructure point: its opening balance is what
      * gets re-spread, and its installment and the loan's last month
      * are the "before" figures on the report. The monthly rate is
      * recovered from that line's own interest and balance, so a
      * variable-rate loan is re-cut at the rate it is paying now.
      *----------------------------------------------------------------
       01  WS-SCHEDULE-POINT.
           05  WS-RESTR-FOUND-SW    PIC X(1)     VALUE 'N'.
               88  WS-RESTR-FOUND   VALUE 'Y'.
           05  WS-RESTR-MONTH       PIC 9(4) COMP VALUE ZEROS.
           05  WS-RESTR-BALANCE     PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-RESTR-INTEREST    PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OLD-INSTALLMENT   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OLD-LAST-MONTH    PIC 9(4) COMP VALUE ZEROS.
           05  WS-OLD-MATURITY      PIC 9(8)     VALUE ZEROS.
           05  WS-LINE-YYYYMM       PIC 9(6)     VALUE ZEROS.
           05  WS-BROWSE-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-BROWSE-EOF    VALUE 'Y'.

      *----------------------------------------------------------------
      * RE-CUT WORK AREA
      *----------------------------------------------------------------
       01  WS-RECUT-DATA.
           05  WS-MONTHLY-RATE      PIC 9(1)V9(8) COMP-3 VALUE ZEROS.
           05  WS-NEW-LAST-MONTH    PIC 9(4) COMP VALUE ZEROS.
           05  WS-HOLIDAY-LAST      PIC 9(4) COMP VALUE ZEROS.
           05  WS-AMORT-TERM        PIC 9(4) COMP VALUE ZEROS.
           05  WS-RECUT-MONTH       PIC 9(4) COMP VALUE ZEROS.
           05  WS-RECUT-BALANCE     PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-RECUT-INTEREST    PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-RECUT-PRINCIPAL   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-NEW-INSTALLMENT   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-UNPAID-INTEREST   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-INSTALLMENT-SET-SW PIC X(1)    VALUE 'N'.
               88  WS-INSTALLMENT-SET VALUE 'Y'.
           05  WS-CONCESSION-END    PIC 9(8)     VALUE ZEROS.
           05  WS-NEW-MATURITY      PIC 9(8)     VALUE ZEROS.

      *----------------------------------------------------------------
      * INSTALLMENT DUE-DATE DERIVATION
      * Re-cut lines are dated from the restructure point's own due
      * date, advanced one calendar month per installment with the
      * day capped at 28 and rolled to the next business day -- the
      * rule LOAN-CALC dates the original schedule by. The same
      * month arithmetic dates the probation end.
      *----------------------------------------------------------------
       01  WS-DUE-DATE-DATA.
           05  WS-ANCHOR-DATE.
               10  WS-ANCHOR-YEAR   PIC 9(4).
               10  WS-ANCHOR-MONTH  PIC 9(2).
               10  WS-ANCHOR-DAY    PIC 9(2).
           05  WS-ANCHOR-DATE-N REDEFINES WS-ANCHOR-DATE
                                    PIC 9(8).
           05  WS-DUE-DATE.
               10  WS-DUE-YEAR      PIC 9(4).
               10  WS-DUE-MONTH     PIC 9(2).
               10  WS-DUE-DAY       PIC 9(2).
           05  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
                                    PIC 9(8).
           05  WS-MONTHS-ADD        PIC 9(4) COMP  VALUE ZEROS.
           05  WS-DUE-MONTHS-TOTAL  PIC 9(6) COMP  VALUE ZEROS.
           05  WS-DUE-YEARS-ADD     PIC 9(4) COMP  VALUE ZEROS.

      *----------------------------------------------------------------
      * ELIGIBILITY DECISION
      *----------------------------------------------------------------
       01  WS-DECISION-DATA.
           05  WS-REASON-CODE       PIC X(4)     VALUE SPACES.
      *        F001 = REQUEST DATA INVALID
      *        F002 = LOAN WRITTEN OFF
      *        F003 = NO OUTSTANDING SCHEDULE FROM EFFECTIVE MONTH
      *        F004 = EFFECTIVE MONTH ALREADY PAST
      *        F005 = CONCESSION ALREADY IN FORCE
      *        F006 = CONCESSION LONGER THAN POLICY MAXIMUM
           05  WS-REASON-TEXT       PIC X(45)    VALUE SPACES.
           05  WS-FORB-ON-FILE-SW   PIC X(1)     VALUE 'N'.
               88  WS-FORB-ON-FILE  VALUE 'Y'.
           05  WS-PRIOR-RESTR-COUNT PIC 9(2)     VALUE ZEROS.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE-N.
               10  WS-RUN-YYYYMM    PIC 9(6).
               10  FILLER           PIC 9(2).

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-REQUEST-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-RESTRUCTURED-COUNT PIC 9(8) COMP VALUE ZEROS.
           05  WS-REJECTED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-LINES-RECUT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-STAGE-HELD-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-TOTAL-CAPITALISED PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-TOTAL-DEFERRED    PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-BALANCE-ED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-OLD-INSTALL-ED    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-NEW-INSTALL-ED    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-INTEREST-ED       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-MONTHS-ED         PIC ZZ9      VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-RESTRUCTURED-ED   PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-REJECTED-ED       PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-TREATMENT-LABEL   PIC X(12)    VALUE SPACES.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-REQUEST-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-FORB-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-STAGE-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-REQUEST-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REQUEST-EOF   VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Loads policy and the calendar, then works every approved
      * request in turn: eligibility, re-cut, forbearance flag, stage
      * hold, report line.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-READ-REQUEST
               THRU 0200-READ-REQUEST-EXIT
           PERFORM 1500-PROCESS-REQUEST
               THRU 1500-PROCESS-REQUEST-EXIT
               UNTIL WS-REQUEST-EOF
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
           MOVE 'LOANRSTR' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'LOAN-RESTR: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'LOAN-RESTR: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'LOAN-RESTR: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           PERFORM 0170-LOAD-REG-PARAMETERS
               THRU 0170-LOAD-REG-PARAMETERS-EXIT
           PERFORM 0185-LOAD-CALENDAR
               THRU 0185-LOAD-CALENDAR-EXIT

           OPEN INPUT REQUEST-FILE
           MOVE WS-REQUEST-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REQUEST-FILE'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN I-O AMORT-FILE
           MOVE WS-AMORT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN AMORT-FILE'      TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * A missing forbearance master (the very first run) is created
      * empty rather than failing the batch, same as LOAN-CALC's
      * DUP-CHECK handling.
           OPEN I-O FORBEARANCE-FILE
           IF WS-FORB-STATUS = '35'
               OPEN OUTPUT FORBEARANCE-FILE
               CLOSE FORBEARANCE-FILE
               OPEN I-O FORBEARANCE-FILE
           END-IF
           MOVE WS-FORB-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN FORBEARANCE-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN I-O STAGE-HISTORY
           MOVE WS-STAGE-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN STAGE-HISTORY'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT WRITEOFF-MASTER
           IF WS-WOFF-STATUS = '35'
               OPEN OUTPUT WRITEOFF-MASTER
               CLOSE WRITEOFF-MASTER
               OPEN INPUT WRITEOFF-MASTER
           END-IF
           MOVE WS-WOFF-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN WRITEOFF-MASTER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT RESTRUCTURE-REPORT
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN RESTRUCTURE-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           STRING 'FORBEARANCE AND RESTRUCTURING REPORT | RUN DATE:'
                      DELIMITED SIZE
                  WS-RUN-DATE-N          DELIMITED SIZE
                  ' | PARAMETER SET:' DELIMITED SIZE
                  WS-PARM-SET-ID         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0170-LOAD-REG-PARAMETERS.
      *================================================================
      * Loads the forbearance policy from the shared REGPARMS file.
      * Granting a concession with no probation period would let a
      * restructured loan drop straight back to Stage 1, so any gap
      * stops the run before a single schedule line is touched.
           OPEN INPUT REGPARM-FILE
           MOVE WS-REGPARM-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REGPARM-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0175-READ-REG-PARAMETER
               THRU 0175-READ-REG-PARAMETER-EXIT
               UNTIL WS-REGPARM-EOF
           CLOSE REGPARM-FILE

           IF WS-PARM-PRB-SW = 'N' OR WS-PARM-MHL-SW = 'N'
           OR WS-PARM-MEX-SW = 'N'
           OR WS-PROBATION-MONTHS = ZEROS
           OR WS-MAX-HOLIDAY-MONTHS = ZEROS
           OR WS-MAX-EXTEND-MONTHS = ZEROS
               DISPLAY 'LOAN-RESTR: REGPARMS FORBEARANCE POLICY '
                   'MISSING OR INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           DISPLAY 'LOAN-RESTR: PARAMETER SET ' WS-PARM-SET-ID
               ' LOADED'.

       0170-LOAD-REG-PARAMETERS-EXIT.
           EXIT.

      *================================================================
       0175-READ-REG-PARAMETER.
      *================================================================
           READ REGPARM-FILE
               AT END
                   MOVE 'Y' TO WS-REGPARM-EOF-SW
               NOT AT END
                   EVALUATE PRM-KEYWORD
                       WHEN 'PARM-SET-ID'
                           MOVE PRM-VALUE TO WS-PARM-SET-ID
                       WHEN 'FORB-PROBATION-MONTHS'
                           MOVE PRM-VALUE-NUM TO WS-PROBATION-MONTHS
                           MOVE 'Y' TO WS-PARM-PRB-SW
                       WHEN 'FORB-MAX-HOLIDAY-MONTHS'
                           MOVE PRM-VALUE-NUM
                               TO WS-MAX-HOLIDAY-MONTHS
                           MOVE 'Y' TO WS-PARM-MHL-SW
                       WHEN 'FORB-MAX-EXTEND-MONTHS'
                           MOVE PRM-VALUE-NUM TO WS-MAX-EXTEND-MONTHS
                           MOVE 'Y' TO WS-PARM-MEX-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0175-READ-REG-PARAMETER-EXIT.
           EXIT.

      *================================================================
       0185-LOAD-CALENDAR.
      *================================================================
      * Loads the shared business-day calendar. Fail-closed, as in
      * LOAN-CALC: re-cut installments must not land on a Sunday.
           OPEN INPUT CALENDAR-FILE
           MOVE WS-CALENDAR-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CALENDAR-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0186-READ-HOLIDAY
               THRU 0186-READ-HOLIDAY-EXIT
               UNTIL WS-CALENDAR-EOF
               OR WS-HOLIDAY-COUNT >= 100
           CLOSE CALENDAR-FILE

           DISPLAY 'LOAN-RESTR: ' WS-HOLIDAY-COUNT
               ' HOLIDAY(S) LOADED FROM BUSINESS-DAY CALENDAR'.

       0185-LOAD-CALENDAR-EXIT.
           EXIT.

      *================================================================
       0186-READ-HOLIDAY.
      *================================================================
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-CALENDAR-EOF-SW
               NOT AT END
                   IF HOL-HOLIDAY-DATE IS NUMERIC
                   AND HOL-HOLIDAY-DATE > ZEROS
                       ADD 1 TO WS-HOLIDAY-COUNT
                       COMPUTE WS-HOLIDAY-INT (WS-HOLIDAY-COUNT) =
                           FUNCTION INTEGER-OF-DATE
                               (HOL-HOLIDAY-DATE)
                   END-IF
           END-READ.

       0186-READ-HOLIDAY-EXIT.
           EXIT.

      *================================================================
       0200-READ-REQUEST.
      *================================================================
           READ REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-REQUEST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-REQUEST-COUNT
           END-READ.

       0200-READ-REQUEST-EXIT.
           EXIT.

      *================================================================
       1500-PROCESS-REQUEST.
      *================================================================
      * Decides whether the request can be applied; an eligible loan
      * is re-cut, flagged forborne and held at Stage 2, and every
      * request -- applied or rejected -- gets its report line.
           MOVE SPACES TO WS-REASON-CODE
                          WS-REASON-TEXT
           MOVE ZEROS  TO WS-UNPAID-INTEREST
                          WS-NEW-INSTALLMENT
                          WS-OLD-INSTALLMENT
                          WS-CONCESSION-END
                          WS-NEW-MATURITY
                          WS-OLD-MATURITY

           PERFORM 2000-CHECK-ELIGIBILITY
               THRU 2000-CHECK-ELIGIBILITY-EXIT

           IF WS-REASON-CODE = SPACES
               PERFORM 3000-RECUT-SCHEDULE
                   THRU 3000-RECUT-SCHEDULE-EXIT
               PERFORM 4000-UPDATE-FORBEARANCE
                   THRU 4000-UPDATE-FORBEARANCE-EXIT
               PERFORM 4100-HOLD-STAGE
                   THRU 4100-HOLD-STAGE-EXIT
               PERFORM 5000-REPORT-RESTRUCTURE
                   THRU 5000-REPORT-RESTRUCTURE-EXIT
           ELSE
               PERFORM 5100-REPORT-REJECTION
                   THRU 5100-REPORT-REJECTION-EXIT
           END-IF

           PERFORM 0200-READ-REQUEST
               THRU 0200-READ-REQUEST-EXIT.

       1500-PROCESS-REQUEST-EXIT.
           EXIT.

      *================================================================
       2000-CHECK-ELIGIBILITY.
      *================================================================
      * The first rule hit sets the reason and ends the check. The
      * schedule is located last, only for a request that passed
      * everything else.
           IF FR-CUSTOMER-ID = SPACES
           OR FR-LOAN-ACCT-NO = SPACES
           OR (NOT FR-PAYMENT-HOLIDAY AND NOT FR-TERM-EXTENSION)
           OR (FR-PAYMENT-HOLIDAY
               AND NOT FR-CAPITALISE AND NOT FR-DEFER)
           OR FR-CONCESSION-MONTHS IS NOT NUMERIC
           OR FR-CONCESSION-MONTHS = ZEROS
           OR FR-EFFECTIVE-MONTH IS NOT NUMERIC
           OR FR-EFFECTIVE-MM < 1 OR FR-EFFECTIVE-MM > 12
               MOVE 'F001' TO WS-REASON-CODE
               MOVE 'REQUEST DATA INVALID' TO WS-REASON-TEXT
               GO TO 2000-CHECK-ELIGIBILITY-EXIT
           END-IF

           IF (FR-PAYMENT-HOLIDAY
               AND FR-CONCESSION-MONTHS > WS-MAX-HOLIDAY-MONTHS)
           OR (FR-TERM-EXTENSION
               AND FR-CONCESSION-MONTHS > WS-MAX-EXTEND-MONTHS)
               MOVE 'F006' TO WS-REASON-CODE
               MOVE 'CONCESSION LONGER THAN POLICY MAXIMUM'
                   TO WS-REASON-TEXT
               GO TO 2000-CHECK-ELIGIBILITY-EXIT
           END-IF

           IF FR-EFFECTIVE-MONTH < WS-RUN-YYYYMM
               MOVE 'F004' TO WS-REASON-CODE
               MOVE 'EFFECTIVE MONTH ALREADY PAST' TO WS-REASON-TEXT
               GO TO 2000-CHECK-ELIGIBILITY-EXIT
           END-IF

           MOVE FR-CUSTOMER-ID  TO WO-CUSTOMER-ID
           MOVE FR-LOAN-ACCT-NO TO WO-LOAN-ACCT-NO
           READ WRITEOFF-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WO-WRITTEN-OFF
                       MOVE 'F002' TO WS-REASON-CODE
                       MOVE 'LOAN WRITTEN OFF' TO WS-REASON-TEXT
                   END-IF
           END-READ
           IF WS-REASON-CODE NOT = SPACES
               GO TO 2000-CHECK-ELIGIBILITY-EXIT
           END-IF

      * A loan restructured before, whose concession has run its
      * course, may be restructured again; the count is carried
      * forward so the re-forbearance is visible.
           MOVE 'N' TO WS-FORB-ON-FILE-SW
           MOVE ZEROS TO WS-PRIOR-RESTR-COUNT
           MOVE FR-CUSTOMER-ID  TO FB-CUSTOMER-ID
           MOVE FR-LOAN-ACCT-NO TO FB-LOAN-ACCT-NO
           READ FORBEARANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FORB-ON-FILE-SW
                   MOVE FB-RESTRUCTURE-COUNT TO WS-PRIOR-RESTR-COUNT
                   IF FB-CONCESSION-END-DATE >= WS-RUN-DATE-N
                       MOVE 'F005' TO WS-REASON-CODE
                       MOVE 'CONCESSION ALREADY IN FORCE'
                           TO WS-REASON-TEXT
                   END-IF
           END-READ
           IF WS-REASON-CODE NOT = SPACES
               GO TO 2000-CHECK-ELIGIBILITY-EXIT
           END-IF

           PERFORM 2100-LOCATE-RESTRUCTURE-POINT
               THRU 2100-LOCATE-RESTRUCTURE-POINT-EXIT
           IF NOT WS-RESTR-FOUND
           OR WS-RESTR-BALANCE = ZEROS
               MOVE 'F003' TO WS-REASON-CODE
               MOVE 'NO OUTSTANDING SCHEDULE FROM EFFECTIVE MONTH'
                   TO WS-REASON-TEXT
           END-IF.

       2000-CHECK-ELIGIBILITY-EXIT.
           EXIT.

      *================================================================
       2100-LOCATE-RESTRUCTURE-POINT.
      *================================================================
      * One keyed START on the loan and a browse of its lines, the
      * same pattern CUST-360 uses on the schedule. Lines written
      * before due-date stamping existed carry blanks in
      * AMORT-DUE-DATE and can never be the restructure point.
           MOVE 'N' TO WS-RESTR-FOUND-SW
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE ZEROS TO WS-RESTR-MONTH
                         WS-RESTR-BALANCE
                         WS-RESTR-INTEREST
                         WS-OLD-LAST-MONTH
           MOVE FR-CUSTOMER-ID  TO AMORT-CUSTOMER-ID
           MOVE FR-LOAN-ACCT-NO TO AMORT-LOAN-ACCT-NO
           MOVE ZEROS           TO AMORT-MONTH-NUM
           START AMORT-FILE KEY >= AMORT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM 2110-READ-SCHEDULE-LINE
               THRU 2110-READ-SCHEDULE-LINE-EXIT
               UNTIL WS-BROWSE-EOF.

       2100-LOCATE-RESTRUCTURE-POINT-EXIT.
           EXIT.

      *================================================================
       2110-READ-SCHEDULE-LINE.
      *================================================================
           READ AMORT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
               NOT AT END
                   IF AMORT-CUSTOMER-ID NOT = FR-CUSTOMER-ID
                   OR AMORT-LOAN-ACCT-NO NOT = FR-LOAN-ACCT-NO
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                   ELSE
                       MOVE AMORT-MONTH-NUM TO WS-OLD-LAST-MONTH
                       MOVE AMORT-DUE-DATE  TO WS-OLD-MATURITY
                       IF NOT WS-RESTR-FOUND
                       AND AMORT-DUE-DATE IS NUMERIC
                           MOVE AMORT-DUE-DATE (1:6)
                               TO WS-LINE-YYYYMM
                           IF WS-LINE-YYYYMM >= FR-EFFECTIVE-MONTH
                               MOVE 'Y' TO WS-RESTR-FOUND-SW
                               MOVE AMORT-MONTH-NUM
                                   TO WS-RESTR-MONTH
                               MOVE AMORT-BEGIN-BALANCE
                                   TO WS-RESTR-BALANCE
                               MOVE AMORT-INTEREST-PORTION
                                   TO WS-RESTR-INTEREST
                               MOVE AMORT-DUE-DATE
                                   TO WS-ANCHOR-DATE-N
                               COMPUTE WS-OLD-INSTALLMENT =
                                   AMORT-INTEREST-PORTION
                                   + AMORT-PRINCIPAL-PORTION
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2110-READ-SCHEDULE-LINE-EXIT.
           EXIT.

      *================================================================
       3000-RECUT-SCHEDULE.
      *================================================================
      * Re-cuts every line from the restructure point to the new
      * maturity.
      *   Payment holiday of H months: lines R to R+H-1 ask for no
      *   payment; their interest is capitalised (added to the
      *   balance) or deferred (carried to the final installment).
      *   The balance then amortises over the same number of months
      *   the loan had left, so maturity moves out by H.
      *   Term extension of E months: the balance at R amortises over
      *   the months left plus E, so maturity moves out by E.
      * The final line takes whatever balance rounding has left, so
      * the schedule always closes at exactly zero.
           IF WS-RESTR-INTEREST = ZEROS
               MOVE ZEROS TO WS-MONTHLY-RATE
           ELSE
               COMPUTE WS-MONTHLY-RATE ROUNDED =
                   WS-RESTR-INTEREST / WS-RESTR-BALANCE
           END-IF

           COMPUTE WS-NEW-LAST-MONTH =
               WS-OLD-LAST-MONTH + FR-CONCESSION-MONTHS
           IF FR-PAYMENT-HOLIDAY
               COMPUTE WS-HOLIDAY-LAST =
                   WS-RESTR-MONTH + FR-CONCESSION-MONTHS - 1
           ELSE
               COMPUTE WS-HOLIDAY-LAST = WS-RESTR-MONTH - 1
           END-IF
           COMPUTE WS-AMORT-TERM =
               WS-NEW-LAST-MONTH - WS-HOLIDAY-LAST

           MOVE WS-RESTR-BALANCE TO WS-RECUT-BALANCE
           MOVE 'N' TO WS-INSTALLMENT-SET-SW
           IF WS-ANCHOR-DAY > 28
               MOVE 28 TO WS-ANCHOR-DAY
           END-IF

           PERFORM 3100-WRITE-RECUT-LINE
               THRU 3100-WRITE-RECUT-LINE-EXIT
               VARYING WS-RECUT-MONTH FROM WS-RESTR-MONTH BY 1
               UNTIL WS-RECUT-MONTH > WS-NEW-LAST-MONTH

           IF FR-PAYMENT-HOLIDAY
               IF FR-CAPITALISE
                   ADD WS-UNPAID-INTEREST TO WS-TOTAL-CAPITALISED
               ELSE
                   ADD WS-UNPAID-INTEREST TO WS-TOTAL-DEFERRED
               END-IF
           END-IF.

       3000-RECUT-SCHEDULE-EXIT.
           EXIT.

      *================================================================
       3100-WRITE-RECUT-LINE.
      *================================================================
           COMPUTE WS-RECUT-INTEREST ROUNDED =
               WS-RECUT-BALANCE * WS-MONTHLY-RATE

           MOVE FR-CUSTOMER-ID      TO AMORT-CUSTOMER-ID
           MOVE FR-LOAN-ACCT-NO     TO AMORT-LOAN-ACCT-NO
           MOVE WS-RECUT-MONTH      TO AMORT-MONTH-NUM
           MOVE WS-RECUT-BALANCE    TO AMORT-BEGIN-BALANCE

           IF WS-RECUT-MONTH <= WS-HOLIDAY-LAST
      * Holiday line: nothing falls due. Capitalised interest grows
      * the balance; deferred interest is only remembered.
               MOVE ZEROS TO AMORT-INTEREST-PORTION
               MOVE ZEROS TO AMORT-PRINCIPAL-PORTION
               ADD WS-RECUT-INTEREST TO WS-UNPAID-INTEREST
               IF FR-CAPITALISE
                   ADD WS-RECUT-INTEREST TO WS-RECUT-BALANCE
               END-IF
           ELSE
               IF NOT WS-INSTALLMENT-SET
                   PERFORM 3200-COMPUTE-INSTALLMENT
                       THRU 3200-COMPUTE-INSTALLMENT-EXIT
               END-IF
               IF WS-RECUT-MONTH = WS-NEW-LAST-MONTH
               OR WS-NEW-INSTALLMENT - WS-RECUT-INTEREST
                  > WS-RECUT-BALANCE
                   MOVE WS-RECUT-BALANCE TO WS-RECUT-PRINCIPAL
               ELSE
                   COMPUTE WS-RECUT-PRINCIPAL =
                       WS-NEW-INSTALLMENT - WS-RECUT-INTEREST
               END-IF
               MOVE WS-RECUT-INTEREST  TO AMORT-INTEREST-PORTION
               MOVE WS-RECUT-PRINCIPAL TO AMORT-PRINCIPAL-PORTION
               IF WS-RECUT-MONTH = WS-NEW-LAST-MONTH
               AND FR-PAYMENT-HOLIDAY AND FR-DEFER
                   ADD WS-UNPAID-INTEREST TO AMORT-INTEREST-PORTION
               END-IF
               SUBTRACT WS-RECUT-PRINCIPAL FROM WS-RECUT-BALANCE
           END-IF
           MOVE WS-RECUT-BALANCE    TO AMORT-END-BALANCE

           COMPUTE WS-MONTHS-ADD = WS-RECUT-MONTH - WS-RESTR-MONTH
           PERFORM 3300-CALC-DUE-DATE
               THRU 3300-CALC-DUE-DATE-EXIT
           MOVE WS-DUE-DATE-N       TO AMORT-DUE-DATE

           IF WS-RECUT-MONTH = WS-HOLIDAY-LAST
           OR (WS-RECUT-MONTH = WS-RESTR-MONTH
               AND FR-TERM-EXTENSION)
               MOVE WS-DUE-DATE-N TO WS-CONCESSION-END
           END-IF
           IF WS-RECUT-MONTH = WS-NEW-LAST-MONTH
               MOVE WS-DUE-DATE-N TO WS-NEW-MATURITY
           END-IF

      * Lines up to the old maturity replace what is on file; the
      * months the concession adds are new lines.
           WRITE AMORT-RECORD
               INVALID KEY
                   REWRITE AMORT-RECORD
           END-WRITE
           MOVE WS-AMORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE AMORT RECORD'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-LINES-RECUT.

       3100-WRITE-RECUT-LINE-EXIT.
           EXIT.

      *================================================================
       3200-COMPUTE-INSTALLMENT.
      *================================================================
      * Standard annuity installment on the balance at the start of
      * amortisation, the formula LOAN-CALC prices schedules with. A
      * zero-rate loan simply divides the balance over the term.
           IF WS-MONTHLY-RATE = ZEROS
               COMPUTE WS-NEW-INSTALLMENT ROUNDED =
                   WS-RECUT-BALANCE / WS-AMORT-TERM
           ELSE
               COMPUTE WS-NEW-INSTALLMENT ROUNDED =
                   WS-RECUT-BALANCE *
                   (WS-MONTHLY-RATE *
                   (1 + WS-MONTHLY-RATE) ** WS-AMORT-TERM) /
                   ((1 + WS-MONTHLY-RATE) ** WS-AMORT-TERM - 1)
           END-IF
           MOVE 'Y' TO WS-INSTALLMENT-SET-SW.

       3200-COMPUTE-INSTALLMENT-EXIT.
           EXIT.

      *================================================================
       3300-CALC-DUE-DATE.
      *================================================================
      * WS-ANCHOR-DATE advanced by WS-MONTHS-ADD calendar months into
      * WS-DUE-DATE, rolled forward to the next business day.
           PERFORM 3350-ADD-MONTHS
               THRU 3350-ADD-MONTHS-EXIT

           COMPUTE WS-BUSDAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-N)
           PERFORM 3400-ROLL-TO-BUSINESS-DAY
               THRU 3400-ROLL-TO-BUSINESS-DAY-EXIT
           COMPUTE WS-DUE-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-BUSDAY-INTEGER).

       3300-CALC-DUE-DATE-EXIT.
           EXIT.

      *================================================================
       3350-ADD-MONTHS.
      *================================================================
      * Calendar-month arithmetic only, day capped at 28 so the
      * result is a valid date in any month.
           COMPUTE WS-DUE-MONTHS-TOTAL =
               WS-ANCHOR-MONTH + WS-MONTHS-ADD
           COMPUTE WS-DUE-YEARS-ADD =
               (WS-DUE-MONTHS-TOTAL - 1) / 12
           COMPUTE WS-DUE-MONTH =
               WS-DUE-MONTHS-TOTAL - (WS-DUE-YEARS-ADD * 12)
           COMPUTE WS-DUE-YEAR =
               WS-ANCHOR-YEAR + WS-DUE-YEARS-ADD
           IF WS-ANCHOR-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-DUE-DAY
           END-IF.

       3350-ADD-MONTHS-EXIT.
           EXIT.

      *================================================================
       3400-ROLL-TO-BUSINESS-DAY.
      *================================================================
      * Day numbers from INTEGER-OF-DATE run from a Monday, so
      * remainder 6 is Saturday and remainder 0 is Sunday.
           PERFORM 3410-CHECK-BUSINESS-DAY
               THRU 3410-CHECK-BUSINESS-DAY-EXIT
           PERFORM 3420-ADVANCE-ONE-DAY
               THRU 3420-ADVANCE-ONE-DAY-EXIT
               UNTIL WS-BUSDAY-OK.

       3400-ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.

      *================================================================
       3410-CHECK-BUSINESS-DAY.
      *================================================================
           MOVE 'Y' TO WS-BUSDAY-OK-SW
           DIVIDE WS-BUSDAY-INTEGER BY 7
               GIVING WS-BUSDAY-QUOTIENT
               REMAINDER WS-BUSDAY-REMAINDER
           IF WS-BUSDAY-REMAINDER = 6 OR WS-BUSDAY-REMAINDER = 0
               MOVE 'N' TO WS-BUSDAY-OK-SW
           END-IF
           IF WS-BUSDAY-OK
               PERFORM 3430-CHECK-HOLIDAY
                   THRU 3430-CHECK-HOLIDAY-EXIT
                   VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                   OR NOT WS-BUSDAY-OK
           END-IF.

       3410-CHECK-BUSINESS-DAY-EXIT.
           EXIT.

      *================================================================
       3420-ADVANCE-ONE-DAY.
      *================================================================
           ADD 1 TO WS-BUSDAY-INTEGER
           PERFORM 3410-CHECK-BUSINESS-DAY
               THRU 3410-CHECK-BUSINESS-DAY-EXIT.

       3420-ADVANCE-ONE-DAY-EXIT.
           EXIT.

      *================================================================
       3430-CHECK-HOLIDAY.
      *================================================================
           IF WS-HOLIDAY-INT (WS-HOLIDAY-IDX) = WS-BUSDAY-INTEGER
               MOVE 'N' TO WS-BUSDAY-OK-SW
           END-IF.

       3430-CHECK-HOLIDAY-EXIT.
           EXIT.

      *================================================================
       4000-UPDATE-FORBEARANCE.
      *================================================================
      * Flags the loan forborne. Probation runs the policy number of
      * months on from the end of the concession.
           MOVE SPACES                 TO FORBEARANCE-RECORD
           MOVE FR-CUSTOMER-ID         TO FB-CUSTOMER-ID
           MOVE FR-LOAN-ACCT-NO        TO FB-LOAN-ACCT-NO
           MOVE FR-CONCESSION-TYPE     TO FB-CONCESSION-TYPE
           IF FR-PAYMENT-HOLIDAY
               MOVE FR-INTEREST-TREATMENT TO FB-INTEREST-TREATMENT
           ELSE
               MOVE SPACES TO FB-INTEREST-TREATMENT
           END-IF
           MOVE FR-EFFECTIVE-MONTH     TO FB-EFFECTIVE-MONTH
           MOVE FR-CONCESSION-MONTHS   TO FB-CONCESSION-MONTHS
           MOVE WS-RUN-DATE-N          TO FB-APPROVAL-DATE
           MOVE WS-CONCESSION-END      TO FB-CONCESSION-END-DATE
           MOVE WS-UNPAID-INTEREST     TO FB-UNPAID-INTEREST
           MOVE FR-APPROVER-ID         TO FB-APPROVER-ID
           COMPUTE FB-RESTRUCTURE-COUNT = WS-PRIOR-RESTR-COUNT + 1

           MOVE WS-CONCESSION-END      TO WS-ANCHOR-DATE-N
           MOVE WS-PROBATION-MONTHS    TO WS-MONTHS-ADD
           PERFORM 3350-ADD-MONTHS
               THRU 3350-ADD-MONTHS-EXIT
           MOVE WS-DUE-DATE-N          TO FB-PROBATION-END-DATE

           IF WS-FORB-ON-FILE
               REWRITE FORBEARANCE-RECORD
           ELSE
               WRITE FORBEARANCE-RECORD
           END-IF
           MOVE WS-FORB-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE FORBEARANCE-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1 TO WS-RESTRUCTURED-COUNT.

       4000-UPDATE-FORBEARANCE-EXIT.
           EXIT.

      *================================================================
       4100-HOLD-STAGE.
      *================================================================
      * A forborne exposure is at least Stage 2. A Stage 1 loan moves
      * now, recorded as a migration so STAGE-RPT discloses it this
      * period; a loan already in Stage 2 or 3 is left where it is.
           MOVE FR-CUSTOMER-ID  TO SH-CUSTOMER-ID
           MOVE FR-LOAN-ACCT-NO TO SH-LOAN-ACCT-NO
           READ STAGE-HISTORY
               INVALID KEY
                   GO TO 4100-HOLD-STAGE-EXIT
           END-READ

           IF SH-STAGE < 2
               MOVE SH-STAGE      TO SH-PRIOR-STAGE
               MOVE 2             TO SH-STAGE
               MOVE 'Y'           TO SH-MIGRATED-FLAG
               MOVE WS-RUN-YYYYMM TO SH-PERIOD
               REWRITE STAGE-HISTORY-RECORD
               MOVE WS-STAGE-STATUS       TO WS-CHECK-STATUS-CODE
               MOVE 'REWRITE STAGE-HISTORY' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
               ADD 1 TO WS-STAGE-HELD-COUNT
           END-IF.

       4100-HOLD-STAGE-EXIT.
           EXIT.

      *================================================================
       5000-REPORT-RESTRUCTURE.
      *================================================================
      * Two lines per restructured loan: the concession granted, then
      * the schedule before and after.
           MOVE FR-CONCESSION-MONTHS TO WS-MONTHS-ED
           MOVE WS-RESTR-BALANCE     TO WS-BALANCE-ED
           STRING 'RESTRUCTURED | CUST:' DELIMITED SIZE
                  FR-CUSTOMER-ID       DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  FR-LOAN-ACCT-NO      DELIMITED SIZE
                  ' | TYPE:' DELIMITED SIZE
                  FR-CONCESSION-TYPE   DELIMITED SIZE
                  ' | MONTHS:' DELIMITED SIZE
                  WS-MONTHS-ED         DELIMITED SIZE
                  ' | FROM:' DELIMITED SIZE
                  FR-EFFECTIVE-MONTH   DELIMITED SIZE
                  ' | BALANCE:' DELIMITED SIZE
                  WS-BALANCE-ED        DELIMITED SIZE
                  ' | BY:' DELIMITED SIZE
                  FR-APPROVER-ID       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-OLD-INSTALLMENT   TO WS-OLD-INSTALL-ED
           MOVE WS-NEW-INSTALLMENT   TO WS-NEW-INSTALL-ED
           MOVE WS-UNPAID-INTEREST   TO WS-INTEREST-ED
           EVALUATE TRUE
               WHEN FR-TERM-EXTENSION
                   MOVE 'NONE'        TO WS-TREATMENT-LABEL
               WHEN FR-CAPITALISE
                   MOVE 'CAPITALISED' TO WS-TREATMENT-LABEL
               WHEN OTHER
                   MOVE 'DEFERRED'    TO WS-TREATMENT-LABEL
           END-EVALUATE
           STRING '    INSTALLMENT:' DELIMITED SIZE
                  WS-OLD-INSTALL-ED    DELIMITED SIZE
                  ' ->' DELIMITED SIZE
                  WS-NEW-INSTALL-ED    DELIMITED SIZE
                  ' | MATURITY:' DELIMITED SIZE
                  WS-OLD-MATURITY      DELIMITED SIZE
                  ' ->' DELIMITED SIZE
                  WS-NEW-MATURITY      DELIMITED SIZE
                  ' | INTEREST ' DELIMITED SIZE
                  WS-TREATMENT-LABEL   DELIMITED SPACE
                  ':' DELIMITED SIZE
                  WS-INTEREST-ED       DELIMITED SIZE
                  ' | PROBATION TO:' DELIMITED SIZE
                  FB-PROBATION-END-DATE DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5000-REPORT-RESTRUCTURE-EXIT.
           EXIT.

      *================================================================
       5100-REPORT-REJECTION.
      *================================================================
      * A rejected request leaves the schedule untouched; the desk
      * corrects and re-submits it. Advisory RC so operations see it.
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-RETURN-CODE < 4801
               MOVE 4801 TO WS-RETURN-CODE
           END-IF

           STRING 'REJECTED | CUST:' DELIMITED SIZE
                  FR-CUSTOMER-ID       DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  FR-LOAN-ACCT-NO      DELIMITED SIZE
                  ' | TYPE:' DELIMITED SIZE
                  FR-CONCESSION-TYPE   DELIMITED SIZE
                  ' | REASON:' DELIMITED SIZE
                  WS-REASON-CODE       DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-REASON-TEXT       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5100-REPORT-REJECTION-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           MOVE WS-REQUEST-COUNT      TO WS-COUNT-ED
           MOVE WS-RESTRUCTURED-COUNT TO WS-RESTRUCTURED-ED
           MOVE WS-REJECTED-COUNT     TO WS-REJECTED-ED

           STRING 'SUMMARY | REQUESTS:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | RESTRUCTURED:' DELIMITED SIZE
                  WS-RESTRUCTURED-ED   DELIMITED SIZE
                  ' | REJECTED:' DELIMITED SIZE
                  WS-REJECTED-ED       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           DISPLAY 'LOAN-RESTR SUMMARY | REQUESTS: ' WS-REQUEST-COUNT
               ' | RESTRUCTURED: ' WS-RESTRUCTURED-COUNT
               ' | REJECTED: ' WS-REJECTED-COUNT
               ' | LINES RE-CUT: ' WS-LINES-RECUT
               ' | MOVED TO STAGE 2: ' WS-STAGE-HELD-COUNT
           DISPLAY 'LOAN-RESTR: INTEREST CAPITALISED: '
               WS-TOTAL-CAPITALISED
               ' | DEFERRED: ' WS-TOTAL-DEFERRED.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE RESTRUCTURE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE RESTRUCTURE-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE REQUEST-FILE
           CLOSE AMORT-FILE
           CLOSE FORBEARANCE-FILE
           CLOSE STAGE-HISTORY
           CLOSE WRITEOFF-MASTER
           CLOSE RESTRUCTURE-REPORT
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
               DISPLAY 'LOAN-RESTR: RUN CONTROL NOT UPDATED - STEP '
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
      * paragraph of the same name. A schedule half re-cut cannot be
      * trusted, so the run stops and LOAN-SERVICE is held behind it.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'LOAN-RESTR: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE REQUEST-FILE
               CLOSE AMORT-FILE
               CLOSE FORBEARANCE-FILE
               CLOSE STAGE-HISTORY
               CLOSE WRITEOFF-MASTER
               CLOSE RESTRUCTURE-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *================================================================
      * PROGRAM-ID: LOAN-DDEBIT
      * PURPOSE:    Nightly direct-debit presentation. Walks the
      *             amortization schedule KSDS for installments
      *             falling due after today and up to the next
      *             business day on the shared BUSCAL calendar, and
      *             for every loan holding an active mandate on the
      *             DDMANDAT KSDS presents the installment to the
      *             borrower's linked account as a direct-debit (DD)
      *             transaction. The DD transactions are applied by
      *             ACCOUNT-MAINT through the normal transaction path,
      *             which takes the money, writes the matching
      *             PAYMTFIL record for LOAN-SERVICE, or returns the
      *             debit unpaid to the failed-collection file (short
      *             balance; frozen, held, dormant or closed account)
      *             leaving the installment open for dunning. The
      *             mandate carries the last due date presented, so a
      *             rerun of the night never presents an installment
      *             twice. Written-off loans and zero installments
      *             (payment-holiday lines) are never presented.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DDEBIT.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMORT-FILE
               ASSIGN TO AMORTSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT MANDATE-FILE
               ASSIGN TO DDMANDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT WRITEOFF-MASTER
               ASSIGN TO WOFFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT CALENDAR-FILE
               ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DEBIT-TRAN-FILE
               ASSIGN TO DDTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PRESENTATION-REPORT
               ASSIGN TO DDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  MANDATE-RECORD.
           05  DM-KEY.
               10  DM-CUSTOMER-ID      PIC X(10).
               10  DM-LOAN-ACCT-NO     PIC X(10).
           05  DM-ACC-NUMBER           PIC X(10).
           05  DM-MANDATE-STATUS       PIC X(1).
               88  DM-ACTIVE           VALUE 'A'.
               88  DM-SUSPENDED        VALUE 'S'.
               88  DM-CANCELLED        VALUE 'C'.
           05  DM-SIGNED-DATE          PIC 9(8).
           05  DM-LAST-DUE-DATE        PIC 9(8).
           05  DM-LAST-MONTH-NUM       PIC 9(4).
           05  FILLER                 PIC X(9).

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

       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'BUSCAL-REC'.

      * Same layout ACCOUNT-MAINT reads on ACCTTRAN. A DD transaction
      * carries the loan it collects for in place of the holder name.
       FD  DEBIT-TRAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  ACCT-TRANSACTION-RECORD.
           05  ATR-ACC-NUMBER       PIC X(10).
           05  ATR-TRAN-TYPE        PIC X(2).
           05  ATR-HOLDER-NAME      PIC X(35).
           05  ATR-DD-REFERENCE REDEFINES ATR-HOLDER-NAME.
               10  ATR-DD-CUSTOMER-ID  PIC X(10).
               10  ATR-DD-LOAN-ACCT-NO PIC X(10).
               10  ATR-DD-MONTH-NUM    PIC 9(4).
               10  ATR-DD-DUE-DATE     PIC 9(8).
               10  FILLER              PIC X(3).
           05  ATR-COUNTRY          PIC X(2).
           05  ATR-CURRENCY         PIC X(3).
           05  ATR-AMOUNT           PIC S9(12)V99 COMP-3.

       FD  PRESENTATION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRESENTATION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * BUSINESS-DAY CALENDAR
      * The shared BUSCAL holidays, loaded fail-closed exactly as
      * LOAN-CALC loads them. Presenting on the wrong day either
      * debits early across a holiday or lets an installment fall
      * due uncollected.
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
      * COLLECTION WINDOW
      * Everything due after today up to and including the next
      * business day is presented tonight, so an installment that
      * falls due over a weekend or holiday is collected on the
      * business day before it rather than missed.
      *----------------------------------------------------------------
       01  WS-WINDOW-DATA.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-COLLECT-TO-DATE   PIC 9(8)     VALUE ZEROS.
           05  WS-INSTALLMENT       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-SKIP-REASON       PIC X(20)    VALUE SPACES.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-LINES-READ        PIC 9(8) COMP VALUE ZEROS.
           05  WS-LINES-DUE         PIC 9(8) COMP VALUE ZEROS.
           05  WS-PRESENTED-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-MANDATE-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-INACTIVE-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-ALREADY-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-ZERO-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-PRESENTED-AMOUNT  PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZZZZZ9 VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-MANDATE-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-TRAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-AMORT-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-AMORT-EOF     VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Fixes tonight's collection window off the calendar, then
      * passes the schedule once in key order presenting every
      * mandated installment in the window.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0300-SET-COLLECTION-WINDOW
               THRU 0300-SET-COLLECTION-WINDOW-EXIT
           PERFORM 0200-READ-SCHEDULE
               THRU 0200-READ-SCHEDULE-EXIT
           PERFORM 1500-PROCESS-SCHEDULE-LINE
               THRU 1500-PROCESS-SCHEDULE-LINE-EXIT
               UNTIL WS-AMORT-EOF
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
           MOVE 'LOANDDBT' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'LOAN-DDEBIT: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'LOAN-DDEBIT: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'LOAN-DDEBIT: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           PERFORM 0185-LOAD-CALENDAR
               THRU 0185-LOAD-CALENDAR-EXIT

           OPEN INPUT AMORT-FILE
           MOVE WS-AMORT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN AMORT-FILE'      TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * A missing mandate master (before the first mandate is loaded)
      * is created empty rather than failing the batch, same as
      * LOAN-CALC's DUP-CHECK handling.
           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS = '35'
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           MOVE WS-MANDATE-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN MANDATE-FILE'    TO WS-CHECK-STATUS-OPER
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

           OPEN OUTPUT DEBIT-TRAN-FILE
           MOVE WS-TRAN-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DEBIT-TRAN-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT PRESENTATION-REPORT
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PRESENTATION-RPT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0185-LOAD-CALENDAR.
      *================================================================
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

           DISPLAY 'LOAN-DDEBIT: ' WS-HOLIDAY-COUNT
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
       0200-READ-SCHEDULE.
      *================================================================
           READ AMORT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-AMORT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LINES-READ
           END-READ.

       0200-READ-SCHEDULE-EXIT.
           EXIT.

      *================================================================
       0300-SET-COLLECTION-WINDOW.
      *================================================================
      * The window closes on the first business day after today.
           COMPUTE WS-BUSDAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N) + 1
           PERFORM 3400-ROLL-TO-BUSINESS-DAY
               THRU 3400-ROLL-TO-BUSINESS-DAY-EXIT
           COMPUTE WS-COLLECT-TO-DATE =
               FUNCTION DATE-OF-INTEGER (WS-BUSDAY-INTEGER)

           STRING 'DIRECT-DEBIT PRESENTATION | RUN DATE:'
                      DELIMITED SIZE
                  WS-RUN-DATE-N          DELIMITED SIZE
                  ' | COLLECTING DUE DATES TO:' DELIMITED SIZE
                  WS-COLLECT-TO-DATE     DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           DISPLAY 'LOAN-DDEBIT: COLLECTING INSTALLMENTS DUE AFTER '
               WS-RUN-DATE-N ' UP TO ' WS-COLLECT-TO-DATE.

       0300-SET-COLLECTION-WINDOW-EXIT.
           EXIT.

      *================================================================
       1500-PROCESS-SCHEDULE-LINE.
      *================================================================
      * Lines written before due-date stamping existed carry blanks
      * in AMORT-DUE-DATE and are never in the window.
           IF AMORT-DUE-DATE IS NUMERIC
           AND AMORT-DUE-DATE > WS-RUN-DATE-N
           AND AMORT-DUE-DATE <= WS-COLLECT-TO-DATE
               ADD 1 TO WS-LINES-DUE
               PERFORM 2000-PRESENT-INSTALLMENT
                   THRU 2000-PRESENT-INSTALLMENT-EXIT
           END-IF

           PERFORM 0200-READ-SCHEDULE
               THRU 0200-READ-SCHEDULE-EXIT.

       1500-PROCESS-SCHEDULE-LINE-EXIT.
           EXIT.

      *================================================================
       2000-PRESENT-INSTALLMENT.
      *================================================================
      * The first rule hit ends the check: no mandate, a mandate not
      * active, an installment already presented, a written-off
      * loan, or nothing to collect.
           COMPUTE WS-INSTALLMENT =
               AMORT-INTEREST-PORTION + AMORT-PRINCIPAL-PORTION

           MOVE AMORT-CUSTOMER-ID  TO DM-CUSTOMER-ID
           MOVE AMORT-LOAN-ACCT-NO TO DM-LOAN-ACCT-NO
           READ MANDATE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-MANDATE-COUNT
                   GO TO 2000-PRESENT-INSTALLMENT-EXIT
           END-READ

           IF NOT DM-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               MOVE 'MANDATE NOT ACTIVE' TO WS-SKIP-REASON
               PERFORM 5100-REPORT-SKIPPED
                   THRU 5100-REPORT-SKIPPED-EXIT
               GO TO 2000-PRESENT-INSTALLMENT-EXIT
           END-IF

           IF DM-LAST-DUE-DATE IS NUMERIC
           AND DM-LAST-DUE-DATE >= AMORT-DUE-DATE
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 2000-PRESENT-INSTALLMENT-EXIT
           END-IF

           MOVE AMORT-CUSTOMER-ID  TO WO-CUSTOMER-ID
           MOVE AMORT-LOAN-ACCT-NO TO WO-LOAN-ACCT-NO
           READ WRITEOFF-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WO-WRITTEN-OFF
                       ADD 1 TO WS-WOFF-COUNT
                       MOVE 'LOAN WRITTEN OFF' TO WS-SKIP-REASON
                       PERFORM 5100-REPORT-SKIPPED
                           THRU 5100-REPORT-SKIPPED-EXIT
                       GO TO 2000-PRESENT-INSTALLMENT-EXIT
                   END-IF
           END-READ

           IF WS-INSTALLMENT = ZEROS
               ADD 1 TO WS-ZERO-COUNT
               GO TO 2000-PRESENT-INSTALLMENT-EXIT
           END-IF

           PERFORM 2100-WRITE-DEBIT-TRAN
               THRU 2100-WRITE-DEBIT-TRAN-EXIT
           PERFORM 2200-MARK-MANDATE
               THRU 2200-MARK-MANDATE-EXIT
           PERFORM 5000-REPORT-PRESENTED
               THRU 5000-REPORT-PRESENTED-EXIT.

       2000-PRESENT-INSTALLMENT-EXIT.
           EXIT.

      *================================================================
       2100-WRITE-DEBIT-TRAN.
      *================================================================
      * A debit is a negative adjustment to ACCOUNT-MAINT.
           MOVE SPACES             TO ACCT-TRANSACTION-RECORD
           MOVE DM-ACC-NUMBER      TO ATR-ACC-NUMBER
           MOVE 'DD'               TO ATR-TRAN-TYPE
           MOVE AMORT-CUSTOMER-ID  TO ATR-DD-CUSTOMER-ID
           MOVE AMORT-LOAN-ACCT-NO TO ATR-DD-LOAN-ACCT-NO
           MOVE AMORT-MONTH-NUM    TO ATR-DD-MONTH-NUM
           MOVE AMORT-DUE-DATE     TO ATR-DD-DUE-DATE
           COMPUTE ATR-AMOUNT = ZEROS - WS-INSTALLMENT

           WRITE ACCT-TRANSACTION-RECORD
           MOVE WS-TRAN-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE DEBIT-TRAN'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1              TO WS-PRESENTED-COUNT
           ADD WS-INSTALLMENT TO WS-PRESENTED-AMOUNT.

       2100-WRITE-DEBIT-TRAN-EXIT.
           EXIT.

      *================================================================
       2200-MARK-MANDATE.
      *================================================================
           MOVE AMORT-DUE-DATE  TO DM-LAST-DUE-DATE
           MOVE AMORT-MONTH-NUM TO DM-LAST-MONTH-NUM
           REWRITE MANDATE-RECORD
           MOVE WS-MANDATE-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE MANDATE'      TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2200-MARK-MANDATE-EXIT.
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
       5000-REPORT-PRESENTED.
      *================================================================
           MOVE WS-INSTALLMENT TO WS-AMOUNT-ED
           STRING 'PRESENTED | CUST:' DELIMITED SIZE
                  AMORT-CUSTOMER-ID    DELIMITED SIZE
                  ' | LOAN:' DELIMITED SIZE
                  AMORT-LOAN-ACCT-NO   DELIMITED SIZE
                  ' | MONTH:' DELIMITED SIZE
                  AMORT-MONTH-NUM      DELIMITED SIZE
                  ' | DUE:' DELIMITED SIZE
                  AMORT-DUE-DATE       DELIMITED SIZE
                  ' | ACCOUNT:' DELIMITED SIZE
                  DM-ACC-NUMBER        DELIMITED SIZE
                  ' | AMOUNT:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5000-REPORT-PRESENTED-EXIT.
           EXIT.

      *================================================================
       5100-REPORT-SKIPPED.
      *================================================================
      * A mandated installment not presented is listed so collections
      * know it will have to be paid in some other way.
           MOVE WS-INSTALLMENT TO WS-AMOUNT-ED
           STRING 'NOT PRESENTED | CUST:' DELIMITED SIZE
                  AMORT-CUSTOMER-ID    DELIMITED SIZE
                  ' | LOAN:' DELIMITED SIZE
                  AMORT-LOAN-ACCT-NO   DELIMITED SIZE
                  ' | MONTH:' DELIMITED SIZE
                  AMORT-MONTH-NUM      DELIMITED SIZE
                  ' | AMOUNT:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | ' DELIMITED SIZE
                  WS-SKIP-REASON       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5100-REPORT-SKIPPED-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           MOVE WS-PRESENTED-COUNT  TO WS-COUNT-ED
           MOVE WS-PRESENTED-AMOUNT TO WS-TOTAL-ED
           STRING 'SUMMARY | DEBITS PRESENTED:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | AMOUNT:' DELIMITED SIZE
                  WS-TOTAL-ED          DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           DISPLAY 'LOAN-DDEBIT SUMMARY | LINES READ: ' WS-LINES-READ
               ' | DUE IN WINDOW: ' WS-LINES-DUE
               ' | PRESENTED: ' WS-PRESENTED-COUNT
               ' | NO MANDATE: ' WS-NO-MANDATE-COUNT
           DISPLAY 'LOAN-DDEBIT: MANDATE NOT ACTIVE: '
               WS-INACTIVE-COUNT
               ' | ALREADY PRESENTED: ' WS-ALREADY-COUNT
               ' | WRITTEN OFF: ' WS-WOFF-COUNT
               ' | ZERO INSTALLMENT: ' WS-ZERO-COUNT
           DISPLAY 'LOAN-DDEBIT: AMOUNT PRESENTED: '
               WS-PRESENTED-AMOUNT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE PRESENTATION-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE PRESENTATION-RPT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE AMORT-FILE
           CLOSE MANDATE-FILE
           CLOSE WRITEOFF-MASTER
           CLOSE DEBIT-TRAN-FILE
           CLOSE PRESENTATION-REPORT
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
               DISPLAY 'LOAN-DDEBIT: RUN CONTROL NOT UPDATED - STEP '
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
      * paragraph of the same name. A mandate marked presented with
      * no debit behind it would leave the installment uncollected,
      * so the run stops and ACCOUNT-MAINT is held behind it.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'LOAN-DDEBIT: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE AMORT-FILE
               CLOSE MANDATE-FILE
               CLOSE WRITEOFF-MASTER
               CLOSE DEBIT-TRAN-FILE
               CLOSE PRESENTATION-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

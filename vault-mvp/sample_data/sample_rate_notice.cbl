      *================================================================
      * PROGRAM-ID: RATE-NOTICE
      * PURPOSE:    Advance notice of variable-rate resets. Walks the
      *             sorted loan book and, for every variable-rate
      *             loan, browses its AMORTSCH schedule for the reset
      *             points LOAN-CALC's 2080-CHECK-RATE-RESET priced:
      *             every LR-RESET-FREQ-MONTHS boundary. A reset whose
      *             new rate takes effect (the due date of the last
      *             installment at the old rate, from which the new
      *             rate accrues) within the REGPARMS notice period
      *             gets a rate-change letter -- old and new rate, old
      *             and new installment, effective date and the first
      *             installment due at the new amount, exactly as the
      *             schedule will collect them -- addressed from the
      *             CUSTNAME master. The letter goes to the print-and-
      *             post bureau on the same mailing stream STMT-MAIL
      *             feeds, under its own document type. A borrower
      *             with no usable address goes on the exception
      *             report instead and is tried again every night
      *             until the address is put right. Every letter sent
      *             is logged on the RATENLOG KSDS, keyed by loan and
      *             effective date: the log stops a second letter for
      *             the same reset and is the evidence that notice was
      *             given, and when.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-NOTICE.
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
           SELECT NAME-ADDRESS-FILE
               ASSIGN TO CUSTNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNM-CUSTOMER-ID
               FILE STATUS IS WS-NAME-STATUS.
           SELECT NOTICE-LOG-FILE
               ASSIGN TO RATENLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-KEY
               FILE STATUS IS WS-NLOG-STATUS.
           SELECT LETTER-FILE
               ASSIGN TO RNLETTER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT MAILING-EXTRACT-FILE
               ASSIGN TO MAILXTRT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT EXCEPTION-REPORT
               ASSIGN TO RNEXCP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

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
               88  LR-RATE-VARIABLE VALUE 'V'.
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

      * One row per rate-change letter sent: the reset it gave notice
      * of, the figures it quoted and the night it went out.
       FD  NOTICE-LOG-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-LOG-RECORD.
           05  RN-KEY.
               10  RN-CUSTOMER-ID      PIC X(10).
               10  RN-LOAN-ACCT-NO     PIC X(10).
               10  RN-EFFECTIVE-DATE   PIC 9(8).
           05  RN-NOTICE-DATE          PIC 9(8).
           05  RN-FIRST-DUE-DATE       PIC 9(8).
           05  RN-OLD-RATE             PIC 9(3)V99 COMP-3.
           05  RN-NEW-RATE             PIC 9(3)V99 COMP-3.
           05  RN-OLD-INSTALLMENT      PIC 9(12)V99 COMP-3.
           05  RN-NEW-INSTALLMENT      PIC 9(12)V99 COMP-3.
           05  RN-DAYS-NOTICE          PIC 9(3).
           05  FILLER                 PIC X(11).

      * The letter itself, self-contained for the bureau's rate-change
      * template: figures, dates and the delivery address.
       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS.
       01  LETTER-RECORD.
           05  RL-CUSTOMER-ID          PIC X(10).
           05  RL-LOAN-ACCT-NO         PIC X(10).
           05  RL-NOTICE-DATE          PIC 9(8).
           05  RL-EFFECTIVE-DATE       PIC 9(8).
           05  RL-FIRST-DUE-DATE       PIC 9(8).
           05  RL-CURRENCY             PIC X(3).
           05  RL-OLD-RATE             PIC 9(3)V99 COMP-3.
           05  RL-NEW-RATE             PIC 9(3)V99 COMP-3.
           05  RL-RATE-MARGIN          PIC 9(3)V99 COMP-3.
           05  RL-OLD-INSTALLMENT      PIC 9(12)V99 COMP-3.
           05  RL-NEW-INSTALLMENT      PIC 9(12)V99 COMP-3.
           05  RL-REMAINING-INSTALMENTS PIC 9(4).
           05  RL-NAME                 PIC X(35).
           05  RL-ADDR-LINE-1          PIC X(35).
           05  RL-ADDR-LINE-2          PIC X(35).
           05  RL-CITY                 PIC X(20).
           05  RL-POSTCODE             PIC X(10).
           05  RL-COUNTRY              PIC X(2).
           05  FILLER                 PIC X(37).

       FD  MAILING-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
           COPY 'MAILXTRT-REC'.

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCEPTION-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * NOTICE PERIOD (from REGPARMS, loaded fail-closed)
      * Calendar days of advance written notice a borrower must have
      * before a new rate takes effect.
      *----------------------------------------------------------------
       01  WS-NOTICE-PARAMETERS.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-NOTICE-DAYS       PIC 9(5) COMP VALUE ZEROS.
           05  WS-PARM-NOTICE-SW    PIC X(1)     VALUE 'N'.
           05  WS-REGPARM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REGPARM-EOF   VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN DATE AND NOTICE WINDOW
      *----------------------------------------------------------------
       01  WS-WINDOW-DATA.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-RUN-INTEGER       PIC 9(9) COMP VALUE ZEROS.
           05  WS-HORIZON-DATE-N    PIC 9(8)     VALUE ZEROS.
           05  WS-HORIZON-INTEGER   PIC 9(9) COMP VALUE ZEROS.
           05  WS-DAYS-NOTICE       PIC S9(9) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * PER-LOAN DATA
      * The book archive holds every booking, so a loan re-presented
      * from suspense appears more than once; the sort brings its
      * bookings together and only the first is worked.
      *----------------------------------------------------------------
       01  WS-LOAN-DATA.
           05  WS-LOAN-KEY.
               10  WS-LK-CUSTOMER-ID PIC X(10)   VALUE SPACES.
               10  WS-LK-LOAN-ACCT   PIC X(10)   VALUE SPACES.
           05  WS-PREV-LOAN-KEY     PIC X(20)    VALUE SPACES.
           05  WS-LOAN-CURRENCY     PIC X(3)     VALUE SPACES.
           05  WS-RESET-FREQ        PIC 9(4) COMP VALUE ZEROS.
           05  WS-INITIAL-RATE      PIC 9(3)V99 COMP-3 VALUE ZEROS.
           05  WS-RATE-MARGIN       PIC 9(3)V99 COMP-3 VALUE ZEROS.
           05  WS-LOAN-WOFF-SW      PIC X(1)     VALUE 'N'.
               88  WS-LOAN-WRITTEN-OFF VALUE 'Y'.

      *----------------------------------------------------------------
      * SCHEDULE BROWSE
      * The schedule carries no rate, so the rate on a line is read
      * back from its interest over its opening balance -- the same
      * derivation LOAN-RESTR re-cuts with. Lines in the first rate
      * period use the contractual initial rate from the book.
      * WS-PRIOR-* is the last line that asked for a payment (a
      * payment-holiday line has neither rate nor installment to
      * quote); WS-PRIOR-DUE-DATE is simply the line before.
      *----------------------------------------------------------------
       01  WS-SCHEDULE-DATA.
           05  WS-SCHED-DONE-SW     PIC X(1)     VALUE 'N'.
               88  WS-SCHED-DONE    VALUE 'Y'.
           05  WS-SCHED-FOUND-SW    PIC X(1)     VALUE 'N'.
               88  WS-SCHED-FOUND   VALUE 'Y'.
           05  WS-PRIOR-SET-SW      PIC X(1)     VALUE 'N'.
               88  WS-PRIOR-SET     VALUE 'Y'.
           05  WS-PRIOR-DUE-DATE    PIC 9(8)     VALUE ZEROS.
           05  WS-PRIOR-RATE        PIC 9(3)V99 COMP-3 VALUE ZEROS.
           05  WS-PRIOR-INSTALLMENT PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LINE-RATE         PIC 9(3)V99 COMP-3 VALUE ZEROS.
           05  WS-LINE-INSTALLMENT  PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LAST-MONTH        PIC 9(4) COMP VALUE ZEROS.
           05  WS-MONTHS-ELAPSED    PIC 9(4) COMP VALUE ZEROS.
           05  WS-RESET-QUOTIENT    PIC 9(4) COMP VALUE ZEROS.
           05  WS-RESET-REMAINDER   PIC 9(4) COMP VALUE ZEROS.
           05  WS-EFFECTIVE-DATE    PIC 9(8)     VALUE ZEROS.
           05  WS-EFFECTIVE-INTEGER PIC 9(9) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * RESETS INSIDE THE WINDOW
      * Held until the browse has found the loan's last line, so each
      * letter can say how many installments the new amount runs for.
      *----------------------------------------------------------------
       01  WS-RESET-TABLE.
           05  WS-RESET-COUNT       PIC 9(2) COMP VALUE ZEROS.
           05  WS-RESET-ENTRY       OCCURS 24 TIMES.
               10  WS-RT-EFFECTIVE-DATE PIC 9(8).
               10  WS-RT-FIRST-DUE-DATE PIC 9(8).
               10  WS-RT-MONTH-NUM      PIC 9(4).
               10  WS-RT-OLD-RATE       PIC 9(3)V99 COMP-3.
               10  WS-RT-NEW-RATE       PIC 9(3)V99 COMP-3.
               10  WS-RT-OLD-INSTALLMENT PIC 9(12)V99 COMP-3.
               10  WS-RT-NEW-INSTALLMENT PIC 9(12)V99 COMP-3.
               10  WS-RT-DAYS-NOTICE    PIC 9(3).
           05  WS-RESET-IDX         PIC 9(2) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-LOAN-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-VARIABLE-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-DUPLICATE-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-WOFF-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-SCHED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-RESETS-IN-WINDOW  PIC 9(8) COMP VALUE ZEROS.
           05  WS-UNCHANGED-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-ALREADY-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-SENT-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-SHORT-COUNT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-ADDRESS-COUNT  PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-ADDRESS-REASON    PIC X(20)    VALUE SPACES.
           05  WS-RATE-ED           PIC ZZ9.99   VALUE ZEROS.
           05  WS-RATE-ED-2         PIC ZZ9.99   VALUE ZEROS.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-ED-2       PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-DAYS-ED           PIC ZZZZ9    VALUE ZEROS.
           05  WS-DAYS-ED-2         PIC ZZZZ9    VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-LOAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-NAME-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-NLOG-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-LETTER-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-MAIL-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-EXCEPT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-WOFF-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-WOFF-AVAIL    VALUE 'Y'.
           05  WS-LOAN-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-LOAN-EOF      VALUE 'Y'.
           05  WS-LOAN-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-LOAN-FOUND    VALUE 'Y'.
           05  WS-LOGGED-SW         PIC X(1)     VALUE 'N'.
               88  WS-ALREADY-LOGGED VALUE 'Y'.
           05  WS-ADDRESS-FOUND-SW  PIC X(1)     VALUE 'N'.
               88  WS-ADDRESS-FOUND VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Loads the notice period, then works the sorted book one loan
      * at a time: every variable-rate loan's schedule is browsed for
      * resets falling inside the window, and each one not already on
      * the notice log gets its letter.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0160-LOAD-REG-PARAMETERS
               THRU 0160-LOAD-REG-PARAMETERS-EXIT

           COMPUTE WS-HORIZON-INTEGER =
               WS-RUN-INTEGER + WS-NOTICE-DAYS
           COMPUTE WS-HORIZON-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-HORIZON-INTEGER)
           PERFORM 0400-PRINT-HEADINGS
               THRU 0400-PRINT-HEADINGS-EXIT

           PERFORM 0200-READ-LOAN-RECORD
               THRU 0200-READ-LOAN-RECORD-EXIT
           PERFORM 1000-PROCESS-LOAN
               THRU 1000-PROCESS-LOAN-EXIT
               UNTIL WS-LOAN-EOF

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
           MOVE 'RATENOTC' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'RATE-NOTICE: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'RATE-NOTICE: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'RATE-NOTICE: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

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

           OPEN INPUT NAME-ADDRESS-FILE
           MOVE WS-NAME-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN NAME-ADDRESS'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The notice log is created empty the first time the run finds
      * it missing, the same first-run treatment as the other KSDS
      * masters this batch builds for itself.
           OPEN I-O NOTICE-LOG-FILE
           IF WS-NLOG-STATUS = '35'
               OPEN OUTPUT NOTICE-LOG-FILE
               CLOSE NOTICE-LOG-FILE
               OPEN I-O NOTICE-LOG-FILE
           END-IF
           MOVE WS-NLOG-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN NOTICE-LOG'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT LETTER-FILE
           MOVE WS-LETTER-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LETTER-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT MAILING-EXTRACT-FILE
           MOVE WS-MAIL-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN MAILING-EXTRACT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT EXCEPTION-REPORT
           MOVE WS-EXCEPT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN EXCEPTION-RPT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * A written-off loan is in recoveries' hands, not on its
      * contractual schedule; without the master every loan is
      * treated as live and the run says so.
           OPEN INPUT WRITEOFF-MASTER
           IF WS-WOFF-STATUS = '00'
               MOVE 'Y' TO WS-WOFF-AVAIL-SW
           ELSE
               DISPLAY 'RATE-NOTICE: NO WRITE-OFF MASTER ON FILE - '
                   'EVERY LOAN TREATED AS LIVE'
           END-IF.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0160-LOAD-REG-PARAMETERS.
      *================================================================
      * Notice given against a missing or absurd period could be too
      * short to be lawful, so the run stops before any loan is read.
           OPEN INPUT REGPARM-FILE
           MOVE WS-REGPARM-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REGPARM-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0165-READ-REG-PARAMETER
               THRU 0165-READ-REG-PARAMETER-EXIT
               UNTIL WS-REGPARM-EOF
           CLOSE REGPARM-FILE

           IF WS-PARM-NOTICE-SW = 'N'
           OR WS-NOTICE-DAYS < 1
           OR WS-NOTICE-DAYS > 365
               DISPLAY 'RATE-NOTICE: REGPARMS RATE-NOTICE-DAYS '
                   'MISSING OR INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE REGPARMS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           DISPLAY 'RATE-NOTICE: PARAMETER SET ' WS-PARM-SET-ID
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
                       WHEN 'RATE-NOTICE-DAYS'
                           MOVE PRM-VALUE-NUM TO WS-NOTICE-DAYS
                           MOVE 'Y' TO WS-PARM-NOTICE-SW
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
       0400-PRINT-HEADINGS.
      *================================================================
           MOVE WS-NOTICE-DAYS TO WS-DAYS-ED
           STRING 'RATE NOTICE EXCEPTIONS | RUN:' DELIMITED SIZE
                  WS-RUN-DATE-N        DELIMITED SIZE
                  ' | NOTICE DAYS:' DELIMITED SIZE
                  WS-DAYS-ED           DELIMITED SIZE
                  ' | EFFECTIVE TO:' DELIMITED SIZE
                  WS-HORIZON-DATE-N    DELIMITED SIZE
                  ' | PARMS:' DELIMITED SIZE
                  WS-PARM-SET-ID       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0400-PRINT-HEADINGS-EXIT.
           EXIT.

      *================================================================
       1000-PROCESS-LOAN.
      *================================================================
      * Only variable-rate loans reset. A written-off loan gets no
      * letter: collection is no longer against the schedule.
           IF NOT LR-RATE-VARIABLE
           OR LR-RESET-FREQ-MONTHS = ZEROS
               GO TO 1000-NEXT-LOAN
           END-IF
           IF WS-LOAN-KEY = WS-PREV-LOAN-KEY
               ADD 1 TO WS-DUPLICATE-COUNT
               GO TO 1000-NEXT-LOAN
           END-IF
           MOVE WS-LOAN-KEY TO WS-PREV-LOAN-KEY
           ADD 1 TO WS-VARIABLE-COUNT

           MOVE LR-RESET-FREQ-MONTHS TO WS-RESET-FREQ
           MOVE LR-INTEREST-RATE     TO WS-INITIAL-RATE
           MOVE LR-RATE-MARGIN       TO WS-RATE-MARGIN

           PERFORM 1100-CHECK-WRITTEN-OFF
               THRU 1100-CHECK-WRITTEN-OFF-EXIT
           IF WS-LOAN-WRITTEN-OFF
               ADD 1 TO WS-WOFF-COUNT
               GO TO 1000-NEXT-LOAN
           END-IF

           PERFORM 1300-SCAN-SCHEDULE
               THRU 1300-SCAN-SCHEDULE-EXIT
           IF NOT WS-SCHED-FOUND
               ADD 1 TO WS-NO-SCHED-COUNT
               GO TO 1000-NEXT-LOAN
           END-IF

           PERFORM 2000-ISSUE-NOTICE
               THRU 2000-ISSUE-NOTICE-EXIT
               VARYING WS-RESET-IDX FROM 1 BY 1
               UNTIL WS-RESET-IDX > WS-RESET-COUNT.

       1000-NEXT-LOAN.
           PERFORM 0200-READ-LOAN-RECORD
               THRU 0200-READ-LOAN-RECORD-EXIT.

       1000-PROCESS-LOAN-EXIT.
           EXIT.

      *================================================================
       1100-CHECK-WRITTEN-OFF.
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

       1100-CHECK-WRITTEN-OFF-EXIT.
           EXIT.

      *================================================================
       1300-SCAN-SCHEDULE.
      *================================================================
      * One keyed START on this loan's schedule, same as LIQ-LADDER's
      * walk, collecting every reset inside the window.
           MOVE 'N' TO WS-SCHED-FOUND-SW
           MOVE 'N' TO WS-SCHED-DONE-SW
           MOVE 'N' TO WS-PRIOR-SET-SW
           MOVE ZEROS TO WS-PRIOR-DUE-DATE
                         WS-LAST-MONTH
                         WS-RESET-COUNT

           MOVE WS-LK-CUSTOMER-ID TO AMORT-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT   TO AMORT-LOAN-ACCT-NO
           MOVE ZEROS             TO AMORT-MONTH-NUM
           START AMORT-FILE KEY >= AMORT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCHED-DONE-SW
           END-START

           PERFORM 1320-SCAN-ONE-LINE
               THRU 1320-SCAN-ONE-LINE-EXIT
               UNTIL WS-SCHED-DONE.

       1300-SCAN-SCHEDULE-EXIT.
           EXIT.

      *================================================================
       1320-SCAN-ONE-LINE.
      *================================================================
      * Line M is a reset line when M - 1 is a whole number of reset
      * periods, the test 2080-CHECK-RATE-RESET applies. Its interest
      * is the first charged at the new rate, so the new rate runs
      * from the previous line's due date: that is the effective date
      * the borrower is told and the date the window is tested on.
           READ AMORT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SCHED-DONE-SW
                   GO TO 1320-SCAN-ONE-LINE-EXIT
           END-READ

           IF AMORT-CUSTOMER-ID NOT = WS-LK-CUSTOMER-ID
           OR AMORT-LOAN-ACCT-NO NOT = WS-LK-LOAN-ACCT
               MOVE 'Y' TO WS-SCHED-DONE-SW
               GO TO 1320-SCAN-ONE-LINE-EXIT
           END-IF

           MOVE 'Y' TO WS-SCHED-FOUND-SW
           MOVE AMORT-MONTH-NUM TO WS-LAST-MONTH
           IF AMORT-DUE-DATE IS NOT NUMERIC
           OR AMORT-DUE-DATE = ZEROS
               MOVE ZEROS TO WS-PRIOR-DUE-DATE
               GO TO 1320-SCAN-ONE-LINE-EXIT
           END-IF

           COMPUTE WS-LINE-INSTALLMENT =
               AMORT-INTEREST-PORTION + AMORT-PRINCIPAL-PORTION
           IF AMORT-MONTH-NUM <= WS-RESET-FREQ
               MOVE WS-INITIAL-RATE TO WS-LINE-RATE
           ELSE
               IF AMORT-BEGIN-BALANCE = ZEROS
                   MOVE ZEROS TO WS-LINE-RATE
               ELSE
                   COMPUTE WS-LINE-RATE ROUNDED =
                       AMORT-INTEREST-PORTION * 1200
                       / AMORT-BEGIN-BALANCE
               END-IF
           END-IF

           IF AMORT-MONTH-NUM > 1
           AND WS-PRIOR-DUE-DATE > ZEROS
           AND WS-PRIOR-SET
               COMPUTE WS-MONTHS-ELAPSED = AMORT-MONTH-NUM - 1
               DIVIDE WS-MONTHS-ELAPSED BY WS-RESET-FREQ
                   GIVING WS-RESET-QUOTIENT
                   REMAINDER WS-RESET-REMAINDER
               IF WS-RESET-REMAINDER = ZEROS
                   PERFORM 1350-TEST-RESET-WINDOW
                       THRU 1350-TEST-RESET-WINDOW-EXIT
               END-IF
           END-IF

           MOVE AMORT-DUE-DATE TO WS-PRIOR-DUE-DATE
           IF WS-LINE-INSTALLMENT > ZEROS
               MOVE WS-LINE-RATE        TO WS-PRIOR-RATE
               MOVE WS-LINE-INSTALLMENT TO WS-PRIOR-INSTALLMENT
               MOVE 'Y' TO WS-PRIOR-SET-SW
           END-IF.

       1320-SCAN-ONE-LINE-EXIT.
           EXIT.

      *================================================================
       1350-TEST-RESET-WINDOW.
      *================================================================
      * The window opens tomorrow and closes at the end of the notice
      * period. A reset that entered the window on a night the run
      * was missed, or belongs to a loan booked inside it, is still
      * noticed -- late notice beats none -- and flagged as short.
           MOVE WS-PRIOR-DUE-DATE TO WS-EFFECTIVE-DATE
           COMPUTE WS-EFFECTIVE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-EFFECTIVE-DATE)
           IF WS-EFFECTIVE-INTEGER <= WS-RUN-INTEGER
           OR WS-EFFECTIVE-INTEGER > WS-HORIZON-INTEGER
               GO TO 1350-TEST-RESET-WINDOW-EXIT
           END-IF

           ADD 1 TO WS-RESETS-IN-WINDOW
      * No rate change, no change notice: a reset that priced back to
      * the rate already charged leaves the installment where it was.
           IF WS-LINE-RATE = WS-PRIOR-RATE
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 1350-TEST-RESET-WINDOW-EXIT
           END-IF

           IF WS-RESET-COUNT >= 24
               DISPLAY 'RATE-NOTICE: RESET TABLE FULL FOR LOAN '
                   WS-LK-LOAN-ACCT ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'COLLECT RESETS' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF
           ADD 1 TO WS-RESET-COUNT
           MOVE WS-EFFECTIVE-DATE TO
               WS-RT-EFFECTIVE-DATE (WS-RESET-COUNT)
           MOVE AMORT-DUE-DATE TO
               WS-RT-FIRST-DUE-DATE (WS-RESET-COUNT)
           MOVE AMORT-MONTH-NUM TO WS-RT-MONTH-NUM (WS-RESET-COUNT)
           MOVE WS-PRIOR-RATE TO WS-RT-OLD-RATE (WS-RESET-COUNT)
           MOVE WS-LINE-RATE  TO WS-RT-NEW-RATE (WS-RESET-COUNT)
           MOVE WS-PRIOR-INSTALLMENT TO
               WS-RT-OLD-INSTALLMENT (WS-RESET-COUNT)
           MOVE WS-LINE-INSTALLMENT TO
               WS-RT-NEW-INSTALLMENT (WS-RESET-COUNT)
           COMPUTE WS-DAYS-NOTICE =
               WS-EFFECTIVE-INTEGER - WS-RUN-INTEGER
           MOVE WS-DAYS-NOTICE TO WS-RT-DAYS-NOTICE (WS-RESET-COUNT).

       1350-TEST-RESET-WINDOW-EXIT.
           EXIT.

      *================================================================
       2000-ISSUE-NOTICE.
      *================================================================
      * One reset: skipped if the log shows its letter already went,
      * held on the exception report if the borrower cannot be
      * addressed, otherwise lettered, mailed and logged.
           MOVE WS-LK-CUSTOMER-ID TO RN-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT   TO RN-LOAN-ACCT-NO
           MOVE WS-RT-EFFECTIVE-DATE (WS-RESET-IDX)
               TO RN-EFFECTIVE-DATE
           MOVE 'N' TO WS-LOGGED-SW
           READ NOTICE-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOGGED-SW
           END-READ
           IF WS-ALREADY-LOGGED
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 2000-ISSUE-NOTICE-EXIT
           END-IF

           PERFORM 2100-READ-ADDRESS
               THRU 2100-READ-ADDRESS-EXIT
           IF NOT WS-ADDRESS-FOUND
               PERFORM 2500-REPORT-NO-ADDRESS
                   THRU 2500-REPORT-NO-ADDRESS-EXIT
               GO TO 2000-ISSUE-NOTICE-EXIT
           END-IF

           PERFORM 2200-WRITE-LETTER
               THRU 2200-WRITE-LETTER-EXIT
           PERFORM 2300-WRITE-MAILING
               THRU 2300-WRITE-MAILING-EXIT
           PERFORM 2400-LOG-NOTICE
               THRU 2400-LOG-NOTICE-EXIT
           ADD 1 TO WS-SENT-COUNT

           IF WS-RT-DAYS-NOTICE (WS-RESET-IDX) < WS-NOTICE-DAYS
               PERFORM 2600-REPORT-SHORT-NOTICE
                   THRU 2600-REPORT-SHORT-NOTICE-EXIT
           END-IF.

       2000-ISSUE-NOTICE-EXIT.
           EXIT.

      *================================================================
       2100-READ-ADDRESS.
      *================================================================
      * A letter needs a name and at least a first address line and a
      * postcode or town; anything less the bureau cannot deliver.
           MOVE 'N' TO WS-ADDRESS-FOUND-SW
           MOVE WS-LK-CUSTOMER-ID TO CNM-CUSTOMER-ID
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   MOVE 'NO ADDRESS ON FILE' TO WS-ADDRESS-REASON
                   GO TO 2100-READ-ADDRESS-EXIT
           END-READ

           IF CNM-NAME = SPACES
           OR CNM-ADDR-LINE-1 = SPACES
           OR (CNM-POSTCODE = SPACES AND CNM-CITY = SPACES)
               MOVE 'ADDRESS INCOMPLETE' TO WS-ADDRESS-REASON
           ELSE
               MOVE 'Y' TO WS-ADDRESS-FOUND-SW
           END-IF.

       2100-READ-ADDRESS-EXIT.
           EXIT.

      *================================================================
       2200-WRITE-LETTER.
      *================================================================
      * The new installment runs from the reset line to the end of the
      * schedule, or to the next reset when another falls due.
           MOVE SPACES TO LETTER-RECORD
           MOVE WS-LK-CUSTOMER-ID    TO RL-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT      TO RL-LOAN-ACCT-NO
           MOVE WS-RUN-DATE-N        TO RL-NOTICE-DATE
           MOVE WS-RT-EFFECTIVE-DATE (WS-RESET-IDX)
               TO RL-EFFECTIVE-DATE
           MOVE WS-RT-FIRST-DUE-DATE (WS-RESET-IDX)
               TO RL-FIRST-DUE-DATE
           MOVE WS-LOAN-CURRENCY     TO RL-CURRENCY
           MOVE WS-RT-OLD-RATE (WS-RESET-IDX) TO RL-OLD-RATE
           MOVE WS-RT-NEW-RATE (WS-RESET-IDX) TO RL-NEW-RATE
           MOVE WS-RATE-MARGIN       TO RL-RATE-MARGIN
           MOVE WS-RT-OLD-INSTALLMENT (WS-RESET-IDX)
               TO RL-OLD-INSTALLMENT
           MOVE WS-RT-NEW-INSTALLMENT (WS-RESET-IDX)
               TO RL-NEW-INSTALLMENT
           COMPUTE RL-REMAINING-INSTALMENTS =
               WS-LAST-MONTH - WS-RT-MONTH-NUM (WS-RESET-IDX) + 1
           MOVE CNM-NAME             TO RL-NAME
           MOVE CNM-ADDR-LINE-1      TO RL-ADDR-LINE-1
           MOVE CNM-ADDR-LINE-2      TO RL-ADDR-LINE-2
           MOVE CNM-CITY             TO RL-CITY
           MOVE CNM-POSTCODE         TO RL-POSTCODE
           MOVE CNM-COUNTRY          TO RL-COUNTRY
           WRITE LETTER-RECORD
           MOVE WS-LETTER-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE LETTER-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2200-WRITE-LETTER-EXIT.
           EXIT.

      *================================================================
       2300-WRITE-MAILING.
      *================================================================
      * Same mailing record the statements travel on: the bureau
      * pairs it with the letter by loan account and effective month.
           MOVE SPACES               TO MAILING-EXTRACT-RECORD
           MOVE 'R'                  TO MX-DOC-TYPE
           MOVE WS-LK-LOAN-ACCT      TO MX-ACC-NUMBER
           MOVE WS-RT-EFFECTIVE-DATE (WS-RESET-IDX) (1:6)
               TO MX-STMT-PERIOD
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

       2300-WRITE-MAILING-EXIT.
           EXIT.

      *================================================================
       2400-LOG-NOTICE.
      *================================================================
      * Logged only once the letter and its mailing record are
      * written, so a run that stops part-way re-sends rather than
      * loses a notice.
           MOVE WS-LK-CUSTOMER-ID    TO RN-CUSTOMER-ID
           MOVE WS-LK-LOAN-ACCT      TO RN-LOAN-ACCT-NO
           MOVE WS-RT-EFFECTIVE-DATE (WS-RESET-IDX)
               TO RN-EFFECTIVE-DATE
           MOVE WS-RUN-DATE-N        TO RN-NOTICE-DATE
           MOVE WS-RT-FIRST-DUE-DATE (WS-RESET-IDX)
               TO RN-FIRST-DUE-DATE
           MOVE WS-RT-OLD-RATE (WS-RESET-IDX) TO RN-OLD-RATE
           MOVE WS-RT-NEW-RATE (WS-RESET-IDX) TO RN-NEW-RATE
           MOVE WS-RT-OLD-INSTALLMENT (WS-RESET-IDX)
               TO RN-OLD-INSTALLMENT
           MOVE WS-RT-NEW-INSTALLMENT (WS-RESET-IDX)
               TO RN-NEW-INSTALLMENT
           MOVE WS-RT-DAYS-NOTICE (WS-RESET-IDX) TO RN-DAYS-NOTICE
           WRITE NOTICE-LOG-RECORD
           MOVE WS-NLOG-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE NOTICE-LOG'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       2400-LOG-NOTICE-EXIT.
           EXIT.

      *================================================================
       2500-REPORT-NO-ADDRESS.
      *================================================================
      * Not logged, so the letter is cut the first night after the
      * address is corrected -- while the reset is still ahead.
           ADD 1 TO WS-NO-ADDRESS-COUNT
           IF 5902 > WS-RETURN-CODE
               MOVE 5902 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RT-OLD-RATE (WS-RESET-IDX) TO WS-RATE-ED
           MOVE WS-RT-NEW-RATE (WS-RESET-IDX) TO WS-RATE-ED-2
           STRING WS-ADDRESS-REASON    DELIMITED SIZE
                  ' | CUSTOMER:' DELIMITED SIZE
                  WS-LK-CUSTOMER-ID    DELIMITED SIZE
                  ' | LOAN:' DELIMITED SIZE
                  WS-LK-LOAN-ACCT      DELIMITED SIZE
                  ' | EFFECTIVE:' DELIMITED SIZE
                  WS-RT-EFFECTIVE-DATE (WS-RESET-IDX)
                                       DELIMITED SIZE
                  ' | RATE:' DELIMITED SIZE
                  WS-RATE-ED           DELIMITED SIZE
                  ' TO' DELIMITED SIZE
                  WS-RATE-ED-2         DELIMITED SIZE
                  ' | RATE NOTICE NOT MAILABLE' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2500-REPORT-NO-ADDRESS-EXIT.
           EXIT.

      *================================================================
       2600-REPORT-SHORT-NOTICE.
      *================================================================
           ADD 1 TO WS-SHORT-COUNT
           IF 5901 > WS-RETURN-CODE
               MOVE 5901 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RT-DAYS-NOTICE (WS-RESET-IDX) TO WS-DAYS-ED
           MOVE WS-NOTICE-DAYS TO WS-DAYS-ED-2
           MOVE WS-RT-OLD-INSTALLMENT (WS-RESET-IDX) TO WS-AMOUNT-ED
           MOVE WS-RT-NEW-INSTALLMENT (WS-RESET-IDX)
               TO WS-AMOUNT-ED-2
           STRING 'SHORT NOTICE | CUST:' DELIMITED SIZE
                  WS-LK-CUSTOMER-ID    DELIMITED SIZE
                  ' | LOAN:' DELIMITED SIZE
                  WS-LK-LOAN-ACCT      DELIMITED SIZE
                  ' | EFFECTIVE:' DELIMITED SIZE
                  WS-RT-EFFECTIVE-DATE (WS-RESET-IDX)
                                       DELIMITED SIZE
                  ' | DAYS:' DELIMITED SIZE
                  WS-DAYS-ED           DELIMITED SIZE
                  ' OF' DELIMITED SIZE
                  WS-DAYS-ED-2         DELIMITED SIZE
                  ' | PAYMENT:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' TO' DELIMITED SIZE
                  WS-AMOUNT-ED-2       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       2600-REPORT-SHORT-NOTICE-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           DISPLAY 'RATE-NOTICE SUMMARY | LOANS READ: ' WS-LOAN-COUNT
               ' | VARIABLE-RATE: ' WS-VARIABLE-COUNT
               ' | DUPLICATE BOOKINGS: ' WS-DUPLICATE-COUNT
           DISPLAY 'RATE-NOTICE SUMMARY | WRITTEN OFF: '
               WS-WOFF-COUNT
               ' | NO SCHEDULE: ' WS-NO-SCHED-COUNT
               ' | RESETS IN WINDOW: ' WS-RESETS-IN-WINDOW
               ' | RATE UNCHANGED: ' WS-UNCHANGED-COUNT
           DISPLAY 'RATE-NOTICE SUMMARY | NOTICES SENT: '
               WS-SENT-COUNT
               ' | SHORT NOTICE: ' WS-SHORT-COUNT
               ' | ALREADY SENT: ' WS-ALREADY-COUNT
               ' | NO ADDRESS: ' WS-NO-ADDRESS-COUNT

           MOVE WS-SENT-COUNT TO WS-DAYS-ED
           MOVE WS-NO-ADDRESS-COUNT TO WS-DAYS-ED-2
           STRING 'END OF RUN | NOTICES SENT:' DELIMITED SIZE
                  WS-DAYS-ED           DELIMITED SIZE
                  ' | NOT MAILABLE:' DELIMITED SIZE
                  WS-DAYS-ED-2         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       9100-PRINT-SUMMARY-EXIT.
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
           CLOSE LOAN-FILE
           CLOSE AMORT-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE NOTICE-LOG-FILE
           CLOSE LETTER-FILE
           CLOSE MAILING-EXTRACT-FILE
           CLOSE EXCEPTION-REPORT
           IF WS-WOFF-AVAIL
               CLOSE WRITEOFF-MASTER
           END-IF
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
               DISPLAY 'RATE-NOTICE: RUN CONTROL NOT UPDATED - STEP '
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
      * paragraph of the same name. A letter that goes out without
      * its log row could go out twice, so the run stops.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'RATE-NOTICE: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE LOAN-FILE
               CLOSE AMORT-FILE
               CLOSE NAME-ADDRESS-FILE
               CLOSE NOTICE-LOG-FILE
               CLOSE LETTER-FILE
               CLOSE MAILING-EXTRACT-FILE
               CLOSE EXCEPTION-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *================================================================
      * PROGRAM-ID: REF-INTEG
      * PURPOSE:    Weekly cross-file referential integrity sweep.
      *             Each keyed master is maintained by its own
      *             program and nothing else keeps them in step, so
      *             this walks them against each other and reports
      *             every orphan or contradiction by rule:
      *               AMS1  AMORTSCH schedule with no account on
      *                     ACCTMSTR;
      *               DUN1  open DUNNSTAT case on a loan AMRT-ARCH
      *                     has archived (ARCHLOAN);
      *               DUN2  open DUNNSTAT case on a loan written off
      *                     on WOFFMAST;
      *               TOP1  open TOPUPCSE case on an archived loan;
      *               TOP2  open TOPUPCSE case on a written-off loan;
      *               CPD1  CREDITPD row for a customer GDPR-PURGE
      *                     has erased;
      *               CPD2  CREDITPD row with no customer master;
      *               CNM1  CUSTNAME entry with no customer master;
      *               CNM2  CUSTNAME entry for an erased customer.
      *             Every exception is written to a fixed-layout
      *             exceptions file for operations to clear, and the
      *             report prints each one plus rows checked and
      *             exceptions found per rule. A rule graded critical
      *             (an orphan the owning program can never reach, or
      *             personal data kept after erasure) that finds
      *             anything ends the run RC 6302; warning rules are
      *             reported without raising the return code. A
      *             DUNNSTAT, TOPUPCSE, ARCHLOAN or WOFFMAST not yet
      *             created leaves its rules not run, and says so.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REF-INTEG.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT AMORT-FILE
               ASSIGN TO AMORTSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT DUNN-STATE-FILE
               ASSIGN TO DUNNSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DS-KEY
               FILE STATUS IS WS-DUNN-STATUS.
           SELECT TOPUP-CASE-FILE
               ASSIGN TO TOPUPCSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT ARCHIVED-LOAN-FILE
               ASSIGN TO ARCHLOAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ARCHKEY-STATUS.
           SELECT WRITEOFF-MASTER
               ASSIGN TO WOFFMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT CREDIT-FILE
               ASSIGN TO CREDITPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CUSTOMER-ID
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT NAME-ADDRESS-FILE
               ASSIGN TO CUSTNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CNM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTNAME-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO INTEGEXC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.
           SELECT INTEGRITY-REPORT
               ASSIGN TO INTEGRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Accounts are keyed by the customer number, the same key
      * LOAN-CALC validates each loan against.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS.
           COPY 'ACCOUNT-REC'.

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

       FD  TOPUP-CASE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  TOPUP-CASE-RECORD.
           05  TC-KEY.
               10  TC-CUSTOMER-ID      PIC X(10).
               10  TC-LOAN-ACCT-NO     PIC X(10).
           05  TC-STATUS               PIC X(1).
               88  TC-OPEN             VALUE 'O'.
               88  TC-CLOSED           VALUE 'C'.
               88  TC-ESCALATED        VALUE 'E'.
           05  TC-OPEN-DATE            PIC 9(8).
           05  TC-LTV-RATIO            PIC 9V9(4)   COMP-3.
           05  TC-SHORTFALL            PIC 9(12)V99 COMP-3.
           05  TC-CLOSE-DATE           PIC 9(8).
           05  TC-ESCAL-DATE           PIC 9(8).
           05  FILLER                 PIC X(4).

       FD  ARCHIVED-LOAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  ARCHIVED-LOAN-RECORD.
           05  AL-KEY.
               10  AL-CUSTOMER-ID      PIC X(10).
               10  AL-LOAN-ACCT-NO     PIC X(10).
           05  AL-ARCHIVE-DATE         PIC 9(8).
           05  FILLER                 PIC X(12).

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

       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CREDIT-RECORD.
           05  CR-CUSTOMER-ID          PIC X(10).
           05  CR-PD-SCORE             PIC 9V9(4) COMP-3.
           05  CR-ARREARS-DAYS         PIC 9(3) COMP-3.
           05  CR-SCORE-DATE           PIC 9(8).
           05  FILLER                 PIC X(7).

      * GDPR-PURGE tombstones an erased customer under its own key
      * (CUST-PURGED) rather than deleting the row.
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

      * One record per exception, for operations to work and clear.
      * EX-SOURCE-FILE holds the offending row, EX-REFERENCE-FILE the
      * master it fails against; EX-EVIDENCE carries the fact that
      * made it an exception (letter level, archive or write-off
      * date, case status).
       FD  EXCEPTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  EXCEPTION-RECORD.
           05  EX-RULE-ID           PIC X(4).
           05  EX-SEVERITY          PIC X(1).
               88  EX-CRITICAL      VALUE 'C'.
               88  EX-WARNING       VALUE 'W'.
           05  EX-SOURCE-FILE       PIC X(8).
           05  EX-CUSTOMER-ID       PIC X(10).
           05  EX-LOAN-ACCT-NO      PIC X(10).
           05  EX-REFERENCE-FILE    PIC X(8).
           05  EX-DESCRIPTION       PIC X(40).
           05  EX-EVIDENCE          PIC X(20).
           05  EX-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(11).

       FD  INTEGRITY-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  INTEGRITY-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * INTEGRITY RULES
      * Rule id, severity (C critical / W warning), the file walked,
      * the file it is checked against and the description printed
      * and written with each exception. The rule number is the
      * subscript into the counters below.
      *----------------------------------------------------------------
       01  WS-RULE-DATA.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'AMS1'.
               10  FILLER           PIC X(1)  VALUE 'C'.
               10  FILLER           PIC X(8)  VALUE 'AMORTSCH'.
               10  FILLER           PIC X(8)  VALUE 'ACCTMSTR'.
               10  FILLER           PIC X(40) VALUE
                   'LOAN SCHEDULE WITH NO ACCOUNT'.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'DUN1'.
               10  FILLER           PIC X(1)  VALUE 'W'.
               10  FILLER           PIC X(8)  VALUE 'DUNNSTAT'.
               10  FILLER           PIC X(8)  VALUE 'ARCHLOAN'.
               10  FILLER           PIC X(40) VALUE
                   'OPEN DUNNING CASE ON ARCHIVED LOAN'.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'DUN2'.
               10  FILLER           PIC X(1)  VALUE 'W'.
               10  FILLER           PIC X(8)  VALUE 'DUNNSTAT'.
               10  FILLER           PIC X(8)  VALUE 'WOFFMAST'.
               10  FILLER           PIC X(40) VALUE
                   'OPEN DUNNING CASE ON WRITTEN-OFF LOAN'.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'TOP1'.
               10  FILLER           PIC X(1)  VALUE 'W'.
               10  FILLER           PIC X(8)  VALUE 'TOPUPCSE'.
               10  FILLER           PIC X(8)  VALUE 'ARCHLOAN'.
               10  FILLER           PIC X(40) VALUE
                   'OPEN TOP-UP CASE ON ARCHIVED LOAN'.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'TOP2'.
               10  FILLER           PIC X(1)  VALUE 'W'.
               10  FILLER           PIC X(8)  VALUE 'TOPUPCSE'.
               10  FILLER           PIC X(8)  VALUE 'WOFFMAST'.
               10  FILLER           PIC X(40) VALUE
                   'OPEN TOP-UP CASE ON WRITTEN-OFF LOAN'.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'CPD1'.
               10  FILLER           PIC X(1)  VALUE 'C'.
               10  FILLER           PIC X(8)  VALUE 'CREDITPD'.
               10  FILLER           PIC X(8)  VALUE 'CUSTMAST'.
               10  FILLER           PIC X(40) VALUE
                   'PD SCORE KEPT FOR ERASED CUSTOMER'.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'CPD2'.
               10  FILLER           PIC X(1)  VALUE 'W'.
               10  FILLER           PIC X(8)  VALUE 'CREDITPD'.
               10  FILLER           PIC X(8)  VALUE 'CUSTMAST'.
               10  FILLER           PIC X(40) VALUE
                   'PD SCORE WITH NO CUSTOMER MASTER'.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'CNM1'.
               10  FILLER           PIC X(1)  VALUE 'C'.
               10  FILLER           PIC X(8)  VALUE 'CUSTNAME'.
               10  FILLER           PIC X(8)  VALUE 'CUSTMAST'.
               10  FILLER           PIC X(40) VALUE
                   'NAME/ADDRESS WITH NO CUSTOMER MASTER'.
           05  FILLER.
               10  FILLER           PIC X(4)  VALUE 'CNM2'.
               10  FILLER           PIC X(1)  VALUE 'C'.
               10  FILLER           PIC X(8)  VALUE 'CUSTNAME'.
               10  FILLER           PIC X(8)  VALUE 'CUSTMAST'.
               10  FILLER           PIC X(40) VALUE
                   'NAME/ADDRESS KEPT FOR ERASED CUSTOMER'.

       01  WS-RULE-TABLE REDEFINES WS-RULE-DATA.
           05  WS-RULE-ENTRY        OCCURS 9 TIMES.
               10  WS-RULE-ID       PIC X(4).
               10  WS-RULE-SEVERITY PIC X(1).
                   88  WS-RULE-CRITICAL VALUE 'C'.
               10  WS-RULE-SOURCE   PIC X(8).
               10  WS-RULE-REFERENCE PIC X(8).
               10  WS-RULE-DESC     PIC X(40).

       01  WS-RULE-TOTALS.
           05  WS-RULE-COUNTS       OCCURS 9 TIMES.
               10  WS-RT-CHECKED    PIC 9(8) COMP.
               10  WS-RT-FAILED     PIC 9(8) COMP.
               10  WS-RT-RUN-SW     PIC X(1).
                   88  WS-RT-NOT-RUN VALUE 'N'.
           05  WS-RULE-IDX          PIC 9(2) COMP VALUE ZEROS.
           05  WS-CRITICAL-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-WARNING-COUNT     PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * EXCEPTION BEING RAISED
      *----------------------------------------------------------------
       01  WS-EXCEPTION-WORK.
           05  WS-EX-CUSTOMER-ID    PIC X(10)    VALUE SPACES.
           05  WS-EX-LOAN-ACCT-NO   PIC X(10)    VALUE SPACES.
           05  WS-EX-EVIDENCE       PIC X(20)    VALUE SPACES.
           05  WS-PRIOR-CUSTOMER-ID PIC X(10)    VALUE SPACES.
           05  WS-PRIOR-LOAN-ACCT-NO PIC X(10)   VALUE SPACES.
           05  WS-CUST-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-CUST-FOUND    VALUE 'Y'.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-COUNT-ED-2        PIC ZZZZZZZ9 VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-ACCOUNT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-DUNN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-CASE-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-ARCHKEY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-CREDIT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-CUST-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-CUSTNAME-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-EXCEPT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-FILE-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-FILE-EOF      VALUE 'Y'.
           05  WS-DUNN-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-DUNN-AVAIL    VALUE 'Y'.
           05  WS-CASE-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-CASE-AVAIL    VALUE 'Y'.
           05  WS-ARCH-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-ARCH-AVAIL    VALUE 'Y'.
           05  WS-WOFF-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-WOFF-AVAIL    VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * One sequential pass per file walked, each checking its rows
      * by key against the masters they depend on, then the rule
      * summary.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT

           PERFORM 1000-CHECK-SCHEDULES
               THRU 1000-CHECK-SCHEDULES-EXIT
           PERFORM 2000-CHECK-DUNNING-CASES
               THRU 2000-CHECK-DUNNING-CASES-EXIT
           PERFORM 3000-CHECK-TOPUP-CASES
               THRU 3000-CHECK-TOPUP-CASES-EXIT
           PERFORM 4000-CHECK-CREDIT-SCORES
               THRU 4000-CHECK-CREDIT-SCORES-EXIT
           PERFORM 5000-CHECK-NAME-ADDRESS
               THRU 5000-CHECK-NAME-ADDRESS-EXIT

           PERFORM 9100-PRINT-RULE-SUMMARY
               THRU 9100-PRINT-RULE-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           INITIALIZE WS-RULE-TOTALS
           PERFORM 0110-INIT-RULE-COUNTS
               THRU 0110-INIT-RULE-COUNTS-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 9

      * The two customer masters and the three files walked for the
      * critical rules are required: a sweep that cannot see them
      * proves nothing.
           OPEN INPUT ACCOUNT-FILE
           MOVE WS-ACCOUNT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN ACCOUNT-FILE'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT CUSTOMER-FILE
           MOVE WS-CUST-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CUSTOMER-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT AMORT-FILE
           MOVE WS-AMORT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN AMORT-FILE'      TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT CREDIT-FILE
           MOVE WS-CREDIT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CREDIT-FILE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT NAME-ADDRESS-FILE
           MOVE WS-CUSTNAME-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN NAME-ADDRESS-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT EXCEPTION-FILE
           MOVE WS-EXCEPT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN EXCEPTION-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT INTEGRITY-REPORT
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN INTEGRITY-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The case and loan-disposal KSDSs are created by their owning
      * programs on first use; until then there is nothing of that
      * kind to contradict, and the rules needing them are not run.
           OPEN INPUT DUNN-STATE-FILE
           IF WS-DUNN-STATUS = '00'
               MOVE 'Y' TO WS-DUNN-AVAIL-SW
           ELSE
               DISPLAY 'REF-INTEG: NO DUNNING STATE FILE - '
                   'DUN1/DUN2 NOT RUN'
           END-IF

           OPEN INPUT TOPUP-CASE-FILE
           IF WS-CASE-STATUS = '00'
               MOVE 'Y' TO WS-CASE-AVAIL-SW
           ELSE
               DISPLAY 'REF-INTEG: NO TOP-UP CASE FILE - '
                   'TOP1/TOP2 NOT RUN'
           END-IF

           OPEN INPUT ARCHIVED-LOAN-FILE
           IF WS-ARCHKEY-STATUS = '00'
               MOVE 'Y' TO WS-ARCH-AVAIL-SW
           ELSE
               DISPLAY 'REF-INTEG: NO ARCHIVED-LOAN FILE - '
                   'DUN1/TOP1 NOT RUN'
           END-IF

           OPEN INPUT WRITEOFF-MASTER
           IF WS-WOFF-STATUS = '00'
               MOVE 'Y' TO WS-WOFF-AVAIL-SW
           ELSE
               DISPLAY 'REF-INTEG: NO WRITE-OFF MASTER - '
                   'DUN2/TOP2 NOT RUN'
           END-IF

           IF NOT WS-DUNN-AVAIL OR NOT WS-ARCH-AVAIL
               MOVE 'N' TO WS-RT-RUN-SW (2)
           END-IF
           IF NOT WS-DUNN-AVAIL OR NOT WS-WOFF-AVAIL
               MOVE 'N' TO WS-RT-RUN-SW (3)
           END-IF
           IF NOT WS-CASE-AVAIL OR NOT WS-ARCH-AVAIL
               MOVE 'N' TO WS-RT-RUN-SW (4)
           END-IF
           IF NOT WS-CASE-AVAIL OR NOT WS-WOFF-AVAIL
               MOVE 'N' TO WS-RT-RUN-SW (5)
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'REFERENTIAL INTEGRITY SWEEP | RUN DATE: '
                      DELIMITED SIZE
                  WS-RUN-DATE-N DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0110-INIT-RULE-COUNTS.
      *================================================================
           MOVE ZEROS TO WS-RT-CHECKED (WS-RULE-IDX)
                         WS-RT-FAILED (WS-RULE-IDX)
           MOVE 'Y'   TO WS-RT-RUN-SW (WS-RULE-IDX).

       0110-INIT-RULE-COUNTS-EXIT.
           EXIT.

      *================================================================
       1000-CHECK-SCHEDULES.
      *================================================================
      * AMS1: one check per loan, on the first schedule line of each
      * customer/loan-account key (the file is read in key order).
           MOVE 'N'    TO WS-FILE-EOF-SW
           MOVE SPACES TO WS-PRIOR-CUSTOMER-ID
                          WS-PRIOR-LOAN-ACCT-NO
           PERFORM 1100-READ-SCHEDULE-LINE
               THRU 1100-READ-SCHEDULE-LINE-EXIT
               UNTIL WS-FILE-EOF.

       1000-CHECK-SCHEDULES-EXIT.
           EXIT.

      *================================================================
       1100-READ-SCHEDULE-LINE.
      *================================================================
           READ AMORT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
                   GO TO 1100-READ-SCHEDULE-LINE-EXIT
           END-READ
           MOVE WS-AMORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'READ AMORT-FILE'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           IF AMORT-CUSTOMER-ID = WS-PRIOR-CUSTOMER-ID
           AND AMORT-LOAN-ACCT-NO = WS-PRIOR-LOAN-ACCT-NO
               GO TO 1100-READ-SCHEDULE-LINE-EXIT
           END-IF
           MOVE AMORT-CUSTOMER-ID  TO WS-PRIOR-CUSTOMER-ID
           MOVE AMORT-LOAN-ACCT-NO TO WS-PRIOR-LOAN-ACCT-NO

           ADD 1 TO WS-RT-CHECKED (1)
           MOVE AMORT-CUSTOMER-ID TO ACC-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE AMORT-CUSTOMER-ID  TO WS-EX-CUSTOMER-ID
                   MOVE AMORT-LOAN-ACCT-NO TO WS-EX-LOAN-ACCT-NO
                   MOVE SPACES             TO WS-EX-EVIDENCE
                   STRING 'FIRST DUE ' DELIMITED SIZE
                          AMORT-DUE-DATE DELIMITED SIZE
                       INTO WS-EX-EVIDENCE
                   MOVE 1 TO WS-RULE-IDX
                   PERFORM 8000-RAISE-EXCEPTION
                       THRU 8000-RAISE-EXCEPTION-EXIT
           END-READ.

       1100-READ-SCHEDULE-LINE-EXIT.
           EXIT.

      *================================================================
       2000-CHECK-DUNNING-CASES.
      *================================================================
      * DUN1/DUN2: a case still on a letter (level 1-3) for a loan
      * that has left the book. Level 0 is a cured case with nothing
      * outstanding and is not an exception.
           IF NOT WS-DUNN-AVAIL
               GO TO 2000-CHECK-DUNNING-CASES-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM 2100-READ-DUNNING-CASE
               THRU 2100-READ-DUNNING-CASE-EXIT
               UNTIL WS-FILE-EOF.

       2000-CHECK-DUNNING-CASES-EXIT.
           EXIT.

      *================================================================
       2100-READ-DUNNING-CASE.
      *================================================================
           READ DUNN-STATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
                   GO TO 2100-READ-DUNNING-CASE-EXIT
           END-READ
           MOVE WS-DUNN-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'READ DUNN-STATE-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           IF DS-LETTER-LEVEL = ZERO
               GO TO 2100-READ-DUNNING-CASE-EXIT
           END-IF

           MOVE DS-CUSTOMER-ID  TO WS-EX-CUSTOMER-ID
           MOVE DS-LOAN-ACCT-NO TO WS-EX-LOAN-ACCT-NO
           IF NOT WS-RT-NOT-RUN (2)
               ADD 1 TO WS-RT-CHECKED (2)
               MOVE DS-KEY TO AL-KEY
               READ ARCHIVED-LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-EX-EVIDENCE
                       STRING 'LEVEL ' DELIMITED SIZE
                              DS-LETTER-LEVEL DELIMITED SIZE
                              ' ARCH ' DELIMITED SIZE
                              AL-ARCHIVE-DATE DELIMITED SIZE
                           INTO WS-EX-EVIDENCE
                       MOVE 2 TO WS-RULE-IDX
                       PERFORM 8000-RAISE-EXCEPTION
                           THRU 8000-RAISE-EXCEPTION-EXIT
               END-READ
           END-IF

           IF NOT WS-RT-NOT-RUN (3)
               ADD 1 TO WS-RT-CHECKED (3)
               MOVE DS-KEY TO WO-KEY
               READ WRITEOFF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WO-WRITTEN-OFF
                           MOVE SPACES TO WS-EX-EVIDENCE
                           STRING 'LEVEL ' DELIMITED SIZE
                                  DS-LETTER-LEVEL DELIMITED SIZE
                                  ' WOFF ' DELIMITED SIZE
                                  WO-WRITEOFF-DATE DELIMITED SIZE
                               INTO WS-EX-EVIDENCE
                           MOVE 3 TO WS-RULE-IDX
                           PERFORM 8000-RAISE-EXCEPTION
                               THRU 8000-RAISE-EXCEPTION-EXIT
                       END-IF
               END-READ
           END-IF.

       2100-READ-DUNNING-CASE-EXIT.
           EXIT.

      *================================================================
       3000-CHECK-TOPUP-CASES.
      *================================================================
      * TOP1/TOP2: a top-up case still open or escalated for a loan
      * that has left the book. COLL-REVAL only closes a case when it
      * revalues the loan, and a loan off the book is never revalued
      * again, so nothing else would ever close it.
           IF NOT WS-CASE-AVAIL
               GO TO 3000-CHECK-TOPUP-CASES-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM 3100-READ-TOPUP-CASE
               THRU 3100-READ-TOPUP-CASE-EXIT
               UNTIL WS-FILE-EOF.

       3000-CHECK-TOPUP-CASES-EXIT.
           EXIT.

      *================================================================
       3100-READ-TOPUP-CASE.
      *================================================================
           READ TOPUP-CASE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
                   GO TO 3100-READ-TOPUP-CASE-EXIT
           END-READ
           MOVE WS-CASE-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'READ TOPUP-CASE-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           IF NOT TC-OPEN AND NOT TC-ESCALATED
               GO TO 3100-READ-TOPUP-CASE-EXIT
           END-IF

           MOVE TC-CUSTOMER-ID  TO WS-EX-CUSTOMER-ID
           MOVE TC-LOAN-ACCT-NO TO WS-EX-LOAN-ACCT-NO
           IF NOT WS-RT-NOT-RUN (4)
               ADD 1 TO WS-RT-CHECKED (4)
               MOVE TC-KEY TO AL-KEY
               READ ARCHIVED-LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-EX-EVIDENCE
                       STRING 'CASE ' DELIMITED SIZE
                              TC-STATUS DELIMITED SIZE
                              ' ARCH ' DELIMITED SIZE
                              AL-ARCHIVE-DATE DELIMITED SIZE
                           INTO WS-EX-EVIDENCE
                       MOVE 4 TO WS-RULE-IDX
                       PERFORM 8000-RAISE-EXCEPTION
                           THRU 8000-RAISE-EXCEPTION-EXIT
               END-READ
           END-IF

           IF NOT WS-RT-NOT-RUN (5)
               ADD 1 TO WS-RT-CHECKED (5)
               MOVE TC-KEY TO WO-KEY
               READ WRITEOFF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WO-WRITTEN-OFF
                           MOVE SPACES TO WS-EX-EVIDENCE
                           STRING 'CASE ' DELIMITED SIZE
                                  TC-STATUS DELIMITED SIZE
                                  ' WOFF ' DELIMITED SIZE
                                  WO-WRITEOFF-DATE DELIMITED SIZE
                               INTO WS-EX-EVIDENCE
                           MOVE 5 TO WS-RULE-IDX
                           PERFORM 8000-RAISE-EXCEPTION
                               THRU 8000-RAISE-EXCEPTION-EXIT
                       END-IF
               END-READ
           END-IF.

       3100-READ-TOPUP-CASE-EXIT.
           EXIT.

      *================================================================
       4000-CHECK-CREDIT-SCORES.
      *================================================================
      * CPD1/CPD2: every PD row against the customer master. An
      * erased customer's score is personal data GDPR-PURGE does not
      * reach; a score with no master at all can never be erased.
           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM 4100-READ-CREDIT-SCORE
               THRU 4100-READ-CREDIT-SCORE-EXIT
               UNTIL WS-FILE-EOF.

       4000-CHECK-CREDIT-SCORES-EXIT.
           EXIT.

      *================================================================
       4100-READ-CREDIT-SCORE.
      *================================================================
           READ CREDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
                   GO TO 4100-READ-CREDIT-SCORE-EXIT
           END-READ
           MOVE WS-CREDIT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'READ CREDIT-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1 TO WS-RT-CHECKED (6)
           ADD 1 TO WS-RT-CHECKED (7)
           MOVE CR-CUSTOMER-ID TO WS-EX-CUSTOMER-ID
           MOVE SPACES         TO WS-EX-LOAN-ACCT-NO
           MOVE SPACES         TO WS-EX-EVIDENCE
           STRING 'SCORED ' DELIMITED SIZE
                  CR-SCORE-DATE DELIMITED SIZE
               INTO WS-EX-EVIDENCE
           PERFORM 8100-READ-CUSTOMER
               THRU 8100-READ-CUSTOMER-EXIT
           IF NOT WS-CUST-FOUND
               MOVE 7 TO WS-RULE-IDX
               PERFORM 8000-RAISE-EXCEPTION
                   THRU 8000-RAISE-EXCEPTION-EXIT
           ELSE
               IF CUST-PURGED
                   MOVE 6 TO WS-RULE-IDX
                   PERFORM 8000-RAISE-EXCEPTION
                       THRU 8000-RAISE-EXCEPTION-EXIT
               END-IF
           END-IF.

       4100-READ-CREDIT-SCORE-EXIT.
           EXIT.

      *================================================================
       5000-CHECK-NAME-ADDRESS.
      *================================================================
      * CNM1/CNM2: GDPR-PURGE deletes the name and address when it
      * erases a customer and finds them only through the customer
      * master, so an entry left behind for an erased customer, or
      * with no master at all, is personal data nothing will purge.
           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM 5100-READ-NAME-ADDRESS
               THRU 5100-READ-NAME-ADDRESS-EXIT
               UNTIL WS-FILE-EOF.

       5000-CHECK-NAME-ADDRESS-EXIT.
           EXIT.

      *================================================================
       5100-READ-NAME-ADDRESS.
      *================================================================
           READ NAME-ADDRESS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FILE-EOF-SW
                   GO TO 5100-READ-NAME-ADDRESS-EXIT
           END-READ
           MOVE WS-CUSTNAME-STATUS   TO WS-CHECK-STATUS-CODE
           MOVE 'READ NAME-ADDRESS-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1 TO WS-RT-CHECKED (8)
           ADD 1 TO WS-RT-CHECKED (9)
           MOVE CNM-CUSTOMER-ID TO WS-EX-CUSTOMER-ID
           MOVE SPACES          TO WS-EX-LOAN-ACCT-NO
           MOVE CNM-POSTCODE    TO WS-EX-EVIDENCE
           PERFORM 8100-READ-CUSTOMER
               THRU 8100-READ-CUSTOMER-EXIT
           IF NOT WS-CUST-FOUND
               MOVE 8 TO WS-RULE-IDX
               PERFORM 8000-RAISE-EXCEPTION
                   THRU 8000-RAISE-EXCEPTION-EXIT
           ELSE
               IF CUST-PURGED
                   MOVE 9 TO WS-RULE-IDX
                   PERFORM 8000-RAISE-EXCEPTION
                       THRU 8000-RAISE-EXCEPTION-EXIT
               END-IF
           END-IF.

       5100-READ-NAME-ADDRESS-EXIT.
           EXIT.

      *================================================================
       8000-RAISE-EXCEPTION.
      *================================================================
      * Counts the exception against its rule, writes it to the
      * exceptions file and prints it. A critical rule raises the
      * return code; a warning only counts.
           ADD 1 TO WS-RT-FAILED (WS-RULE-IDX)
           IF WS-RULE-CRITICAL (WS-RULE-IDX)
               ADD 1 TO WS-CRITICAL-COUNT
               MOVE 6302 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF

           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-RULE-ID (WS-RULE-IDX)        TO EX-RULE-ID
           MOVE WS-RULE-SEVERITY (WS-RULE-IDX)  TO EX-SEVERITY
           MOVE WS-RULE-SOURCE (WS-RULE-IDX)    TO EX-SOURCE-FILE
           MOVE WS-EX-CUSTOMER-ID               TO EX-CUSTOMER-ID
           MOVE WS-EX-LOAN-ACCT-NO              TO EX-LOAN-ACCT-NO
           MOVE WS-RULE-REFERENCE (WS-RULE-IDX) TO EX-REFERENCE-FILE
           MOVE WS-RULE-DESC (WS-RULE-IDX)      TO EX-DESCRIPTION
           MOVE WS-EX-EVIDENCE                  TO EX-EVIDENCE
           MOVE WS-RUN-DATE-N                   TO EX-RUN-DATE
           WRITE EXCEPTION-RECORD
           MOVE WS-EXCEPT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE EXCEPTION-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           STRING WS-RULE-ID (WS-RULE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RULE-SEVERITY (WS-RULE-IDX) DELIMITED SIZE
                  ' | CUSTOMER: ' DELIMITED SIZE
                  WS-EX-CUSTOMER-ID DELIMITED SIZE
                  ' | LOAN: ' DELIMITED SIZE
                  WS-EX-LOAN-ACCT-NO DELIMITED SIZE
                  ' | ' DELIMITED SIZE
                  WS-RULE-DESC (WS-RULE-IDX) DELIMITED SIZE
                  ' | ' DELIMITED SIZE
                  WS-EX-EVIDENCE DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       8000-RAISE-EXCEPTION-EXIT.
           EXIT.

      *================================================================
       8100-READ-CUSTOMER.
      *================================================================
           MOVE WS-EX-CUSTOMER-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-SW
           END-READ.

       8100-READ-CUSTOMER-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-RULE-SUMMARY.
      *================================================================
      * Rows checked and exceptions found per rule, then the totals
      * behind the return code.
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT
           MOVE 'RULE SUMMARY' TO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT
           PERFORM 9110-PRINT-ONE-RULE
               THRU 9110-PRINT-ONE-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 9

           MOVE WS-CRITICAL-COUNT TO WS-COUNT-ED
           MOVE WS-WARNING-COUNT  TO WS-COUNT-ED-2
           STRING 'CRITICAL EXCEPTIONS: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
                  ' | WARNINGS: ' DELIMITED SIZE
                  WS-COUNT-ED-2 DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           DISPLAY 'REF-INTEG SUMMARY | CRITICAL: ' WS-CRITICAL-COUNT
               ' | WARNINGS: ' WS-WARNING-COUNT
               ' | RC: ' WS-RETURN-CODE.

       9100-PRINT-RULE-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9110-PRINT-ONE-RULE.
      *================================================================
           MOVE WS-RT-CHECKED (WS-RULE-IDX) TO WS-COUNT-ED
           MOVE WS-RT-FAILED (WS-RULE-IDX)  TO WS-COUNT-ED-2
           STRING '  ' DELIMITED SIZE
                  WS-RULE-ID (WS-RULE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RULE-SEVERITY (WS-RULE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RULE-SOURCE (WS-RULE-IDX) DELIMITED SIZE
                  ' VS ' DELIMITED SIZE
                  WS-RULE-REFERENCE (WS-RULE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RULE-DESC (WS-RULE-IDX) DELIMITED SIZE
               INTO WS-REPORT-LINE
           IF WS-RT-NOT-RUN (WS-RULE-IDX)
               MOVE '| NOT RUN - FILE NOT ON HAND'
                   TO WS-REPORT-LINE (72:28)
           ELSE
               STRING '| CHECKED: ' DELIMITED SIZE
                      WS-COUNT-ED DELIMITED SIZE
                      ' | EXCEPTIONS: ' DELIMITED SIZE
                      WS-COUNT-ED-2 DELIMITED SIZE
                   INTO WS-REPORT-LINE (72:61)
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       9110-PRINT-ONE-RULE-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE INTEGRITY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE INTEGRITY-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE ACCOUNT-FILE
           CLOSE AMORT-FILE
           CLOSE DUNN-STATE-FILE
           CLOSE TOPUP-CASE-FILE
           CLOSE ARCHIVED-LOAN-FILE
           CLOSE WRITEOFF-MASTER
           CLOSE CREDIT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE NAME-ADDRESS-FILE
           CLOSE EXCEPTION-FILE
           CLOSE INTEGRITY-REPORT
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. A sweep that cannot read a file
      * it is checking cannot vouch for it, so any I/O failure stops
      * the run.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'REF-INTEG: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE AMORT-FILE
               CLOSE DUNN-STATE-FILE
               CLOSE TOPUP-CASE-FILE
               CLOSE ARCHIVED-LOAN-FILE
               CLOSE WRITEOFF-MASTER
               CLOSE CREDIT-FILE
               CLOSE CUSTOMER-FILE
               CLOSE NAME-ADDRESS-FILE
               CLOSE EXCEPTION-FILE
               CLOSE INTEGRITY-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

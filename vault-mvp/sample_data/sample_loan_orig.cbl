      *================================================================
      * PROGRAM-ID: LOAN-ORIG
      * PURPOSE:    Loan origination and credit decisioning. Scores
      *             each day's loan applications before anything is
      *             booked: the credit-risk desk's PD score and
      *             arrears from CREDITPD, the applicant's existing
      *             schedule exposure on AMORTSCH and any charge-off on
      *             WOFFMAST, affordability of the new installment (plus
      *             the installments already being paid) against the
      *             declared monthly income, and LTV against the
      *             REGPARMS ceiling LOAN-CALC enforces. Every
      *             application is APPROVED, DECLINED or REFERRED to
      *             the credit committee with a reason code. Approved
      *             applications become tonight's LOANFILE for
      *             LOAN-CALC, bracketed by the header and trailer
      *             records it validates; declines and referrals go to
      *             the decision file and the daily credit-committee
      *             report. Every referral is also opened on the
      *             ORIGREFR register, and a committee sign-off on a
      *             re-presented application is honoured only against
      *             its own open referral, which it then consumes.
      *             Cutoffs come from the shared REGPARMS file and are
      *             loaded fail-closed.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ORIG.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE
               ASSIGN TO LOANAPPL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.
           SELECT LOAN-FILE
               ASSIGN TO LOANFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CREDIT-FILE
               ASSIGN TO CREDITPD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CUSTOMER-ID
               FILE STATUS IS WS-CREDIT-STATUS.
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
           SELECT DECISION-FILE
               ASSIGN TO ORIGDECN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT REFERRAL-FILE
               ASSIGN TO ORIGREFR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-APPLICATION-ID
               FILE STATUS IS WS-REFERRAL-STATUS.
           SELECT COMMITTEE-REPORT
               ASSIGN TO ORIGRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT REGPARM-FILE
               ASSIGN TO REGPARMS
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REGPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The application arrives in the loan-record field order it
      * becomes once approved, led by the application reference and
      * date and followed by the applicant's declared monthly income
      * and, on a re-presented referral, the credit committee's
      * sign-off.
       FD  APPLICATION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  APPLICATION-RECORD.
           05  AP-APPLICATION-ID    PIC X(10).
           05  AP-APPLICATION-DATE  PIC 9(8).
           05  AP-CUSTOMER-ID       PIC X(10).
           05  AP-LOAN-AMOUNT       PIC 9(12)V99 COMP-3.
           05  AP-INTEREST-RATE     PIC 9(3)V99 COMP-3.
           05  AP-LOAN-TERM-MONTHS  PIC 9(4) COMP.
           05  AP-CUSTOMER-DOB      PIC X(8).
           05  AP-PROPERTY-VALUE    PIC 9(12)V99 COMP-3.
           05  AP-CAPITAL-AVAIL     PIC 9(14)V99 COMP-3.
           05  AP-LOAN-TYPE         PIC X(3).
           05  AP-CURRENCY          PIC X(3).
           05  AP-SWIFT-CODE        PIC X(11).
           05  AP-RATE-TYPE         PIC X(1).
           05  AP-RESET-FREQ-MONTHS PIC 9(3).
           05  AP-RATE-MARGIN       PIC 9(3)V99 COMP-3.
           05  AP-LOAN-ACCT-NO      PIC X(10).
           05  AP-MONTHLY-INCOME    PIC 9(10)V99 COMP-3.
           05  AP-COMMITTEE-SIGNOFF PIC X(8).
           05  FILLER               PIC X(85).

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

      * Control records LOAN-CALC proves before it books anything: a
      * header carrying the file date and a trailer carrying the
      * detail count and the hash total of LR-LOAN-AMOUNT.
       01  LOAN-HEADER-RECORD.
           05  LH-RECORD-TYPE       PIC X(3).
           05  LH-FILE-DATE         PIC 9(8).
           05  FILLER               PIC X(189).

       01  LOAN-TRAILER-RECORD.
           05  LT-RECORD-TYPE       PIC X(3).
           05  LT-RECORD-COUNT      PIC 9(8).
           05  LT-HASH-TOTAL        PIC 9(16)V99.
           05  FILLER               PIC X(171).

       FD  CREDIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  CREDIT-RECORD.
           05  CR-CUSTOMER-ID          PIC X(10).
           05  CR-PD-SCORE             PIC 9V9(4) COMP-3.
           05  CR-ARREARS-DAYS         PIC 9(3) COMP-3.
           05  CR-SCORE-DATE           PIC 9(8).
           05  FILLER                 PIC X(7).

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

      * One record per declined or referred application, carrying the
      * full application image so a referral the committee signs off
      * can be re-presented exactly as received.
       FD  DECISION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 280 CHARACTERS.
       01  DECISION-RECORD.
           05  OD-APPLICATION-ID       PIC X(10).
           05  OD-CUSTOMER-ID          PIC X(10).
           05  OD-LOAN-ACCT-NO         PIC X(10).
           05  OD-DECISION             PIC X(1).
               88  OD-DECLINED         VALUE 'D'.
               88  OD-REFERRED         VALUE 'R'.
           05  OD-REASON-CODE          PIC X(4).
      *        C001 = APPLICATION DATA INVALID
      *        C002 = PRIOR WRITE-OFF ON FILE
      *        C003 = CURRENT ARREARS OVER 90 DAYS
      *        C004 = PD AT OR ABOVE DECLINE CUTOFF
      *        C005 = LTV ABOVE REGULATORY MAXIMUM
      *        C006 = INSTALLMENT UNAFFORDABLE ON DECLARED INCOME
      *        C007 = COMMITTEE SIGN-OFF WITHOUT OPEN REFERRAL
      *        C101 = NO CREDIT SCORE ON FILE
      *        C102 = PD IN REFERRAL BAND
      *        C103 = NO MONTHLY INCOME DECLARED
      *        C104 = TOTAL EXPOSURE ABOVE COMMITTEE LIMIT
           05  OD-DECISION-DATE        PIC 9(8).
           05  OD-LOAN-AMOUNT          PIC 9(12)V99 COMP-3.
           05  OD-PD-SCORE             PIC 9V9(4) COMP-3.
           05  OD-LTV-RATIO            PIC 9V9(4) COMP-3.
           05  OD-DTI-RATIO            PIC 9V9(4) COMP-3.
           05  OD-EXISTING-EXPOSURE    PIC 9(14)V99 COMP-3.
           05  OD-APPLICATION-IMAGE    PIC X(200).
           05  FILLER                 PIC X(11).

      * Referral register: one row per referred application, open
      * until a committee sign-off on the re-presented application is
      * honoured, then consumed so the same sign-off cannot approve
      * the application a second time.
       FD  REFERRAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REFERRAL-RECORD.
           05  RF-APPLICATION-ID       PIC X(10).
           05  RF-CUSTOMER-ID          PIC X(10).
           05  RF-LOAN-ACCT-NO         PIC X(10).
           05  RF-STATUS               PIC X(1).
               88  RF-OPEN             VALUE 'O'.
               88  RF-CONSUMED         VALUE 'C'.
           05  RF-REASON-CODE          PIC X(4).
           05  RF-REFERRAL-DATE        PIC 9(8).
           05  RF-LOAN-AMOUNT          PIC 9(12)V99 COMP-3.
           05  RF-SIGNOFF-ID           PIC X(8).
           05  RF-SIGNOFF-DATE         PIC 9(8).
           05  RF-SIGNOFF-RUN          PIC 9(8).
           05  FILLER                 PIC X(5).

       FD  COMMITTEE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  COMMITTEE-REPORT-RECORD  PIC X(132).

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'REGPARM-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * ORIGINATION CUTOFFS (from REGPARMS)
      * The PD decline and referral cutoffs, the maximum share of
      * declared monthly income that may go on installments, and the
      * total exposure above which the committee must see the loan,
      * together with the same LTV ceiling LOAN-CALC enforces, so the
      * decision and the booking can never disagree on LTV.
      *----------------------------------------------------------------
       01  WS-ORIGINATION-PARMS.
           05  WS-PD-DECLINE-CUTOFF PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-PD-REFER-CUTOFF   PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-MAX-DTI-RATIO     PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-REFER-EXPOSURE    PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  MAX-LTV-RATIO        PIC 9V9(4) COMP-3 VALUE ZEROS.
           05  WS-ARREARS-DECLINE   PIC 9(3)  COMP-3 VALUE 90.

      *----------------------------------------------------------------
      * REGULATORY PARAMETER LOAD CONTROL
      *----------------------------------------------------------------
       01  WS-REGPARM-CONTROL.
           05  WS-REGPARM-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-REGPARM-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-REGPARM-EOF   VALUE 'Y'.
           05  WS-PARM-SET-ID       PIC X(20)    VALUE SPACES.
           05  WS-PARM-SET-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-LTV-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-PDD-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-PDR-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-DTI-SW       PIC X(1)     VALUE 'N'.
           05  WS-PARM-EXP-SW       PIC X(1)     VALUE 'N'.

      *----------------------------------------------------------------
      * APPLICATION SCORING WORK AREA
      *----------------------------------------------------------------
       01  WS-SCORING-DATA.
           05  WS-PD-SCORE          PIC 9V9(4)   COMP-3 VALUE ZEROS.
           05  WS-ARREARS-DAYS      PIC 9(3)     COMP-3 VALUE ZEROS.
           05  WS-CREDIT-FOUND-SW   PIC X(1)     VALUE 'N'.
               88  WS-CREDIT-FOUND  VALUE 'Y'.
           05  WS-LTV-RATIO         PIC 9V9(4)   COMP-3 VALUE ZEROS.
           05  WS-DTI-RATIO         PIC 9V9(4)   COMP-3 VALUE ZEROS.
           05  WS-MONTHLY-RATE      PIC 9(1)V9(8) COMP-3 VALUE ZEROS.
           05  WS-NEW-INSTALLMENT   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-TOTAL-INSTALLMENT PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-TOTAL-EXPOSURE    PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * EXISTING EXPOSURE
      * What the applicant already owes us: for every loan on the
      * schedule KSDS, the opening balance and installment of the
      * first line still to fall due (a fully-run-off schedule adds
      * nothing), plus the unrecovered balance of anything charged
      * off on the write-off master.
      *----------------------------------------------------------------
       01  WS-EXPOSURE-DATA.
           05  WS-EXISTING-EXPOSURE PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-EXISTING-INSTALL  PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-WRITEOFF-COUNT    PIC 9(4) COMP VALUE ZEROS.
           05  WS-EXP-LOAN-ACCT     PIC X(10)    VALUE SPACES.
           05  WS-BROWSE-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-BROWSE-EOF    VALUE 'Y'.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.

      *----------------------------------------------------------------
      * DECISION
      *----------------------------------------------------------------
       01  WS-DECISION-DATA.
           05  WS-DECISION          PIC X(1)     VALUE SPACES.
               88  WS-APPROVED      VALUE 'A'.
               88  WS-DECLINED      VALUE 'D'.
               88  WS-REFERRED      VALUE 'R'.
           05  WS-REASON-CODE       PIC X(4)     VALUE SPACES.
           05  WS-REASON-TEXT       PIC X(45)    VALUE SPACES.
           05  WS-DECISION-LABEL    PIC X(8)     VALUE SPACES.
           05  WS-SIGNOFF-VALID-SW  PIC X(1)     VALUE 'N'.
               88  WS-SIGNOFF-VALID VALUE 'Y'.
           05  WS-REFERRAL-FOUND-SW PIC X(1)     VALUE 'N'.
               88  WS-REFERRAL-FOUND VALUE 'Y'.
           05  WS-BUSINESS-DATE     PIC 9(8)     VALUE ZEROS.
           05  WS-RUN-TIME          PIC 9(8)     VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS AND LOANFILE CONTROL TOTALS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-APPL-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-APPROVED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-DECLINED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-REFERRED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-HASH-TOTAL        PIC 9(16)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-EXPOSURE-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-PD-ED             PIC 9.9999   VALUE ZEROS.
           05  WS-LTV-ED            PIC 9.9999   VALUE ZEROS.
           05  WS-DTI-ED            PIC 9.9999   VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-APPROVED-ED       PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-DECLINED-ED       PIC ZZZZZZZ9 VALUE ZEROS.
           05  WS-REFERRED-ED       PIC ZZZZZZZ9 VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-ABEND-CODE        PIC S9(4) COMP VALUE ZEROS.
           05  WS-APPL-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-FILE-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-CREDIT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-DECISION-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-REFERRAL-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-APPL-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-APPL-EOF      VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Loads the cutoffs, opens everything, writes the LOANFILE
      * header, decides every application, then closes the LOANFILE
      * with its trailer so LOAN-CALC's control pre-pass balances.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           MOVE RCL-BUSINESS-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = ZEROS
               MOVE WS-RUN-DATE-N TO WS-BUSINESS-DATE
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-READ-APPLICATION
               THRU 0200-READ-APPLICATION-EXIT
           PERFORM 1500-PROCESS-APPLICATION
               THRU 1500-PROCESS-APPLICATION-EXIT
               UNTIL WS-APPL-EOF
           PERFORM 9200-WRITE-TRAILER
               THRU 9200-WRITE-TRAILER-EXIT
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
           MOVE 'LOANORIG' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'LOAN-ORIG: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               PERFORM 9900-ABEND-TERMINATE
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'LOAN-ORIG: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               PERFORM 9900-ABEND-TERMINATE
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'LOAN-ORIG: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           PERFORM 0170-LOAD-REG-PARAMETERS
               THRU 0170-LOAD-REG-PARAMETERS-EXIT

           OPEN INPUT APPLICATION-FILE
           MOVE WS-APPL-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN APPLICATION-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT CREDIT-FILE
           MOVE WS-CREDIT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CREDIT-FILE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The schedule and the write-off master are both created by
      * later steps on their very first run; an applicant base with
      * no schedule or no charge-offs yet simply has no exposure.
           OPEN INPUT AMORT-FILE
           IF WS-AMORT-STATUS = '35'
               OPEN OUTPUT AMORT-FILE
               CLOSE AMORT-FILE
               OPEN INPUT AMORT-FILE
           END-IF
           MOVE WS-AMORT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN AMORT-FILE'      TO WS-CHECK-STATUS-OPER
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

           OPEN OUTPUT LOAN-FILE
           MOVE WS-FILE-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LOAN-FILE'       TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT DECISION-FILE
           MOVE WS-DECISION-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DECISION-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * A missing referral register (the very first run) is created
      * empty: no sign-off can be honoured until a referral is on it.
           OPEN I-O REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '35'
               OPEN OUTPUT REFERRAL-FILE
               CLOSE REFERRAL-FILE
               OPEN I-O REFERRAL-FILE
           END-IF
           MOVE WS-REFERRAL-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REFERRAL-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT COMMITTEE-REPORT
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN COMMITTEE-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The header is dated today: LOAN-CALC refuses a LOANFILE whose
      * header is not today's.
           MOVE SPACES                 TO LOAN-HEADER-RECORD
           MOVE 'HDR'                  TO LH-RECORD-TYPE
           MOVE WS-RUN-DATE-N          TO LH-FILE-DATE
           WRITE LOAN-HEADER-RECORD
           MOVE WS-FILE-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE LOANFILE HEADER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           STRING 'CREDIT COMMITTEE REPORT | RUN DATE:' DELIMITED SIZE
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
      * Loads the origination cutoffs from the shared REGPARMS file.
      * Deciding credit off a missing or absurd cutoff is never
      * acceptable, so any gap aborts the run before a single
      * application is read.
           OPEN INPUT REGPARM-FILE
           MOVE WS-REGPARM-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REGPARM-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 0175-READ-REG-PARAMETER
               THRU 0175-READ-REG-PARAMETER-EXIT
               UNTIL WS-REGPARM-EOF
           CLOSE REGPARM-FILE

           IF WS-PARM-SET-SW = 'N' OR WS-PARM-LTV-SW = 'N'
           OR WS-PARM-PDD-SW = 'N' OR WS-PARM-PDR-SW = 'N'
           OR WS-PARM-DTI-SW = 'N' OR WS-PARM-EXP-SW = 'N'
               DISPLAY 'LOAN-ORIG: REGPARMS INCOMPLETE - REQUIRED '
                   'ORIGINATION PARAMETER MISSING'
               PERFORM 0178-PARAMETER-ABORT
           END-IF

           IF MAX-LTV-RATIO = ZEROS OR MAX-LTV-RATIO >= 1
           OR WS-PD-DECLINE-CUTOFF = ZEROS
           OR WS-PD-DECLINE-CUTOFF >= 1
           OR WS-PD-REFER-CUTOFF = ZEROS
           OR WS-PD-REFER-CUTOFF >= WS-PD-DECLINE-CUTOFF
           OR WS-MAX-DTI-RATIO = ZEROS OR WS-MAX-DTI-RATIO >= 1
           OR WS-REFER-EXPOSURE = ZEROS
               DISPLAY 'LOAN-ORIG: REGPARMS INVALID - PARAMETER '
                   'VALUE OUT OF RANGE'
               PERFORM 0178-PARAMETER-ABORT
           END-IF

           DISPLAY 'LOAN-ORIG: PARAMETER SET ' WS-PARM-SET-ID
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
                           MOVE 'Y' TO WS-PARM-SET-SW
                       WHEN 'MAX-LTV-RATIO'
                           MOVE PRM-VALUE-NUM TO MAX-LTV-RATIO
                           MOVE 'Y' TO WS-PARM-LTV-SW
                       WHEN 'ORIG-PD-DECLINE'
                           MOVE PRM-VALUE-NUM TO WS-PD-DECLINE-CUTOFF
                           MOVE 'Y' TO WS-PARM-PDD-SW
                       WHEN 'ORIG-PD-REFER'
                           MOVE PRM-VALUE-NUM TO WS-PD-REFER-CUTOFF
                           MOVE 'Y' TO WS-PARM-PDR-SW
                       WHEN 'ORIG-MAX-DTI-RATIO'
                           MOVE PRM-VALUE-NUM TO WS-MAX-DTI-RATIO
                           MOVE 'Y' TO WS-PARM-DTI-SW
                       WHEN 'ORIG-REFER-EXPOSURE'
                           MOVE PRM-VALUE-NUM TO WS-REFER-EXPOSURE
                           MOVE 'Y' TO WS-PARM-EXP-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       0175-READ-REG-PARAMETER-EXIT.
           EXIT.

      *================================================================
       0178-PARAMETER-ABORT.
      *================================================================
      * Nothing has been written yet; the abend stops the chain so
      * LOAN-CALC never runs against yesterday's LOANFILE.
           MOVE 7005 TO RETURN-CODE
           PERFORM 9900-ABEND-TERMINATE.

      *================================================================
       0200-READ-APPLICATION.
      *================================================================
           READ APPLICATION-FILE
               AT END
                   MOVE 'Y' TO WS-APPL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-APPL-COUNT
           END-READ.

       0200-READ-APPLICATION-EXIT.
           EXIT.

      *================================================================
       1500-PROCESS-APPLICATION.
      *================================================================
      * Scores the application in the FD buffer, routes it by the
      * decision reached, and reads the next one.
           MOVE ZEROS  TO WS-PD-SCORE
                          WS-ARREARS-DAYS
                          WS-LTV-RATIO
                          WS-DTI-RATIO
                          WS-NEW-INSTALLMENT
                          WS-TOTAL-INSTALLMENT
                          WS-TOTAL-EXPOSURE
                          WS-EXISTING-EXPOSURE
                          WS-EXISTING-INSTALL
                          WS-WRITEOFF-COUNT
           MOVE SPACES TO WS-DECISION
                          WS-REASON-CODE
                          WS-REASON-TEXT

           PERFORM 1000-VALIDATE-APPLICATION
               THRU 1000-VALIDATE-APPLICATION-EXIT
           IF NOT WS-DECLINED
               PERFORM 2000-CALC-INSTALLMENT
                   THRU 2000-CALC-INSTALLMENT-EXIT
               PERFORM 2100-GET-PD-SCORE
                   THRU 2100-GET-PD-SCORE-EXIT
               PERFORM 2200-GATHER-EXPOSURE
                   THRU 2200-GATHER-EXPOSURE-EXIT
               PERFORM 3000-DECIDE-APPLICATION
                   THRU 3000-DECIDE-APPLICATION-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-APPROVED
                   PERFORM 4000-WRITE-APPROVED-LOAN
                       THRU 4000-WRITE-APPROVED-LOAN-EXIT
               WHEN OTHER
                   PERFORM 4100-WRITE-DECISION
                       THRU 4100-WRITE-DECISION-EXIT
                   PERFORM 4200-REPORT-DECISION
                       THRU 4200-REPORT-DECISION-EXIT
           END-EVALUATE

           PERFORM 0200-READ-APPLICATION
               THRU 0200-READ-APPLICATION-EXIT.

       1500-PROCESS-APPLICATION-EXIT.
           EXIT.

      *================================================================
       1000-VALIDATE-APPLICATION.
      *================================================================
      * The same hard bounds LOAN-CALC validates on booking. An
      * application that would fail them there is declined here
      * instead of being approved into a LOANFILE that rejects it.
           IF AP-LOAN-AMOUNT <= ZEROS
           OR AP-INTEREST-RATE <= ZEROS
           OR AP-INTEREST-RATE > 50.00
           OR AP-LOAN-TERM-MONTHS <= ZEROS
           OR AP-LOAN-TERM-MONTHS > 360
           OR AP-CUSTOMER-ID = SPACES
               MOVE 'D'    TO WS-DECISION
               MOVE 'C001' TO WS-REASON-CODE
               MOVE 'APPLICATION DATA INVALID' TO WS-REASON-TEXT
           END-IF.

       1000-VALIDATE-APPLICATION-EXIT.
           EXIT.

      *================================================================
       2000-CALC-INSTALLMENT.
      *================================================================
      * Standard annuity installment at the application rate, the
      * same formula LOAN-CALC prices the schedule with.
           COMPUTE WS-MONTHLY-RATE =
               AP-INTEREST-RATE / 12 / 100
           COMPUTE WS-NEW-INSTALLMENT ROUNDED =
               AP-LOAN-AMOUNT *
               (WS-MONTHLY-RATE *
               (1 + WS-MONTHLY-RATE) ** AP-LOAN-TERM-MONTHS) /
               ((1 + WS-MONTHLY-RATE) ** AP-LOAN-TERM-MONTHS - 1)

           IF AP-PROPERTY-VALUE > ZEROS
               COMPUTE WS-LTV-RATIO ROUNDED =
                   AP-LOAN-AMOUNT / AP-PROPERTY-VALUE
                   ON SIZE ERROR
                       MOVE 9.9999 TO WS-LTV-RATIO
               END-COMPUTE
           END-IF.

       2000-CALC-INSTALLMENT-EXIT.
           EXIT.

      *================================================================
       2100-GET-PD-SCORE.
      *================================================================
      * PD and days in arrears from the credit-risk desk's KSDS. No
      * score on file is not a decline -- a new-to-bank applicant has
      * none -- but it is never an automatic approval either.
           MOVE 'N' TO WS-CREDIT-FOUND-SW
           MOVE AP-CUSTOMER-ID TO CR-CUSTOMER-ID
           READ CREDIT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CREDIT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CREDIT-FOUND-SW
                   MOVE CR-PD-SCORE     TO WS-PD-SCORE
                   MOVE CR-ARREARS-DAYS TO WS-ARREARS-DAYS
           END-READ.

       2100-GET-PD-SCORE-EXIT.
           EXIT.

      *================================================================
       2200-GATHER-EXPOSURE.
      *================================================================
      * One keyed START per file and a browse of just this customer's
      * records, the same pattern CUST-360 uses on the schedule.
           MOVE SPACES TO WS-EXP-LOAN-ACCT
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE AP-CUSTOMER-ID TO AMORT-CUSTOMER-ID
           MOVE LOW-VALUES     TO AMORT-LOAN-ACCT-NO
           MOVE ZEROS          TO AMORT-MONTH-NUM
           START AMORT-FILE KEY >= AMORT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM 2210-READ-AMORT-LINE
               THRU 2210-READ-AMORT-LINE-EXIT
               UNTIL WS-BROWSE-EOF

           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE AP-CUSTOMER-ID TO WO-CUSTOMER-ID
           MOVE LOW-VALUES     TO WO-LOAN-ACCT-NO
           START WRITEOFF-MASTER KEY >= WO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-START
           PERFORM 2250-READ-WRITEOFF
               THRU 2250-READ-WRITEOFF-EXIT
               UNTIL WS-BROWSE-EOF

           COMPUTE WS-TOTAL-EXPOSURE =
               WS-EXISTING-EXPOSURE + AP-LOAN-AMOUNT
           COMPUTE WS-TOTAL-INSTALLMENT =
               WS-EXISTING-INSTALL + WS-NEW-INSTALLMENT.

       2200-GATHER-EXPOSURE-EXIT.
           EXIT.

      *================================================================
       2210-READ-AMORT-LINE.
      *================================================================
      * Only the first line of each loan still to fall due counts:
      * its opening balance is what is outstanding and its
      * installment is what the applicant is paying each month.
           READ AMORT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
               NOT AT END
                   IF AMORT-CUSTOMER-ID NOT = AP-CUSTOMER-ID
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                   ELSE
                       IF AMORT-LOAN-ACCT-NO NOT = WS-EXP-LOAN-ACCT
                       AND AMORT-DUE-DATE IS NUMERIC
                       AND AMORT-DUE-DATE > WS-RUN-DATE-N
                           MOVE AMORT-LOAN-ACCT-NO
                               TO WS-EXP-LOAN-ACCT
                           ADD AMORT-BEGIN-BALANCE
                               TO WS-EXISTING-EXPOSURE
                           ADD AMORT-INTEREST-PORTION
                               AMORT-PRINCIPAL-PORTION
                               TO WS-EXISTING-INSTALL
                       END-IF
                   END-IF
           END-READ.

       2210-READ-AMORT-LINE-EXIT.
           EXIT.

      *================================================================
       2250-READ-WRITEOFF.
      *================================================================
           READ WRITEOFF-MASTER NEXT
               AT END
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
               NOT AT END
                   IF WO-CUSTOMER-ID NOT = AP-CUSTOMER-ID
                       MOVE 'Y' TO WS-BROWSE-EOF-SW
                   ELSE
                       IF WO-WRITTEN-OFF
                           ADD 1 TO WS-WRITEOFF-COUNT
                           IF WO-PRINCIPAL > WO-RECOVERED
                               COMPUTE WS-EXISTING-EXPOSURE =
                                   WS-EXISTING-EXPOSURE
                                   + WO-PRINCIPAL - WO-RECOVERED
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2250-READ-WRITEOFF-EXIT.
           EXIT.

      *================================================================
       3000-DECIDE-APPLICATION.
      *================================================================
      * Decline rules first, then referral rules; the first rule hit
      * sets the reason. An application re-presented with the credit
      * committee's sign-off skips the referral rules, never the
      * declines, and only when its own referral is open on the
      * register; any other sign-off is declined.
           IF WS-WRITEOFF-COUNT > ZEROS
               MOVE 'D'    TO WS-DECISION
               MOVE 'C002' TO WS-REASON-CODE
               MOVE 'PRIOR WRITE-OFF ON FILE' TO WS-REASON-TEXT
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           IF WS-CREDIT-FOUND
           AND WS-ARREARS-DAYS > WS-ARREARS-DECLINE
               MOVE 'D'    TO WS-DECISION
               MOVE 'C003' TO WS-REASON-CODE
               MOVE 'CURRENT ARREARS OVER 90 DAYS' TO WS-REASON-TEXT
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           IF WS-CREDIT-FOUND
           AND WS-PD-SCORE >= WS-PD-DECLINE-CUTOFF
               MOVE 'D'    TO WS-DECISION
               MOVE 'C004' TO WS-REASON-CODE
               MOVE 'PD AT OR ABOVE DECLINE CUTOFF' TO WS-REASON-TEXT
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           IF WS-LTV-RATIO > MAX-LTV-RATIO
               MOVE 'D'    TO WS-DECISION
               MOVE 'C005' TO WS-REASON-CODE
               MOVE 'LTV ABOVE REGULATORY MAXIMUM' TO WS-REASON-TEXT
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           IF AP-MONTHLY-INCOME IS NUMERIC
           AND AP-MONTHLY-INCOME > ZEROS
               COMPUTE WS-DTI-RATIO ROUNDED =
                   WS-TOTAL-INSTALLMENT / AP-MONTHLY-INCOME
                   ON SIZE ERROR
                       MOVE 9.9999 TO WS-DTI-RATIO
               END-COMPUTE
               IF WS-DTI-RATIO > WS-MAX-DTI-RATIO
                   MOVE 'D'    TO WS-DECISION
                   MOVE 'C006' TO WS-REASON-CODE
                   MOVE 'INSTALLMENT UNAFFORDABLE ON DECLARED INCOME'
                       TO WS-REASON-TEXT
                   GO TO 3000-DECIDE-APPLICATION-EXIT
               END-IF
           END-IF

           IF AP-COMMITTEE-SIGNOFF NOT = SPACES
           AND AP-COMMITTEE-SIGNOFF NOT = LOW-VALUES
               PERFORM 3100-CHECK-REFERRAL
                   THRU 3100-CHECK-REFERRAL-EXIT
               IF WS-SIGNOFF-VALID
                   MOVE 'A' TO WS-DECISION
               ELSE
                   MOVE 'D'    TO WS-DECISION
                   MOVE 'C007' TO WS-REASON-CODE
                   MOVE 'COMMITTEE SIGN-OFF WITHOUT OPEN REFERRAL'
                       TO WS-REASON-TEXT
               END-IF
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           IF NOT WS-CREDIT-FOUND
               MOVE 'R'    TO WS-DECISION
               MOVE 'C101' TO WS-REASON-CODE
               MOVE 'NO CREDIT SCORE ON FILE' TO WS-REASON-TEXT
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           IF WS-PD-SCORE >= WS-PD-REFER-CUTOFF
               MOVE 'R'    TO WS-DECISION
               MOVE 'C102' TO WS-REASON-CODE
               MOVE 'PD IN REFERRAL BAND' TO WS-REASON-TEXT
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           IF AP-MONTHLY-INCOME IS NOT NUMERIC
           OR AP-MONTHLY-INCOME = ZEROS
               MOVE 'R'    TO WS-DECISION
               MOVE 'C103' TO WS-REASON-CODE
               MOVE 'NO MONTHLY INCOME DECLARED' TO WS-REASON-TEXT
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           IF WS-TOTAL-EXPOSURE > WS-REFER-EXPOSURE
               MOVE 'R'    TO WS-DECISION
               MOVE 'C104' TO WS-REASON-CODE
               MOVE 'TOTAL EXPOSURE ABOVE COMMITTEE LIMIT'
                   TO WS-REASON-TEXT
               GO TO 3000-DECIDE-APPLICATION-EXIT
           END-IF

           MOVE 'A' TO WS-DECISION.

       3000-DECIDE-APPLICATION-EXIT.
           EXIT.

      *================================================================
       3100-CHECK-REFERRAL.
      *================================================================
      * The sign-off stands only for the application the committee
      * was shown: its referral must be open and the customer, loan
      * account and amount unchanged. Honouring it consumes the
      * referral. A referral consumed on this business date under
      * the same sign-off is honoured again on any rerun of the
      * step, whose LOANFILE replaces the one the earlier run wrote;
      * one already consumed by this run is a duplicate application
      * in the same file and is not.
           MOVE 'N' TO WS-SIGNOFF-VALID-SW
           MOVE AP-APPLICATION-ID TO RF-APPLICATION-ID
           READ REFERRAL-FILE
               INVALID KEY
                   GO TO 3100-CHECK-REFERRAL-EXIT
           END-READ

           IF RF-CUSTOMER-ID NOT = AP-CUSTOMER-ID
           OR RF-LOAN-ACCT-NO NOT = AP-LOAN-ACCT-NO
           OR RF-LOAN-AMOUNT NOT = AP-LOAN-AMOUNT
               GO TO 3100-CHECK-REFERRAL-EXIT
           END-IF

           IF RF-CONSUMED
               IF RF-SIGNOFF-DATE = WS-BUSINESS-DATE
               AND RF-SIGNOFF-ID = AP-COMMITTEE-SIGNOFF
               AND RF-SIGNOFF-RUN NOT = WS-RUN-TIME
                   MOVE 'Y' TO WS-SIGNOFF-VALID-SW
               END-IF
               GO TO 3100-CHECK-REFERRAL-EXIT
           END-IF

           IF NOT RF-OPEN
               GO TO 3100-CHECK-REFERRAL-EXIT
           END-IF

           MOVE 'C'                  TO RF-STATUS
           MOVE AP-COMMITTEE-SIGNOFF TO RF-SIGNOFF-ID
           MOVE WS-BUSINESS-DATE     TO RF-SIGNOFF-DATE
           MOVE WS-RUN-TIME          TO RF-SIGNOFF-RUN
           REWRITE REFERRAL-RECORD
           MOVE WS-REFERRAL-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE REFERRAL-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE 'Y' TO WS-SIGNOFF-VALID-SW.

       3100-CHECK-REFERRAL-EXIT.
           EXIT.

      *================================================================
       4000-WRITE-APPROVED-LOAN.
      *================================================================
      * Approved applications are written field for field into the
      * LOAN-CALC record; the application-only fields go no further.
           ADD 1 TO WS-APPROVED-COUNT
           MOVE SPACES               TO LOAN-RECORD
           MOVE AP-CUSTOMER-ID       TO LR-CUSTOMER-ID
           MOVE AP-LOAN-AMOUNT       TO LR-LOAN-AMOUNT
           MOVE AP-INTEREST-RATE     TO LR-INTEREST-RATE
           MOVE AP-LOAN-TERM-MONTHS  TO LR-LOAN-TERM-MONTHS
           MOVE AP-CUSTOMER-DOB      TO LR-CUSTOMER-DOB
           MOVE AP-PROPERTY-VALUE    TO LR-PROPERTY-VALUE
           MOVE AP-CAPITAL-AVAIL     TO LR-CAPITAL-AVAIL
           MOVE AP-LOAN-TYPE         TO LR-LOAN-TYPE
           MOVE AP-CURRENCY          TO LR-CURRENCY
           MOVE AP-SWIFT-CODE        TO LR-SWIFT-CODE
           MOVE AP-RATE-TYPE         TO LR-RATE-TYPE
           MOVE AP-RESET-FREQ-MONTHS TO LR-RESET-FREQ-MONTHS
           MOVE AP-RATE-MARGIN       TO LR-RATE-MARGIN
           MOVE AP-LOAN-ACCT-NO      TO LR-LOAN-ACCT-NO

           WRITE LOAN-RECORD
           MOVE WS-FILE-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE LOAN-RECORD'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD AP-LOAN-AMOUNT TO WS-HASH-TOTAL.

       4000-WRITE-APPROVED-LOAN-EXIT.
           EXIT.

      *================================================================
       4100-WRITE-DECISION.
      *================================================================
           IF WS-DECLINED
               ADD 1 TO WS-DECLINED-COUNT
           ELSE
               ADD 1 TO WS-REFERRED-COUNT
               IF WS-RETURN-CODE < 4701
                   MOVE 4701 TO WS-RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES                 TO DECISION-RECORD
           MOVE AP-APPLICATION-ID      TO OD-APPLICATION-ID
           MOVE AP-CUSTOMER-ID         TO OD-CUSTOMER-ID
           MOVE AP-LOAN-ACCT-NO        TO OD-LOAN-ACCT-NO
           MOVE WS-DECISION            TO OD-DECISION
           MOVE WS-REASON-CODE         TO OD-REASON-CODE
           MOVE WS-RUN-DATE-N          TO OD-DECISION-DATE
           MOVE AP-LOAN-AMOUNT         TO OD-LOAN-AMOUNT
           MOVE WS-PD-SCORE            TO OD-PD-SCORE
           MOVE WS-LTV-RATIO           TO OD-LTV-RATIO
           MOVE WS-DTI-RATIO           TO OD-DTI-RATIO
           MOVE WS-EXISTING-EXPOSURE   TO OD-EXISTING-EXPOSURE
           MOVE APPLICATION-RECORD     TO OD-APPLICATION-IMAGE

           WRITE DECISION-RECORD
           MOVE WS-DECISION-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE DECISION-FILE'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           IF WS-REFERRED
               PERFORM 4150-OPEN-REFERRAL
                   THRU 4150-OPEN-REFERRAL-EXIT
           END-IF.

       4100-WRITE-DECISION-EXIT.
           EXIT.

      *================================================================
       4150-OPEN-REFERRAL.
      *================================================================
      * Opens (or refreshes) the application's referral for a later
      * sign-off. A referral already consumed stays consumed: the
      * application has had its sign-off, and a second one must come
      * in under a new application reference.
           MOVE AP-APPLICATION-ID TO RF-APPLICATION-ID
           MOVE 'Y' TO WS-REFERRAL-FOUND-SW
           READ REFERRAL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REFERRAL-FOUND-SW
           END-READ

           IF WS-REFERRAL-FOUND AND RF-CONSUMED
               GO TO 4150-OPEN-REFERRAL-EXIT
           END-IF

           MOVE SPACES            TO REFERRAL-RECORD
           MOVE AP-APPLICATION-ID TO RF-APPLICATION-ID
           MOVE AP-CUSTOMER-ID    TO RF-CUSTOMER-ID
           MOVE AP-LOAN-ACCT-NO   TO RF-LOAN-ACCT-NO
           MOVE 'O'               TO RF-STATUS
           MOVE WS-REASON-CODE    TO RF-REASON-CODE
           MOVE WS-BUSINESS-DATE  TO RF-REFERRAL-DATE
           MOVE AP-LOAN-AMOUNT    TO RF-LOAN-AMOUNT
           MOVE ZEROS             TO RF-SIGNOFF-DATE
                                     RF-SIGNOFF-RUN

           IF WS-REFERRAL-FOUND
               REWRITE REFERRAL-RECORD
               MOVE 'REWRITE REFERRAL-FILE' TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE REFERRAL-RECORD
               MOVE 'WRITE REFERRAL-FILE'   TO WS-CHECK-STATUS-OPER
           END-IF
           MOVE WS-REFERRAL-STATUS     TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       4150-OPEN-REFERRAL-EXIT.
           EXIT.

      *================================================================
       4200-REPORT-DECISION.
      *================================================================
      * Two lines per item for the committee: the decision and reason,
      * then the figures it was decided on.
           IF WS-DECLINED
               MOVE 'DECLINED' TO WS-DECISION-LABEL
           ELSE
               MOVE 'REFERRED' TO WS-DECISION-LABEL
           END-IF
           MOVE AP-LOAN-AMOUNT       TO WS-AMOUNT-ED

           STRING WS-DECISION-LABEL    DELIMITED SIZE
                  ' | APPL:' DELIMITED SIZE
                  AP-APPLICATION-ID    DELIMITED SIZE
                  ' | CUST:' DELIMITED SIZE
                  AP-CUSTOMER-ID       DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  AP-LOAN-ACCT-NO      DELIMITED SIZE
                  ' | AMOUNT:' DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
                  ' | REASON:' DELIMITED SIZE
                  WS-REASON-CODE       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-PD-SCORE          TO WS-PD-ED
           MOVE WS-LTV-RATIO         TO WS-LTV-ED
           MOVE WS-DTI-RATIO         TO WS-DTI-ED
           MOVE WS-EXISTING-EXPOSURE TO WS-EXPOSURE-ED

           STRING '    ' DELIMITED SIZE
                  WS-REASON-TEXT       DELIMITED SIZE
                  ' | PD:' DELIMITED SIZE
                  WS-PD-ED             DELIMITED SIZE
                  ' | LTV:' DELIMITED SIZE
                  WS-LTV-ED            DELIMITED SIZE
                  ' | DTI:' DELIMITED SIZE
                  WS-DTI-ED            DELIMITED SIZE
                  ' | EXPOSURE:' DELIMITED SIZE
                  WS-EXPOSURE-ED       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       4200-REPORT-DECISION-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           MOVE WS-APPL-COUNT        TO WS-COUNT-ED
           MOVE WS-APPROVED-COUNT    TO WS-APPROVED-ED
           MOVE WS-DECLINED-COUNT    TO WS-DECLINED-ED
           MOVE WS-REFERRED-COUNT    TO WS-REFERRED-ED

           STRING 'SUMMARY | APPLICATIONS:' DELIMITED SIZE
                  WS-COUNT-ED          DELIMITED SIZE
                  ' | APPROVED:' DELIMITED SIZE
                  WS-APPROVED-ED       DELIMITED SIZE
                  ' | DECLINED:' DELIMITED SIZE
                  WS-DECLINED-ED       DELIMITED SIZE
                  ' | REFERRED:' DELIMITED SIZE
                  WS-REFERRED-ED       DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           DISPLAY 'LOAN-ORIG SUMMARY | APPLICATIONS: ' WS-APPL-COUNT
               ' | APPROVED: ' WS-APPROVED-COUNT
               ' | DECLINED: ' WS-DECLINED-COUNT
               ' | REFERRED: ' WS-REFERRED-COUNT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9200-WRITE-TRAILER.
      *================================================================
           MOVE SPACES                 TO LOAN-TRAILER-RECORD
           MOVE 'TRL'                  TO LT-RECORD-TYPE
           MOVE WS-APPROVED-COUNT      TO LT-RECORD-COUNT
           MOVE WS-HASH-TOTAL          TO LT-HASH-TOTAL
           WRITE LOAN-TRAILER-RECORD
           MOVE WS-FILE-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE LOANFILE TRAILER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       9200-WRITE-TRAILER-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE COMMITTEE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE COMMITTEE-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE APPLICATION-FILE
           CLOSE LOAN-FILE
           CLOSE CREDIT-FILE
           CLOSE AMORT-FILE
           CLOSE WRITEOFF-MASTER
           CLOSE DECISION-FILE
           CLOSE REFERRAL-FILE
           CLOSE COMMITTEE-REPORT
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
               DISPLAY 'LOAN-ORIG: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Same convention as LOAN-CALC's paragraph of the same name. A
      * half-written LOANFILE must never reach LOAN-CALC, so the run
      * abends rather than ending with a partial file cataloged.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'LOAN-ORIG: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE APPLICATION-FILE
               CLOSE LOAN-FILE
               CLOSE CREDIT-FILE
               CLOSE AMORT-FILE
               CLOSE WRITEOFF-MASTER
               CLOSE DECISION-FILE
               CLOSE REFERRAL-FILE
               CLOSE COMMITTEE-REPORT
               PERFORM 9900-ABEND-TERMINATE
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *================================================================
       9900-ABEND-TERMINATE.
      *================================================================
      * User abend so the scheduler stops the chain here: LOAN-CALC
      * must not book from a LOANFILE this run did not finish.
           MOVE RETURN-CODE TO WS-ABEND-CODE
           CALL 'ILBOABN0' USING WS-ABEND-CODE
           STOP RUN.

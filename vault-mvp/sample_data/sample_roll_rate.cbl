      *================================================================
      * PROGRAM-ID: ROLL-RATE
      * PURPOSE:    Monthly delinquency roll-rate and vintage MI for
      *             credit risk. Compares this month-end's loan
      *             position snapshot with last month-end's, loan by
      *             loan, and builds the roll-rate matrix of loan
      *             counts and balances that moved between
      *             days-past-due buckets (current, 1-29, 30-59,
      *             60-89, 90+, written off, paid off), with loans
      *             booked during the month on their own row. Each
      *             loan seen on a month-end snapshot is kept on the
      *             VINTHIST KSDS with its origination month (the
      *             month before its AMORTSCH month-1 due date), its
      *             original principal, the worst days past due it
      *             has ever reached and whether it has been written
      *             off (from WOFFMAST) or paid off; from that history
      *             the vintage table shows cumulative 30+/90+
      *             delinquency and write-off rates by origination
      *             month. The month-end comes from the RPTPERD
      *             control card (YYYYMM). Output is the printed
      *             report plus a comma-separated extract of the same
      *             figures for the risk team's own models.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLL-RATE.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIOR-POSITION-FILE
               ASSIGN TO PRIORPSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT CURR-POSITION-FILE
               ASSIGN TO CURRPSN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.
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
           SELECT VINTAGE-HISTORY
               ASSIGN TO VINTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-VINT-STATUS.
           SELECT PERIOD-CARD-FILE
               ASSIGN TO RPTPERD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT ROLL-RATE-REPORT
               ASSIGN TO ROLLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ROLL-RATE-EXTRACT
               ASSIGN TO ROLLCSV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * LAST MONTH-END AND THIS MONTH-END LOAN POSITION SNAPSHOTS
      * Same 60-byte layout LOAN-SERVICE writes to LOANPOSN, one row
      * per schedule line, sorted by customer, loan and month.
      *----------------------------------------------------------------
       FD  PRIOR-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  PRIOR-POSITION-RECORD.
           05  PR-KEY.
               10  PR-CUSTOMER-ID       PIC X(10).
               10  PR-LOAN-ACCT-NO      PIC X(10).
           05  PR-MONTH-NUM             PIC 9(4).
           05  PR-DUE-DATE              PIC 9(8).
           05  PR-SCHED-AMOUNT          PIC 9(12)V99 COMP-3.
           05  PR-PAID-AMOUNT           PIC 9(12)V99 COMP-3.
           05  PR-PAY-STATUS            PIC X(1).
           05  PR-DAYS-PAST-DUE         PIC 9(5).
           05  FILLER                   PIC X(6).

       FD  CURR-POSITION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  CURR-POSITION-RECORD.
           05  CU-KEY.
               10  CU-CUSTOMER-ID       PIC X(10).
               10  CU-LOAN-ACCT-NO      PIC X(10).
           05  CU-MONTH-NUM             PIC 9(4).
           05  CU-DUE-DATE              PIC 9(8).
           05  CU-SCHED-AMOUNT          PIC 9(12)V99 COMP-3.
           05  CU-PAID-AMOUNT           PIC 9(12)V99 COMP-3.
           05  CU-PAY-STATUS            PIC X(1).
           05  CU-DAYS-PAST-DUE         PIC 9(5).
           05  FILLER                   PIC X(6).

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
           05  FILLER                  PIC X(7).

      *----------------------------------------------------------------
      * VINTAGE HISTORY - one row per loan ever seen on a month-end
      * snapshot. VH-VINTAGE is the origination month (YYYYMM), zero
      * when the loan's month-1 schedule line was no longer on file.
      * The worst days past due only ever rises, so rerunning a month
      * leaves the history as it was.
      *----------------------------------------------------------------
       FD  VINTAGE-HISTORY
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  VINTAGE-HISTORY-RECORD.
           05  VH-KEY.
               10  VH-CUSTOMER-ID       PIC X(10).
               10  VH-LOAN-ACCT-NO      PIC X(10).
           05  VH-VINTAGE               PIC 9(6).
           05  VH-ORIG-BALANCE          PIC 9(12)V99 COMP-3.
           05  VH-WORST-DPD             PIC 9(5).
           05  VH-LAST-BUCKET           PIC 9(1).
           05  VH-WOFF-SW               PIC X(1).
               88  VH-WRITTEN-OFF       VALUE 'Y'.
           05  VH-WOFF-DATE             PIC 9(8).
           05  VH-WOFF-PRINCIPAL        PIC 9(12)V99 COMP-3.
           05  VH-PAID-OFF-SW           PIC X(1).
               88  VH-PAID-OFF          VALUE 'Y'.
           05  VH-FIRST-PERIOD          PIC 9(6).
           05  VH-LAST-PERIOD           PIC 9(6).
           05  FILLER                   PIC X(10).

       FD  PERIOD-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CARD-RECORD.
           05  PC-MONTH-END-PERIOD      PIC X(6).
           05  FILLER                   PIC X(74).

       FD  ROLL-RATE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  ROLL-RATE-REPORT-RECORD      PIC X(132).

       FD  ROLL-RATE-EXTRACT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 200 CHARACTERS.
       01  ROLL-RATE-EXTRACT-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * MONTH-END PERIOD (from the RPTPERD control card)
      *----------------------------------------------------------------
       01  WS-PERIOD-CONTROL.
           05  WS-PERIOD                PIC 9(6)     VALUE ZEROS.
           05  WS-PERIOD-R REDEFINES WS-PERIOD.
               10  WS-PERIOD-YEAR       PIC 9(4).
               10  WS-PERIOD-MONTH      PIC 9(2).
           05  WS-PERIOD-END-DATE       PIC 9(8)     VALUE ZEROS.
           05  WS-PERIOD-MONTHS         PIC 9(6) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * DAYS-PAST-DUE BUCKETS
      * 1 CURRENT, 2 1-29, 3 30-59, 4 60-89, 5 90+, 6 WRITTEN OFF,
      * 7 PAID OFF; row 8 of the matrix is loans booked during the
      * month (on this month-end's snapshot but not last month's).
      * The label is the report row title, the code the value the
      * extract carries.
      *----------------------------------------------------------------
       01  WS-BUCKET-NAMES.
           05  FILLER PIC X(22) VALUE 'CURRENT     CURRENT   '.
           05  FILLER PIC X(22) VALUE '1-29 DPD    DPD1-29   '.
           05  FILLER PIC X(22) VALUE '30-59 DPD   DPD30-59  '.
           05  FILLER PIC X(22) VALUE '60-89 DPD   DPD60-89  '.
           05  FILLER PIC X(22) VALUE '90+ DPD     DPD90+    '.
           05  FILLER PIC X(22) VALUE 'WRITTEN OFF WRITTENOFF'.
           05  FILLER PIC X(22) VALUE 'PAID OFF    PAIDOFF   '.
           05  FILLER PIC X(22) VALUE 'NEW LOANS   NEW       '.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-ENTRY          OCCURS 8 TIMES.
               10  WS-BUCKET-LABEL      PIC X(12).
               10  WS-BUCKET-CODE       PIC X(10).

      *----------------------------------------------------------------
      * ROLL-RATE MATRIX
      * Rows are the bucket a loan stood in at last month-end (row 8
      * for new loans), columns the bucket it stands in now. The
      * from-balance is the balance owing last month-end, the
      * to-balance the balance owing now (the principal written off
      * for a loan that rolled to write-off).
      *----------------------------------------------------------------
       01  WS-ROLL-MATRIX.
           05  WS-ROLL-ROW              OCCURS 8 TIMES.
               10  WS-ROLL-CELL         OCCURS 7 TIMES.
                   15  WS-ROLL-COUNT    PIC 9(7)      COMP.
                   15  WS-ROLL-FROM-BAL PIC 9(14)V99  COMP-3.
                   15  WS-ROLL-TO-BAL   PIC 9(14)V99  COMP-3.
               10  WS-ROW-TOTAL-COUNT   PIC 9(7)      COMP.
               10  WS-ROW-TOTAL-BAL     PIC 9(14)V99  COMP-3.
           05  WS-COL-TOTAL             OCCURS 7 TIMES.
               10  WS-COL-TOTAL-COUNT   PIC 9(7)      COMP.
               10  WS-COL-TOTAL-BAL     PIC 9(14)V99  COMP-3.
           05  WS-GRAND-TOTAL-COUNT     PIC 9(7) COMP  VALUE ZEROS.
           05  WS-GRAND-TOTAL-BAL       PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-FROM-IDX              PIC 9(1) COMP  VALUE ZEROS.
           05  WS-TO-IDX                PIC 9(1) COMP  VALUE ZEROS.

      *----------------------------------------------------------------
      * VINTAGE TABLE
      * Entry n holds the loans originated n-1 months before the
      * month-end (months on book n-1), so thirty years of vintages
      * are kept; the last entry collects loans with no origination
      * month on file or originated earlier than that.
      *----------------------------------------------------------------
       01  WS-VINTAGE-TABLE.
           05  WS-VINTAGE-ENTRY         OCCURS 361 TIMES.
               10  WS-VIN-LOANS         PIC 9(7)      COMP.
               10  WS-VIN-ORIG-BAL      PIC 9(14)V99  COMP-3.
               10  WS-VIN-EVER30        PIC 9(7)      COMP.
               10  WS-VIN-EVER90        PIC 9(7)      COMP.
               10  WS-VIN-WOFF          PIC 9(7)      COMP.
               10  WS-VIN-WOFF-BAL      PIC 9(14)V99  COMP-3.
               10  WS-VIN-PAID          PIC 9(7)      COMP.

       01  WS-VINTAGE-WORK.
           05  WS-VIN-IDX               PIC 9(3) COMP  VALUE ZEROS.
           05  WS-VIN-UNKNOWN-IDX       PIC 9(3) COMP  VALUE 361.
           05  WS-VIN-MOB               PIC 9(6) COMP  VALUE ZEROS.
           05  WS-VIN-MONTHS            PIC 9(6) COMP  VALUE ZEROS.
           05  WS-VIN-WORK              PIC 9(6)       VALUE ZEROS.
           05  WS-VIN-WORK-R REDEFINES WS-VIN-WORK.
               10  WS-VIN-WORK-YEAR     PIC 9(4).
               10  WS-VIN-WORK-MONTH    PIC 9(2).

       01  WS-VINTAGE-TOTALS.
           05  WS-VT-LOANS              PIC 9(7) COMP VALUE ZEROS.
           05  WS-VT-ORIG-BAL           PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-VT-EVER30             PIC 9(7) COMP VALUE ZEROS.
           05  WS-VT-EVER90             PIC 9(7) COMP VALUE ZEROS.
           05  WS-VT-WOFF               PIC 9(7) COMP VALUE ZEROS.
           05  WS-VT-WOFF-BAL           PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-VT-PAID               PIC 9(7) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * PER-LOAN WORK AREAS
      * Balance owing is everything scheduled and not yet paid and
      * days past due the worst across the loan's lines, the same
      * reading of LOANPOSN as BUREAU-XTRT.
      *----------------------------------------------------------------
       01  WS-LOAN-WORK.
           05  WS-LOAN-KEY.
               10  WS-LOAN-CUSTOMER-ID  PIC X(10)    VALUE SPACES.
               10  WS-LOAN-ACCT-NO      PIC X(10)    VALUE SPACES.
           05  WS-PRIOR-NEXT-KEY        PIC X(20)    VALUE SPACES.
           05  WS-CURR-NEXT-KEY         PIC X(20)    VALUE SPACES.
           05  WS-PRIOR-FOUND-SW        PIC X(1)     VALUE 'N'.
               88  WS-PRIOR-FOUND       VALUE 'Y'.
           05  WS-CURR-FOUND-SW         PIC X(1)     VALUE 'N'.
               88  WS-CURR-FOUND        VALUE 'Y'.
           05  WS-PRIOR-BAL             PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-PRIOR-DPD             PIC 9(5)     VALUE ZEROS.
           05  WS-CURR-BAL              PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-CURR-DPD              PIC 9(5)     VALUE ZEROS.
           05  WS-TO-BAL                PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-BKT-BAL               PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-BKT-DPD               PIC 9(5)     VALUE ZEROS.
           05  WS-BKT-IDX               PIC 9(1) COMP VALUE ZEROS.
           05  WS-LOAN-WOFF-SW          PIC X(1)     VALUE 'N'.
               88  WS-LOAN-WOFF         VALUE 'Y'.
           05  WS-DUE-DATE-WORK         PIC 9(8)     VALUE ZEROS.
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE-WORK.
               10  WS-DUE-YEAR          PIC 9(4).
               10  WS-DUE-MONTH         PIC 9(2).
               10  WS-DUE-DAY           PIC 9(2).

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-PRIOR-ROWS            PIC 9(8) COMP VALUE ZEROS.
           05  WS-CURR-ROWS             PIC 9(8) COMP VALUE ZEROS.
           05  WS-PRIOR-LOANS           PIC 9(8) COMP VALUE ZEROS.
           05  WS-CURR-LOANS            PIC 9(8) COMP VALUE ZEROS.
           05  WS-NEW-LOANS             PIC 9(8) COMP VALUE ZEROS.
           05  WS-DROPPED-LOANS         PIC 9(8) COMP VALUE ZEROS.
           05  WS-HISTORY-ADDED         PIC 9(8) COMP VALUE ZEROS.
           05  WS-HISTORY-ROWS          PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-VINTAGE            PIC 9(8) COMP VALUE ZEROS.
           05  WS-EXTRACT-ROWS          PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE           PIC X(132)   VALUE SPACES.
           05  WS-COUNT-ED              PIC ZZZZZZ9  VALUE ZEROS.
           05  WS-COUNT-2-ED            PIC ZZZZZZ9  VALUE ZEROS.
           05  WS-AMOUNT-ED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                                     VALUE ZEROS.
           05  WS-AMOUNT-2-ED           PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                                     VALUE ZEROS.
           05  WS-PCT                   PIC 9(3)V99  VALUE ZEROS.
           05  WS-BLOCK-SW              PIC X(1)     VALUE SPACES.
               88  WS-BLOCK-COUNTS      VALUE 'C'.
               88  WS-BLOCK-COUNT-PCT   VALUE 'P'.
               88  WS-BLOCK-BALANCES    VALUE 'B'.
               88  WS-BLOCK-BALANCE-PCT VALUE 'Q'.

       01  WS-MATRIX-HEADING.
           05  FILLER PIC X(12) VALUE 'FROM \ TO'.
           05  FILLER PIC X(13) VALUE '     CURRENT '.
           05  FILLER PIC X(13) VALUE '        1-29 '.
           05  FILLER PIC X(13) VALUE '       30-59 '.
           05  FILLER PIC X(13) VALUE '       60-89 '.
           05  FILLER PIC X(13) VALUE '         90+ '.
           05  FILLER PIC X(13) VALUE ' WRITTEN OFF '.
           05  FILLER PIC X(13) VALUE '    PAID OFF '.
           05  FILLER PIC X(13) VALUE '       TOTAL '.

       01  WS-MATRIX-LINE.
           05  WS-ML-LABEL              PIC X(12).
           05  WS-ML-CELL               OCCURS 8 TIMES.
               10  WS-ML-NUMBER         PIC ZZZZ,ZZZ,ZZ9.
               10  WS-ML-PERCENT REDEFINES WS-ML-NUMBER
                                        PIC ZZZZZZZZ9.99.
               10  FILLER               PIC X(1)  VALUE SPACE.

       01  WS-VINTAGE-HEADING.
           05  FILLER PIC X(8)  VALUE 'VINTAGE '.
           05  FILLER PIC X(4)  VALUE 'MOB '.
           05  FILLER PIC X(8)  VALUE '  LOANS '.
           05  FILLER PIC X(18) VALUE ' ORIGINAL BALANCE '.
           05  FILLER PIC X(8)  VALUE 'EVER30+ '.
           05  FILLER PIC X(7)  VALUE '  RATE '.
           05  FILLER PIC X(8)  VALUE 'EVER90+ '.
           05  FILLER PIC X(7)  VALUE '  RATE '.
           05  FILLER PIC X(8)  VALUE '  W/OFF '.
           05  FILLER PIC X(7)  VALUE '  RATE '.
           05  FILLER PIC X(18) VALUE '    W/OFF BALANCE '.
           05  FILLER PIC X(7)  VALUE '  RATE '.
           05  FILLER PIC X(7)  VALUE 'PAIDOFF'.

       01  WS-VINTAGE-LINE.
           05  WS-VL-VINTAGE            PIC X(7).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-MOB                PIC ZZ9.
           05  WS-VL-MOB-X REDEFINES WS-VL-MOB
                                        PIC X(3).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-LOANS              PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-ORIG-BAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-EVER30             PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-EVER30-PCT         PIC ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-EVER90             PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-EVER90-PCT         PIC ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-WOFF               PIC ZZZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-WOFF-PCT           PIC ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-WOFF-BAL           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-WOFF-BAL-PCT       PIC ZZ9.99.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WS-VL-PAID               PIC ZZZZZZ9.

      *----------------------------------------------------------------
      * EXTRACT VARIABLES
      * Each extract field is edited, stripped of its leading spaces
      * and appended after a comma, so the risk team's loaders see
      * plain comma-separated values.
      *----------------------------------------------------------------
       01  WS-EXTRACT-DATA.
           05  WS-CSV-LINE              PIC X(200)   VALUE SPACES.
           05  WS-CSV-PTR               PIC 9(3) COMP VALUE 1.
           05  WS-CSV-FIELD             PIC X(20)    VALUE SPACES.
           05  WS-CSV-LEAD              PIC 9(3) COMP VALUE ZEROS.
           05  WS-CSV-COUNT-ED          PIC Z(6)9    VALUE ZEROS.
           05  WS-CSV-AMOUNT-ED         PIC Z(13)9.99 VALUE ZEROS.
           05  WS-CSV-PCT-ED            PIC ZZ9.99   VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE           PIC 9(4) COMP VALUE ZEROS.
           05  WS-PRIOR-STATUS          PIC X(2)     VALUE SPACES.
           05  WS-CURR-STATUS           PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS          PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS           PIC X(2)     VALUE SPACES.
           05  WS-WOFF-AVAIL-SW         PIC X(1)     VALUE 'N'.
               88  WS-WOFF-AVAIL        VALUE 'Y'.
           05  WS-VINT-STATUS           PIC X(2)     VALUE SPACES.
           05  WS-PERIOD-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-EXTRACT-STATUS        PIC X(2)     VALUE SPACES.
           05  WS-PRIOR-EOF-SW          PIC X(1)     VALUE 'N'.
               88  WS-PRIOR-EOF         VALUE 'Y'.
           05  WS-CURR-EOF-SW           PIC X(1)     VALUE 'N'.
               88  WS-CURR-EOF          VALUE 'Y'.
           05  WS-VINT-EOF-SW           PIC X(1)     VALUE 'N'.
               88  WS-VINT-EOF          VALUE 'Y'.
           05  WS-VINT-FOUND-SW         PIC X(1)     VALUE 'N'.
               88  WS-VINT-FOUND        VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE     PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER     PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * Matches the two snapshots loan by loan into the roll-rate
      * matrix, updating each loan's vintage history as it goes, then
      * builds the vintage table off the history and prints and
      * extracts both.
           INITIALIZE WS-ROLL-MATRIX
           INITIALIZE WS-VINTAGE-TABLE
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-REPORT-PERIOD
               THRU 0150-LOAD-REPORT-PERIOD-EXIT
           PERFORM 0200-READ-PRIOR-POSITION
               THRU 0200-READ-PRIOR-POSITION-EXIT
           PERFORM 0300-READ-CURR-POSITION
               THRU 0300-READ-CURR-POSITION-EXIT
           PERFORM 1000-MATCH-ONE-LOAN
               THRU 1000-MATCH-ONE-LOAN-EXIT
               UNTIL WS-PRIOR-NEXT-KEY = HIGH-VALUES
               AND   WS-CURR-NEXT-KEY  = HIGH-VALUES
           PERFORM 4000-BUILD-VINTAGE-TABLE
               THRU 4000-BUILD-VINTAGE-TABLE-EXIT
           PERFORM 4900-TOTAL-MATRIX
               THRU 4900-TOTAL-MATRIX-EXIT
           PERFORM 5000-PRINT-REPORT
               THRU 5000-PRINT-REPORT-EXIT
           PERFORM 6000-WRITE-EXTRACT
               THRU 6000-WRITE-EXTRACT-EXIT
           PERFORM 9100-PRINT-SUMMARY
               THRU 9100-PRINT-SUMMARY-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           OPEN INPUT PRIOR-POSITION-FILE
           MOVE WS-PRIOR-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PRIOR-POSITION' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT CURR-POSITION-FILE
           MOVE WS-CURR-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CURR-POSITION' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT AMORT-FILE
           MOVE WS-AMORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN AMORT-FILE'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The write-off master is created by LOAN-WOFF on its first
      * run; until then no loan can have rolled to write-off.
           OPEN INPUT WRITEOFF-MASTER
           IF WS-WOFF-STATUS = '00'
               MOVE 'Y' TO WS-WOFF-AVAIL-SW
           ELSE
               DISPLAY 'ROLL-RATE: NO WRITE-OFF MASTER ON FILE'
           END-IF

      * A missing vintage history (the very first run) is created
      * empty: every loan on tonight's snapshots is added to it.
           OPEN I-O VINTAGE-HISTORY
           IF WS-VINT-STATUS = '35'
               OPEN OUTPUT VINTAGE-HISTORY
               CLOSE VINTAGE-HISTORY
               OPEN I-O VINTAGE-HISTORY
           END-IF
           MOVE WS-VINT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN VINTAGE-HISTORY' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT ROLL-RATE-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN ROLL-RATE-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT ROLL-RATE-EXTRACT
           MOVE WS-EXTRACT-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN ROLL-RATE-EXTRACT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0150-LOAD-REPORT-PERIOD.
      *================================================================
      * Reads the month-end (YYYYMM) from the RPTPERD control card. A
      * missing or invalid card stops the run: the write-off cut-off
      * and the months on book both hang off it, and the history
      * must not be stamped with a wrong month.
           OPEN INPUT PERIOD-CARD-FILE
           MOVE WS-PERIOD-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN PERIOD-CARD'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           READ PERIOD-CARD-FILE
               AT END
                   MOVE SPACES TO PC-MONTH-END-PERIOD
           END-READ
           CLOSE PERIOD-CARD-FILE

           IF PC-MONTH-END-PERIOD NOT NUMERIC
               DISPLAY 'ROLL-RATE: RPTPERD PERIOD CARD MISSING OR '
                   'INVALID - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE PERIOD CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           MOVE PC-MONTH-END-PERIOD TO WS-PERIOD
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY 'ROLL-RATE: RPTPERD MONTH OUT OF RANGE - '
                   'RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE PERIOD CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           COMPUTE WS-PERIOD-END-DATE = WS-PERIOD * 100 + 31
           COMPUTE WS-PERIOD-MONTHS =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH - 1

           DISPLAY 'ROLL-RATE: MONTH-END PERIOD ' WS-PERIOD.

       0150-LOAD-REPORT-PERIOD-EXIT.
           EXIT.

      *================================================================
       0200-READ-PRIOR-POSITION.
      *================================================================
      * The key of the next unprocessed line is HIGH-VALUES once the
      * snapshot is exhausted, so the match below needs no EOF tests.
           READ PRIOR-POSITION-FILE
               AT END
                   MOVE 'Y'         TO WS-PRIOR-EOF-SW
                   MOVE HIGH-VALUES TO WS-PRIOR-NEXT-KEY
               NOT AT END
                   ADD 1 TO WS-PRIOR-ROWS
                   MOVE PR-KEY TO WS-PRIOR-NEXT-KEY
           END-READ.

       0200-READ-PRIOR-POSITION-EXIT.
           EXIT.

      *================================================================
       0300-READ-CURR-POSITION.
      *================================================================
           READ CURR-POSITION-FILE
               AT END
                   MOVE 'Y'         TO WS-CURR-EOF-SW
                   MOVE HIGH-VALUES TO WS-CURR-NEXT-KEY
               NOT AT END
                   ADD 1 TO WS-CURR-ROWS
                   MOVE CU-KEY TO WS-CURR-NEXT-KEY
           END-READ.

       0300-READ-CURR-POSITION-EXIT.
           EXIT.

      *================================================================
       1000-MATCH-ONE-LOAN.
      *================================================================
      * Takes the lower of the two next loan keys, rolls up that
      * loan's lines from whichever snapshots carry it, and books the
      * loan into the matrix and its vintage history.
           MOVE 'N'   TO WS-PRIOR-FOUND-SW
           MOVE 'N'   TO WS-CURR-FOUND-SW
           MOVE ZEROS TO WS-PRIOR-BAL
           MOVE ZEROS TO WS-PRIOR-DPD
           MOVE ZEROS TO WS-CURR-BAL
           MOVE ZEROS TO WS-CURR-DPD

           IF WS-PRIOR-NEXT-KEY <= WS-CURR-NEXT-KEY
               MOVE WS-PRIOR-NEXT-KEY TO WS-LOAN-KEY
           ELSE
               MOVE WS-CURR-NEXT-KEY  TO WS-LOAN-KEY
           END-IF

           IF WS-PRIOR-NEXT-KEY = WS-LOAN-KEY
               MOVE 'Y' TO WS-PRIOR-FOUND-SW
               ADD 1 TO WS-PRIOR-LOANS
               PERFORM 1100-ACCUMULATE-PRIOR-LINE
                   THRU 1100-ACCUMULATE-PRIOR-LINE-EXIT
                   UNTIL WS-PRIOR-NEXT-KEY NOT = WS-LOAN-KEY
           END-IF

           IF WS-CURR-NEXT-KEY = WS-LOAN-KEY
               MOVE 'Y' TO WS-CURR-FOUND-SW
               ADD 1 TO WS-CURR-LOANS
               PERFORM 1200-ACCUMULATE-CURR-LINE
                   THRU 1200-ACCUMULATE-CURR-LINE-EXIT
                   UNTIL WS-CURR-NEXT-KEY NOT = WS-LOAN-KEY
           END-IF

           PERFORM 2000-CLASSIFY-LOAN
               THRU 2000-CLASSIFY-LOAN-EXIT
           PERFORM 3000-UPDATE-VINTAGE-HISTORY
               THRU 3000-UPDATE-VINTAGE-HISTORY-EXIT.

       1000-MATCH-ONE-LOAN-EXIT.
           EXIT.

      *================================================================
       1100-ACCUMULATE-PRIOR-LINE.
      *================================================================
           IF PR-SCHED-AMOUNT > PR-PAID-AMOUNT
               COMPUTE WS-PRIOR-BAL = WS-PRIOR-BAL
                   + PR-SCHED-AMOUNT - PR-PAID-AMOUNT
           END-IF
           IF PR-DAYS-PAST-DUE > WS-PRIOR-DPD
               MOVE PR-DAYS-PAST-DUE TO WS-PRIOR-DPD
           END-IF
           PERFORM 0200-READ-PRIOR-POSITION
               THRU 0200-READ-PRIOR-POSITION-EXIT.

       1100-ACCUMULATE-PRIOR-LINE-EXIT.
           EXIT.

      *================================================================
       1200-ACCUMULATE-CURR-LINE.
      *================================================================
           IF CU-SCHED-AMOUNT > CU-PAID-AMOUNT
               COMPUTE WS-CURR-BAL = WS-CURR-BAL
                   + CU-SCHED-AMOUNT - CU-PAID-AMOUNT
           END-IF
           IF CU-DAYS-PAST-DUE > WS-CURR-DPD
               MOVE CU-DAYS-PAST-DUE TO WS-CURR-DPD
           END-IF
           PERFORM 0300-READ-CURR-POSITION
               THRU 0300-READ-CURR-POSITION-EXIT.

       1200-ACCUMULATE-CURR-LINE-EXIT.
           EXIT.

      *================================================================
       2000-CLASSIFY-LOAN.
      *================================================================
      * From-bucket is where the loan stood last month-end, or the
      * new-loan row. A write-off on or before this month-end takes
      * precedence for the to-bucket, since LOAN-SERVICE stops
      * carrying a written-off loan; otherwise the loan stands where
      * this month-end's snapshot puts it, and a loan on neither
      * write-off nor this snapshot has been paid off and archived.
           IF WS-PRIOR-FOUND
               MOVE WS-PRIOR-BAL TO WS-BKT-BAL
               MOVE WS-PRIOR-DPD TO WS-BKT-DPD
               PERFORM 2100-ASSIGN-BUCKET
                   THRU 2100-ASSIGN-BUCKET-EXIT
               MOVE WS-BKT-IDX TO WS-FROM-IDX
           ELSE
               MOVE 8 TO WS-FROM-IDX
               ADD 1 TO WS-NEW-LOANS
           END-IF

           MOVE 'N' TO WS-LOAN-WOFF-SW
           IF WS-WOFF-AVAIL
               MOVE WS-LOAN-KEY TO WO-KEY
               READ WRITEOFF-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WO-WRITTEN-OFF
                       AND WO-WRITEOFF-DATE <= WS-PERIOD-END-DATE
                           MOVE 'Y' TO WS-LOAN-WOFF-SW
                       END-IF
               END-READ
           END-IF

           IF WS-LOAN-WOFF
               MOVE 6            TO WS-TO-IDX
               MOVE WO-PRINCIPAL TO WS-TO-BAL
           ELSE
               IF WS-CURR-FOUND
                   MOVE WS-CURR-BAL TO WS-BKT-BAL
                   MOVE WS-CURR-DPD TO WS-BKT-DPD
                   PERFORM 2100-ASSIGN-BUCKET
                       THRU 2100-ASSIGN-BUCKET-EXIT
                   MOVE WS-BKT-IDX  TO WS-TO-IDX
                   MOVE WS-CURR-BAL TO WS-TO-BAL
               ELSE
                   MOVE 7     TO WS-TO-IDX
                   MOVE ZEROS TO WS-TO-BAL
               END-IF
           END-IF

           IF NOT WS-CURR-FOUND
               ADD 1 TO WS-DROPPED-LOANS
           END-IF

           ADD 1            TO WS-ROLL-COUNT (WS-FROM-IDX, WS-TO-IDX)
           ADD WS-PRIOR-BAL TO WS-ROLL-FROM-BAL (WS-FROM-IDX, WS-TO-IDX)
           ADD WS-TO-BAL    TO WS-ROLL-TO-BAL (WS-FROM-IDX, WS-TO-IDX).

       2000-CLASSIFY-LOAN-EXIT.
           EXIT.

      *================================================================
       2100-ASSIGN-BUCKET.
      *================================================================
      * Bucket for the balance and days past due in WS-BKT-BAL and
      * WS-BKT-DPD; nothing left owing is paid off whatever the
      * days past due on the last line.
           IF WS-BKT-BAL = ZEROS
               MOVE 7 TO WS-BKT-IDX
               GO TO 2100-ASSIGN-BUCKET-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-BKT-DPD = ZEROS
                   MOVE 1 TO WS-BKT-IDX
               WHEN WS-BKT-DPD < 30
                   MOVE 2 TO WS-BKT-IDX
               WHEN WS-BKT-DPD < 60
                   MOVE 3 TO WS-BKT-IDX
               WHEN WS-BKT-DPD < 90
                   MOVE 4 TO WS-BKT-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BKT-IDX
           END-EVALUATE.

       2100-ASSIGN-BUCKET-EXIT.
           EXIT.

      *================================================================
       3000-UPDATE-VINTAGE-HISTORY.
      *================================================================
      * Adds a loan the first time it is seen on a month-end and
      * carries forward its worst days past due, write-off and
      * pay-off. Only a run for the latest month seen moves the
      * loan's last bucket, so rerunning an older month-end does not
      * step the history backwards.
           MOVE WS-LOAN-KEY TO VH-KEY
           MOVE 'Y' TO WS-VINT-FOUND-SW
           READ VINTAGE-HISTORY
               INVALID KEY
                   MOVE 'N' TO WS-VINT-FOUND-SW
           END-READ

           IF NOT WS-VINT-FOUND
               PERFORM 3100-BUILD-VINTAGE-ROW
                   THRU 3100-BUILD-VINTAGE-ROW-EXIT
           END-IF

           IF WS-PRIOR-DPD > VH-WORST-DPD
               MOVE WS-PRIOR-DPD TO VH-WORST-DPD
           END-IF
           IF WS-CURR-DPD > VH-WORST-DPD
               MOVE WS-CURR-DPD TO VH-WORST-DPD
           END-IF

           IF WS-LOAN-WOFF
               MOVE 'Y'              TO VH-WOFF-SW
               MOVE WO-WRITEOFF-DATE TO VH-WOFF-DATE
               MOVE WO-PRINCIPAL     TO VH-WOFF-PRINCIPAL
           END-IF
           IF WS-TO-IDX = 7
               MOVE 'Y' TO VH-PAID-OFF-SW
           END-IF

           IF WS-PERIOD >= VH-LAST-PERIOD
               MOVE WS-TO-IDX TO VH-LAST-BUCKET
               MOVE WS-PERIOD TO VH-LAST-PERIOD
           END-IF
           IF WS-PERIOD < VH-FIRST-PERIOD
               MOVE WS-PERIOD TO VH-FIRST-PERIOD
           END-IF

           IF WS-VINT-FOUND
               REWRITE VINTAGE-HISTORY-RECORD
               MOVE WS-VINT-STATUS       TO WS-CHECK-STATUS-CODE
               MOVE 'REWRITE VINTAGE-HISTORY' TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE VINTAGE-HISTORY-RECORD
               MOVE WS-VINT-STATUS       TO WS-CHECK-STATUS-CODE
               MOVE 'WRITE VINTAGE-HISTORY' TO WS-CHECK-STATUS-OPER
               ADD 1 TO WS-HISTORY-ADDED
           END-IF
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       3000-UPDATE-VINTAGE-HISTORY-EXIT.
           EXIT.

      *================================================================
       3100-BUILD-VINTAGE-ROW.
      *================================================================
      * The month-1 installment falls due one month after the loan
      * was drawn (LOAN-CALC), so the origination month is the month
      * before the month-1 due date and the original principal is
      * the month-1 opening balance. A first installment the business
      * calendar rolled over a month end puts its loan one vintage
      * late; a loan whose schedule has already been archived has no
      * month-1 line and is reported under UNKNOWN.
           INITIALIZE VINTAGE-HISTORY-RECORD
           MOVE WS-LOAN-KEY TO VH-KEY
           MOVE 'N'         TO VH-WOFF-SW
           MOVE 'N'         TO VH-PAID-OFF-SW
           MOVE WS-PERIOD   TO VH-FIRST-PERIOD
           MOVE WS-PERIOD   TO VH-LAST-PERIOD

           MOVE WS-LOAN-CUSTOMER-ID TO AMORT-CUSTOMER-ID
           MOVE WS-LOAN-ACCT-NO     TO AMORT-LOAN-ACCT-NO
           MOVE 1           TO AMORT-MONTH-NUM
           READ AMORT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-VINTAGE
                   GO TO 3100-BUILD-VINTAGE-ROW-EXIT
           END-READ

           MOVE AMORT-BEGIN-BALANCE TO VH-ORIG-BALANCE
           MOVE AMORT-DUE-DATE      TO WS-DUE-DATE-WORK
           IF WS-DUE-MONTH = 1
               SUBTRACT 1 FROM WS-DUE-YEAR
               MOVE 12 TO WS-DUE-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DUE-MONTH
           END-IF
           COMPUTE VH-VINTAGE = WS-DUE-YEAR * 100 + WS-DUE-MONTH.

       3100-BUILD-VINTAGE-ROW-EXIT.
           EXIT.

      *================================================================
       4000-BUILD-VINTAGE-TABLE.
      *================================================================
      * Browses the whole vintage history into the table by months on
      * book. Loans first seen after this month-end (an older month
      * being rerun) are left out.
           MOVE LOW-VALUES TO VH-KEY
           START VINTAGE-HISTORY KEY IS NOT LESS THAN VH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-VINT-EOF-SW
           END-START

           PERFORM 4100-READ-ONE-HISTORY-ROW
               THRU 4100-READ-ONE-HISTORY-ROW-EXIT
               UNTIL WS-VINT-EOF.

       4000-BUILD-VINTAGE-TABLE-EXIT.
           EXIT.

      *================================================================
       4100-READ-ONE-HISTORY-ROW.
      *================================================================
      * A write-off counts as ever 30+ and ever 90+ as well as a
      * write-off, so the cumulative delinquency rates do not fall
      * as bad loans leave the book.
           READ VINTAGE-HISTORY NEXT
               AT END
                   MOVE 'Y' TO WS-VINT-EOF-SW
                   GO TO 4100-READ-ONE-HISTORY-ROW-EXIT
           END-READ
           ADD 1 TO WS-HISTORY-ROWS

           IF VH-FIRST-PERIOD > WS-PERIOD
               GO TO 4100-READ-ONE-HISTORY-ROW-EXIT
           END-IF

           MOVE WS-VIN-UNKNOWN-IDX TO WS-VIN-IDX
           IF VH-VINTAGE NOT = ZEROS
           AND VH-VINTAGE <= WS-PERIOD
               MOVE VH-VINTAGE TO WS-VIN-WORK
               COMPUTE WS-VIN-MONTHS =
                   WS-VIN-WORK-YEAR * 12 + WS-VIN-WORK-MONTH - 1
               COMPUTE WS-VIN-MOB = WS-PERIOD-MONTHS - WS-VIN-MONTHS
               IF WS-VIN-MOB < 360
                   COMPUTE WS-VIN-IDX = WS-VIN-MOB + 1
               END-IF
           END-IF

           ADD 1               TO WS-VIN-LOANS (WS-VIN-IDX)
           ADD VH-ORIG-BALANCE TO WS-VIN-ORIG-BAL (WS-VIN-IDX)
           IF VH-WRITTEN-OFF
               ADD 1                 TO WS-VIN-WOFF (WS-VIN-IDX)
               ADD VH-WOFF-PRINCIPAL TO WS-VIN-WOFF-BAL (WS-VIN-IDX)
               ADD 1                 TO WS-VIN-EVER30 (WS-VIN-IDX)
               ADD 1                 TO WS-VIN-EVER90 (WS-VIN-IDX)
           ELSE
               IF VH-WORST-DPD >= 30
                   ADD 1 TO WS-VIN-EVER30 (WS-VIN-IDX)
               END-IF
               IF VH-WORST-DPD >= 90
                   ADD 1 TO WS-VIN-EVER90 (WS-VIN-IDX)
               END-IF
               IF VH-PAID-OFF
                   ADD 1 TO WS-VIN-PAID (WS-VIN-IDX)
               END-IF
           END-IF.

       4100-READ-ONE-HISTORY-ROW-EXIT.
           EXIT.

      *================================================================
       4900-TOTAL-MATRIX.
      *================================================================
      * Row totals are the loans and balance in each bucket last
      * month-end, column totals where they all stand now.
           PERFORM 4910-ADD-CELL-TO-TOTALS
               THRU 4910-ADD-CELL-TO-TOTALS-EXIT
               VARYING WS-FROM-IDX FROM 1 BY 1 UNTIL WS-FROM-IDX > 8
               AFTER WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 7.

       4900-TOTAL-MATRIX-EXIT.
           EXIT.

      *================================================================
       4910-ADD-CELL-TO-TOTALS.
      *================================================================
           ADD WS-ROLL-COUNT (WS-FROM-IDX, WS-TO-IDX)
               TO WS-ROW-TOTAL-COUNT (WS-FROM-IDX)
                  WS-COL-TOTAL-COUNT (WS-TO-IDX)
                  WS-GRAND-TOTAL-COUNT
           ADD WS-ROLL-FROM-BAL (WS-FROM-IDX, WS-TO-IDX)
               TO WS-ROW-TOTAL-BAL (WS-FROM-IDX)
                  WS-COL-TOTAL-BAL (WS-TO-IDX)
                  WS-GRAND-TOTAL-BAL.

       4910-ADD-CELL-TO-TOTALS-EXIT.
           EXIT.

      *================================================================
       5000-PRINT-REPORT.
      *================================================================
      * Loan counts, count roll rates, balances and balance roll
      * rates, each as an 8x7 block with row totals, then the vintage
      * table. Either snapshot empty means there is nothing to roll
      * from or to, which risk must hear about rather than be handed
      * a matrix of new loans or pay-offs.
           MOVE WS-PRIOR-LOANS TO WS-COUNT-ED
           MOVE WS-CURR-LOANS  TO WS-COUNT-2-ED
           STRING 'DELINQUENCY ROLL-RATE AND VINTAGE REPORT | '
                      DELIMITED SIZE
                  'MONTH-END: ' DELIMITED SIZE
                  WS-PERIOD DELIMITED SIZE
                  ' | LOANS LAST MONTH-END: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
                  ' | LOANS THIS MONTH-END: ' DELIMITED SIZE
                  WS-COUNT-2-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-PRIOR-LOANS = ZEROS
           OR WS-CURR-LOANS = ZEROS
               STRING 'WARNING: A MONTH-END SNAPSHOT IS EMPTY - '
                          DELIMITED SIZE
                      'ROLL RATES ARE NOT MEANINGFUL THIS MONTH'
                          DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
               MOVE 6601 TO WS-RETURN-CODE
           END-IF

           MOVE 'C' TO WS-BLOCK-SW
           STRING 'ROLL-RATE MATRIX - LOAN COUNTS '
                      DELIMITED SIZE
                  '(ROWS: LAST MONTH-END, COLUMNS: THIS MONTH-END)'
                      DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 5100-PRINT-MATRIX-BLOCK
               THRU 5100-PRINT-MATRIX-BLOCK-EXIT

           MOVE 'P' TO WS-BLOCK-SW
           STRING 'ROLL RATES - PERCENT OF LOANS IN EACH '
                      DELIMITED SIZE
                  'LAST MONTH-END BUCKET' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 5100-PRINT-MATRIX-BLOCK
               THRU 5100-PRINT-MATRIX-BLOCK-EXIT

           MOVE 'B' TO WS-BLOCK-SW
           STRING 'ROLL-RATE MATRIX - BALANCE OWING AT LAST '
                      DELIMITED SIZE
                  'MONTH-END (WHOLE UNITS)' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 5100-PRINT-MATRIX-BLOCK
               THRU 5100-PRINT-MATRIX-BLOCK-EXIT

           MOVE 'Q' TO WS-BLOCK-SW
           STRING 'ROLL RATES - PERCENT OF BALANCE IN EACH '
                      DELIMITED SIZE
                  'LAST MONTH-END BUCKET' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 5100-PRINT-MATRIX-BLOCK
               THRU 5100-PRINT-MATRIX-BLOCK-EXIT

           PERFORM 5300-PRINT-VINTAGE-TABLE
               THRU 5300-PRINT-VINTAGE-TABLE-EXIT.

       5000-PRINT-REPORT-EXIT.
           EXIT.

      *================================================================
       5100-PRINT-MATRIX-BLOCK.
      *================================================================
      * Prints the block title already in the report line, the
      * column headings and one row per from-bucket; the count and
      * balance blocks also get a column-total row.
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT
           MOVE WS-MATRIX-HEADING TO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           PERFORM 5110-PRINT-MATRIX-ROW
               THRU 5110-PRINT-MATRIX-ROW-EXIT
               VARYING WS-FROM-IDX FROM 1 BY 1 UNTIL WS-FROM-IDX > 8

           IF WS-BLOCK-COUNTS OR WS-BLOCK-BALANCES
               INITIALIZE WS-MATRIX-LINE
               MOVE 'TOTAL' TO WS-ML-LABEL
               PERFORM 5130-FILL-TOTAL-CELL
                   THRU 5130-FILL-TOTAL-CELL-EXIT
                   VARYING WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 7
               IF WS-BLOCK-COUNTS
                   MOVE WS-GRAND-TOTAL-COUNT TO WS-ML-NUMBER (8)
               ELSE
                   COMPUTE WS-ML-NUMBER (8) ROUNDED =
                       WS-GRAND-TOTAL-BAL
               END-IF
               MOVE WS-MATRIX-LINE TO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF.

       5100-PRINT-MATRIX-BLOCK-EXIT.
           EXIT.

      *================================================================
       5110-PRINT-MATRIX-ROW.
      *================================================================
           INITIALIZE WS-MATRIX-LINE
           MOVE WS-BUCKET-LABEL (WS-FROM-IDX) TO WS-ML-LABEL
           PERFORM 5120-FILL-MATRIX-CELL
               THRU 5120-FILL-MATRIX-CELL-EXIT
               VARYING WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 7

           EVALUATE TRUE
               WHEN WS-BLOCK-COUNTS
                   MOVE WS-ROW-TOTAL-COUNT (WS-FROM-IDX)
                       TO WS-ML-NUMBER (8)
               WHEN WS-BLOCK-BALANCES
                   COMPUTE WS-ML-NUMBER (8) ROUNDED =
                       WS-ROW-TOTAL-BAL (WS-FROM-IDX)
               WHEN WS-BLOCK-COUNT-PCT
                   IF WS-ROW-TOTAL-COUNT (WS-FROM-IDX) > ZEROS
                       MOVE 100 TO WS-ML-PERCENT (8)
                   ELSE
                       MOVE ZEROS TO WS-ML-PERCENT (8)
                   END-IF
               WHEN OTHER
                   IF WS-ROW-TOTAL-BAL (WS-FROM-IDX) > ZEROS
                       MOVE 100 TO WS-ML-PERCENT (8)
                   ELSE
                       MOVE ZEROS TO WS-ML-PERCENT (8)
                   END-IF
           END-EVALUATE

           MOVE WS-MATRIX-LINE TO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5110-PRINT-MATRIX-ROW-EXIT.
           EXIT.

      *================================================================
       5120-FILL-MATRIX-CELL.
      *================================================================
           EVALUATE TRUE
               WHEN WS-BLOCK-COUNTS
                   MOVE WS-ROLL-COUNT (WS-FROM-IDX, WS-TO-IDX)
                       TO WS-ML-NUMBER (WS-TO-IDX)
               WHEN WS-BLOCK-BALANCES
                   COMPUTE WS-ML-NUMBER (WS-TO-IDX) ROUNDED =
                       WS-ROLL-FROM-BAL (WS-FROM-IDX, WS-TO-IDX)
               WHEN WS-BLOCK-COUNT-PCT
                   MOVE ZEROS TO WS-PCT
                   IF WS-ROW-TOTAL-COUNT (WS-FROM-IDX) > ZEROS
                       COMPUTE WS-PCT ROUNDED =
                           WS-ROLL-COUNT (WS-FROM-IDX, WS-TO-IDX)
                           * 100 / WS-ROW-TOTAL-COUNT (WS-FROM-IDX)
                   END-IF
                   MOVE WS-PCT TO WS-ML-PERCENT (WS-TO-IDX)
               WHEN OTHER
                   MOVE ZEROS TO WS-PCT
                   IF WS-ROW-TOTAL-BAL (WS-FROM-IDX) > ZEROS
                       COMPUTE WS-PCT ROUNDED =
                           WS-ROLL-FROM-BAL (WS-FROM-IDX, WS-TO-IDX)
                           * 100 / WS-ROW-TOTAL-BAL (WS-FROM-IDX)
                   END-IF
                   MOVE WS-PCT TO WS-ML-PERCENT (WS-TO-IDX)
           END-EVALUATE.

       5120-FILL-MATRIX-CELL-EXIT.
           EXIT.

      *================================================================
       5130-FILL-TOTAL-CELL.
      *================================================================
           IF WS-BLOCK-COUNTS
               MOVE WS-COL-TOTAL-COUNT (WS-TO-IDX)
                   TO WS-ML-NUMBER (WS-TO-IDX)
           ELSE
               COMPUTE WS-ML-NUMBER (WS-TO-IDX) ROUNDED =
                   WS-COL-TOTAL-BAL (WS-TO-IDX)
           END-IF.

       5130-FILL-TOTAL-CELL-EXIT.
           EXIT.

      *================================================================
       5300-PRINT-VINTAGE-TABLE.
      *================================================================
      * Oldest vintage first, one line per origination month with
      * loans, then the UNKNOWN line and the total. Rates are of the
      * vintage's loan count, and the write-off balance rate of its
      * original principal.
           STRING 'VINTAGE ANALYSIS - CUMULATIVE DELINQUENCY AND '
                      DELIMITED SIZE
                  'WRITE-OFF BY ORIGINATION MONTH (EVER 30+ AND '
                      DELIMITED SIZE
                  'EVER 90+ INCLUDE WRITE-OFFS)' DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT
           MOVE WS-VINTAGE-HEADING TO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           PERFORM 5310-PRINT-VINTAGE-LINE
               THRU 5310-PRINT-VINTAGE-LINE-EXIT
               VARYING WS-VIN-IDX FROM 360 BY -1
               UNTIL WS-VIN-IDX < 1
           MOVE WS-VIN-UNKNOWN-IDX TO WS-VIN-IDX
           PERFORM 5310-PRINT-VINTAGE-LINE
               THRU 5310-PRINT-VINTAGE-LINE-EXIT

           INITIALIZE WS-VINTAGE-LINE
           MOVE 'TOTAL'        TO WS-VL-VINTAGE
           MOVE SPACES         TO WS-VL-MOB-X
           MOVE WS-VT-LOANS    TO WS-VL-LOANS
           MOVE WS-VT-ORIG-BAL TO WS-VL-ORIG-BAL
           MOVE WS-VT-EVER30   TO WS-VL-EVER30
           MOVE WS-VT-EVER90   TO WS-VL-EVER90
           MOVE WS-VT-WOFF     TO WS-VL-WOFF
           MOVE WS-VT-WOFF-BAL TO WS-VL-WOFF-BAL
           MOVE WS-VT-PAID     TO WS-VL-PAID
           MOVE ZEROS TO WS-VL-EVER30-PCT
           MOVE ZEROS TO WS-VL-EVER90-PCT
           MOVE ZEROS TO WS-VL-WOFF-PCT
           MOVE ZEROS TO WS-VL-WOFF-BAL-PCT
           IF WS-VT-LOANS > ZEROS
               COMPUTE WS-VL-EVER30-PCT ROUNDED =
                   WS-VT-EVER30 * 100 / WS-VT-LOANS
               COMPUTE WS-VL-EVER90-PCT ROUNDED =
                   WS-VT-EVER90 * 100 / WS-VT-LOANS
               COMPUTE WS-VL-WOFF-PCT ROUNDED =
                   WS-VT-WOFF * 100 / WS-VT-LOANS
           END-IF
           IF WS-VT-ORIG-BAL > ZEROS
               COMPUTE WS-VL-WOFF-BAL-PCT ROUNDED =
                   WS-VT-WOFF-BAL * 100 / WS-VT-ORIG-BAL
           END-IF
           MOVE WS-VINTAGE-LINE TO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5300-PRINT-VINTAGE-TABLE-EXIT.
           EXIT.

      *================================================================
       5310-PRINT-VINTAGE-LINE.
      *================================================================
           IF WS-VIN-LOANS (WS-VIN-IDX) = ZEROS
               GO TO 5310-PRINT-VINTAGE-LINE-EXIT
           END-IF

           ADD WS-VIN-LOANS (WS-VIN-IDX)    TO WS-VT-LOANS
           ADD WS-VIN-ORIG-BAL (WS-VIN-IDX) TO WS-VT-ORIG-BAL
           ADD WS-VIN-EVER30 (WS-VIN-IDX)   TO WS-VT-EVER30
           ADD WS-VIN-EVER90 (WS-VIN-IDX)   TO WS-VT-EVER90
           ADD WS-VIN-WOFF (WS-VIN-IDX)     TO WS-VT-WOFF
           ADD WS-VIN-WOFF-BAL (WS-VIN-IDX) TO WS-VT-WOFF-BAL
           ADD WS-VIN-PAID (WS-VIN-IDX)     TO WS-VT-PAID

           INITIALIZE WS-VINTAGE-LINE
           PERFORM 5320-SET-VINTAGE-LABEL
               THRU 5320-SET-VINTAGE-LABEL-EXIT
           MOVE WS-VIN-LOANS (WS-VIN-IDX)    TO WS-VL-LOANS
           MOVE WS-VIN-ORIG-BAL (WS-VIN-IDX) TO WS-VL-ORIG-BAL
           MOVE WS-VIN-EVER30 (WS-VIN-IDX)   TO WS-VL-EVER30
           MOVE WS-VIN-EVER90 (WS-VIN-IDX)   TO WS-VL-EVER90
           MOVE WS-VIN-WOFF (WS-VIN-IDX)     TO WS-VL-WOFF
           MOVE WS-VIN-WOFF-BAL (WS-VIN-IDX) TO WS-VL-WOFF-BAL
           MOVE WS-VIN-PAID (WS-VIN-IDX)     TO WS-VL-PAID
           COMPUTE WS-VL-EVER30-PCT ROUNDED =
               WS-VIN-EVER30 (WS-VIN-IDX) * 100
               / WS-VIN-LOANS (WS-VIN-IDX)
           COMPUTE WS-VL-EVER90-PCT ROUNDED =
               WS-VIN-EVER90 (WS-VIN-IDX) * 100
               / WS-VIN-LOANS (WS-VIN-IDX)
           COMPUTE WS-VL-WOFF-PCT ROUNDED =
               WS-VIN-WOFF (WS-VIN-IDX) * 100
               / WS-VIN-LOANS (WS-VIN-IDX)
           MOVE ZEROS TO WS-VL-WOFF-BAL-PCT
           IF WS-VIN-ORIG-BAL (WS-VIN-IDX) > ZEROS
               COMPUTE WS-VL-WOFF-BAL-PCT ROUNDED =
                   WS-VIN-WOFF-BAL (WS-VIN-IDX) * 100
                   / WS-VIN-ORIG-BAL (WS-VIN-IDX)
           END-IF
           MOVE WS-VINTAGE-LINE TO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5310-PRINT-VINTAGE-LINE-EXIT.
           EXIT.

      *================================================================
       5320-SET-VINTAGE-LABEL.
      *================================================================
      * Origination month and months on book for table entry
      * WS-VIN-IDX; the last entry has neither.
           IF WS-VIN-IDX = WS-VIN-UNKNOWN-IDX
               MOVE 'UNKNOWN' TO WS-VL-VINTAGE
               MOVE SPACES    TO WS-VL-MOB-X
               GO TO 5320-SET-VINTAGE-LABEL-EXIT
           END-IF

           COMPUTE WS-VIN-MOB    = WS-VIN-IDX - 1
           COMPUTE WS-VIN-MONTHS = WS-PERIOD-MONTHS - WS-VIN-MOB
           DIVIDE WS-VIN-MONTHS BY 12 GIVING WS-VIN-WORK-YEAR
               REMAINDER WS-VIN-WORK-MONTH
           ADD 1 TO WS-VIN-WORK-MONTH
           MOVE WS-VIN-WORK TO WS-VL-VINTAGE
           MOVE WS-VIN-MOB  TO WS-VL-MOB.

       5320-SET-VINTAGE-LABEL-EXIT.
           EXIT.

      *================================================================
       6000-WRITE-EXTRACT.
      *================================================================
      * Two record types share the extract, each after its own
      * heading record: ROLL, one per matrix cell (every cell, so the
      * models always see the full grid), and VINTAGE, one per
      * vintage line of the report.
           STRING 'TYPE,PERIOD,FROM_BUCKET,TO_BUCKET,LOANS,'
                      DELIMITED SIZE
                  'FROM_BALANCE,TO_BALANCE' DELIMITED SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM 8000-WRITE-EXTRACT-LINE
               THRU 8000-WRITE-EXTRACT-LINE-EXIT

           PERFORM 6100-EXTRACT-ROLL-CELL
               THRU 6100-EXTRACT-ROLL-CELL-EXIT
               VARYING WS-FROM-IDX FROM 1 BY 1 UNTIL WS-FROM-IDX > 8
               AFTER WS-TO-IDX FROM 1 BY 1 UNTIL WS-TO-IDX > 7

           STRING 'TYPE,PERIOD,VINTAGE,MONTHS_ON_BOOK,LOANS,'
                      DELIMITED SIZE
                  'ORIG_BALANCE,EVER30_LOANS,EVER30_PCT,'
                      DELIMITED SIZE
                  'EVER90_LOANS,EVER90_PCT,WOFF_LOANS,WOFF_PCT,'
                      DELIMITED SIZE
                  'WOFF_BALANCE,WOFF_BALANCE_PCT,PAID_OFF_LOANS'
                      DELIMITED SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           PERFORM 8000-WRITE-EXTRACT-LINE
               THRU 8000-WRITE-EXTRACT-LINE-EXIT

           PERFORM 6200-EXTRACT-VINTAGE
               THRU 6200-EXTRACT-VINTAGE-EXIT
               VARYING WS-VIN-IDX FROM 360 BY -1
               UNTIL WS-VIN-IDX < 1
           MOVE WS-VIN-UNKNOWN-IDX TO WS-VIN-IDX
           PERFORM 6200-EXTRACT-VINTAGE
               THRU 6200-EXTRACT-VINTAGE-EXIT.

       6000-WRITE-EXTRACT-EXIT.
           EXIT.

      *================================================================
       6100-EXTRACT-ROLL-CELL.
      *================================================================
           STRING 'ROLL' DELIMITED SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-PERIOD TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE WS-BUCKET-CODE (WS-FROM-IDX) TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE WS-BUCKET-CODE (WS-TO-IDX) TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE WS-ROLL-COUNT (WS-FROM-IDX, WS-TO-IDX)
               TO WS-CSV-COUNT-ED
           MOVE WS-CSV-COUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE WS-ROLL-FROM-BAL (WS-FROM-IDX, WS-TO-IDX)
               TO WS-CSV-AMOUNT-ED
           MOVE WS-CSV-AMOUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE WS-ROLL-TO-BAL (WS-FROM-IDX, WS-TO-IDX)
               TO WS-CSV-AMOUNT-ED
           MOVE WS-CSV-AMOUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           PERFORM 8000-WRITE-EXTRACT-LINE
               THRU 8000-WRITE-EXTRACT-LINE-EXIT.

       6100-EXTRACT-ROLL-CELL-EXIT.
           EXIT.

      *================================================================
       6200-EXTRACT-VINTAGE.
      *================================================================
      * Same figures as the report line for table entry WS-VIN-IDX,
      * which the report has already printed.
           IF WS-VIN-LOANS (WS-VIN-IDX) = ZEROS
               GO TO 6200-EXTRACT-VINTAGE-EXIT
           END-IF

           INITIALIZE WS-VINTAGE-LINE
           PERFORM 5320-SET-VINTAGE-LABEL
               THRU 5320-SET-VINTAGE-LABEL-EXIT

           STRING 'VINTAGE' DELIMITED SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE WS-PERIOD TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE WS-VL-VINTAGE TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE WS-VL-MOB-X TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT

           MOVE WS-VIN-LOANS (WS-VIN-IDX) TO WS-CSV-COUNT-ED
           MOVE WS-CSV-COUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE WS-VIN-ORIG-BAL (WS-VIN-IDX) TO WS-CSV-AMOUNT-ED
           MOVE WS-CSV-AMOUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT

           MOVE WS-VIN-EVER30 (WS-VIN-IDX) TO WS-CSV-COUNT-ED
           MOVE WS-CSV-COUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           COMPUTE WS-CSV-PCT-ED ROUNDED =
               WS-VIN-EVER30 (WS-VIN-IDX) * 100
               / WS-VIN-LOANS (WS-VIN-IDX)
           MOVE WS-CSV-PCT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT

           MOVE WS-VIN-EVER90 (WS-VIN-IDX) TO WS-CSV-COUNT-ED
           MOVE WS-CSV-COUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           COMPUTE WS-CSV-PCT-ED ROUNDED =
               WS-VIN-EVER90 (WS-VIN-IDX) * 100
               / WS-VIN-LOANS (WS-VIN-IDX)
           MOVE WS-CSV-PCT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT

           MOVE WS-VIN-WOFF (WS-VIN-IDX) TO WS-CSV-COUNT-ED
           MOVE WS-CSV-COUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           COMPUTE WS-CSV-PCT-ED ROUNDED =
               WS-VIN-WOFF (WS-VIN-IDX) * 100
               / WS-VIN-LOANS (WS-VIN-IDX)
           MOVE WS-CSV-PCT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT

           MOVE WS-VIN-WOFF-BAL (WS-VIN-IDX) TO WS-CSV-AMOUNT-ED
           MOVE WS-CSV-AMOUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           MOVE ZEROS TO WS-CSV-PCT-ED
           IF WS-VIN-ORIG-BAL (WS-VIN-IDX) > ZEROS
               COMPUTE WS-CSV-PCT-ED ROUNDED =
                   WS-VIN-WOFF-BAL (WS-VIN-IDX) * 100
                   / WS-VIN-ORIG-BAL (WS-VIN-IDX)
           END-IF
           MOVE WS-CSV-PCT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT

           MOVE WS-VIN-PAID (WS-VIN-IDX) TO WS-CSV-COUNT-ED
           MOVE WS-CSV-COUNT-ED TO WS-CSV-FIELD
           PERFORM 8100-APPEND-CSV-FIELD
               THRU 8100-APPEND-CSV-FIELD-EXIT
           PERFORM 8000-WRITE-EXTRACT-LINE
               THRU 8000-WRITE-EXTRACT-LINE-EXIT.

       6200-EXTRACT-VINTAGE-EXIT.
           EXIT.

      *================================================================
       8000-WRITE-EXTRACT-LINE.
      *================================================================
           WRITE ROLL-RATE-EXTRACT-RECORD FROM WS-CSV-LINE
           MOVE WS-EXTRACT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE ROLL-RATE-EXTRACT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-EXTRACT-ROWS
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1      TO WS-CSV-PTR.

       8000-WRITE-EXTRACT-LINE-EXIT.
           EXIT.

      *================================================================
       8100-APPEND-CSV-FIELD.
      *================================================================
      * Appends a comma and WS-CSV-FIELD, less its leading spaces, to
      * the extract line; a blank field leaves an empty value.
           STRING ',' DELIMITED SIZE
               INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           MOVE ZEROS TO WS-CSV-LEAD
           INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD
               FOR LEADING SPACES
           IF WS-CSV-LEAD < 20
               ADD 1 TO WS-CSV-LEAD
               STRING WS-CSV-FIELD (WS-CSV-LEAD:) DELIMITED SPACE
                   INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
           END-IF
           MOVE SPACES TO WS-CSV-FIELD.

       8100-APPEND-CSV-FIELD-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           DISPLAY 'ROLL-RATE SUMMARY | PERIOD: ' WS-PERIOD
               ' | PRIOR LINES: ' WS-PRIOR-ROWS
               ' | CURRENT LINES: ' WS-CURR-ROWS
               ' | PRIOR LOANS: ' WS-PRIOR-LOANS
               ' | CURRENT LOANS: ' WS-CURR-LOANS
               ' | NEW: ' WS-NEW-LOANS
               ' | DROPPED: ' WS-DROPPED-LOANS
           DISPLAY 'ROLL-RATE SUMMARY | HISTORY ROWS: ' WS-HISTORY-ROWS
               ' | ADDED: ' WS-HISTORY-ADDED
               ' | NO VINTAGE: ' WS-NO-VINTAGE
               ' | EXTRACT ROWS: ' WS-EXTRACT-ROWS.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE PRIOR-POSITION-FILE
           CLOSE CURR-POSITION-FILE
           CLOSE AMORT-FILE
           CLOSE VINTAGE-HISTORY
           CLOSE ROLL-RATE-REPORT
           CLOSE ROLL-RATE-EXTRACT
           IF WS-WOFF-AVAIL
               CLOSE WRITEOFF-MASTER
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. Risk loads the extract straight
      * into its models, so a run that cannot trust its files must
      * stop rather than hand over partial figures.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'ROLL-RATE: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE PRIOR-POSITION-FILE
               CLOSE CURR-POSITION-FILE
               CLOSE AMORT-FILE
               CLOSE VINTAGE-HISTORY
               CLOSE ROLL-RATE-REPORT
               CLOSE ROLL-RATE-EXTRACT
               IF WS-WOFF-AVAIL
                   CLOSE WRITEOFF-MASTER
               END-IF
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE ROLL-RATE-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE ROLL-RATE-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

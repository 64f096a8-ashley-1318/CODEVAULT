      *================================================================
      * PROGRAM-ID: SETTLE-HIST
      * PURPOSE:    Settlement-history compaction. The nightly and
      *             payoff SETTLE-LEDGER generations carry no posting
      *             date, so the HISTMODE control card selects one of
      *             two passes:
      *             STAMP, run straight after each ledger generation
      *             is cut (nightly batch and payoff job), copies that
      *             generation to the dated extract with the business
      *             date and source stamped on every item;
      *             COMPACT, the weekly pass, sorts every generation
      *             still cataloged under the ledger base names and
      *             the dated extract into the same order, matches
      *             them item for item, and loads each match into the
      *             settlement-history KSDS (SETLHIST, keyed by
      *             customer, loan account and settlement date/time)
      *             with the ledger's current status -- PAY-ACK marks
      *             items PAID or WIREFAIL after they are stamped.
      *             The control report proves counts and amounts on
      *             the ledger side, the dated side and the rows
      *             loaded. Nothing is loaded unless every item
      *             matches; an unbalanced compaction ends RC 5701 so
      *             the JCL keeps the generations cataloged. A
      *             balanced one empties the dated extract, and the
      *             JCL then uncatalogs the rolled generations.
      *             A missing HISTMODE card runs STAMP for the
      *             nightly ledger.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETTLE-HIST.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODE-CARD-FILE
               ASSIGN TO HISTMODE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MODE-STATUS.
           SELECT SETTLE-LEDGER
               ASSIGN TO SETTLEDG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SETTLE-DATED-FILE
               ASSIGN TO SETLDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DATED-STATUS.
           SELECT SETTLE-HISTORY-FILE
               ASSIGN TO SETLHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SORT-LEDGER-WORK
               ASSIGN TO SORTWK1.
           SELECT SORT-DATED-WORK
               ASSIGN TO SORTWK2.
           SELECT SORTED-LEDGER
               ASSIGN TO LDGSRTD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-LDG-STATUS.
           SELECT SORTED-DATED
               ASSIGN TO DATSRTD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SORTED-DAT-STATUS.
           SELECT HISTORY-REPORT
               ASSIGN TO SETLRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MODE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MODE-CARD-RECORD.
           05  MC-MODE              PIC X(8).
           05  FILLER               PIC X(1).
           05  MC-SOURCE            PIC X(1).
           05  FILLER               PIC X(70).

       FD  SETTLE-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  SETTLE-LEDGER-RECORD.
           05  SL-CUSTOMER-ID          PIC X(10).
           05  SL-LOAN-ACCT-NO         PIC X(10).
           05  SL-SWIFT-CODE           PIC X(11).
           05  SL-GROSS-AMOUNT         PIC 9(12)V99 COMP-3.
           05  SL-SETTLEMENT-FEE       PIC 9(9)V99  COMP-3.
           05  SL-NET-AMOUNT           PIC 9(12)V99 COMP-3.
           05  SL-SETTLEMENT-STATUS    PIC X(10).
           05  SL-SETTLEMENT-TIME      PIC 9(6).
           05  FILLER                 PIC X(1).

      * The dated extract carries the history row image, so a
      * compaction load is a straight move plus the ledger's status.
       FD  SETTLE-DATED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
       01  SETTLE-DATED-RECORD      PIC X(90).

       FD  SETTLE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SETLHIST-REC'.

      * Both sorts order on customer, loan, settlement time, BIC and
      * the three amounts (as raw bytes -- unsigned packed decimal
      * compares the same way by byte as by value), so every ledger
      * item lands opposite its dated copy. The dated side breaks
      * remaining ties on the stamped date.
       SD  SORT-LEDGER-WORK.
       01  SORT-LEDGER-RECORD.
           05  SLW-CUSTOMER-ID         PIC X(10).
           05  SLW-LOAN-ACCT-NO        PIC X(10).
           05  SLW-SWIFT-CODE          PIC X(11).
           05  SLW-GROSS-AMOUNT        PIC X(8).
           05  SLW-SETTLEMENT-FEE      PIC X(6).
           05  SLW-NET-AMOUNT          PIC X(8).
           05  FILLER                 PIC X(10).
           05  SLW-SETTLEMENT-TIME     PIC X(6).
           05  FILLER                 PIC X(1).

       SD  SORT-DATED-WORK.
       01  SORT-DATED-RECORD.
           05  SDW-CUSTOMER-ID         PIC X(10).
           05  SDW-LOAN-ACCT-NO        PIC X(10).
           05  SDW-SETTLE-DATE         PIC X(8).
           05  SDW-SETTLE-TIME         PIC X(6).
           05  FILLER                 PIC X(3).
           05  SDW-SWIFT-CODE          PIC X(11).
           05  SDW-GROSS-AMOUNT        PIC X(8).
           05  SDW-SETTLEMENT-FEE      PIC X(6).
           05  SDW-NET-AMOUNT          PIC X(8).
           05  FILLER                 PIC X(20).

       FD  SORTED-LEDGER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS.
       01  SORTED-LEDGER-RECORD.
           05  SR-CUSTOMER-ID          PIC X(10).
           05  SR-LOAN-ACCT-NO         PIC X(10).
           05  SR-SWIFT-CODE           PIC X(11).
           05  SR-GROSS-AMOUNT         PIC 9(12)V99 COMP-3.
           05  SR-SETTLEMENT-FEE       PIC 9(9)V99  COMP-3.
           05  SR-NET-AMOUNT           PIC 9(12)V99 COMP-3.
           05  SR-SETTLEMENT-STATUS    PIC X(10).
           05  SR-SETTLEMENT-TIME      PIC 9(6).
           05  FILLER                 PIC X(1).

       FD  SORTED-DATED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
       01  SORTED-DATED-RECORD.
           05  DT-CUSTOMER-ID          PIC X(10).
           05  DT-LOAN-ACCT-NO         PIC X(10).
           05  DT-SETTLE-DATE          PIC 9(8).
           05  DT-SETTLE-TIME          PIC 9(6).
           05  DT-SEQ-NO               PIC 9(3).
           05  DT-SWIFT-CODE           PIC X(11).
           05  DT-GROSS-AMOUNT         PIC 9(12)V99 COMP-3.
           05  DT-SETTLEMENT-FEE       PIC 9(9)V99  COMP-3.
           05  DT-NET-AMOUNT           PIC 9(12)V99 COMP-3.
           05  DT-SETTLEMENT-STATUS    PIC X(10).
           05  DT-SOURCE               PIC X(1).
           05  DT-COMPACT-DATE         PIC 9(8).
           05  FILLER                 PIC X(1).

       FD  HISTORY-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  HISTORY-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * RUN MODE AND LEDGER SOURCE (from the HISTMODE control card)
      *----------------------------------------------------------------
       01  WS-MODE-CONTROL.
           05  WS-RUN-MODE          PIC X(8)     VALUE 'STAMP'.
               88  WS-MODE-STAMP    VALUE 'STAMP'.
               88  WS-MODE-COMPACT  VALUE 'COMPACT'.
           05  WS-LEDGER-SOURCE     PIC X(1)     VALUE 'N'.
               88  WS-SOURCE-NIGHTLY VALUE 'N'.
               88  WS-SOURCE-PAYOFF VALUE 'P'.

      *----------------------------------------------------------------
      * HISTORY CONTROL ROW
      * The SETLHIST row keyed on spaces records the last business
      * date the nightly ledger was stamped, so a rerun of the nightly
      * step can never date the same generation twice, and the
      * running row count the compactions have loaded.
      *----------------------------------------------------------------
       01  WS-HISTORY-CONTROL.
           05  WS-CTL-ON-FILE-SW    PIC X(1)     VALUE 'N'.
               88  WS-CTL-ON-FILE   VALUE 'Y'.
           05  WS-LAST-STAMP-DATE   PIC 9(8)     VALUE ZEROS.
           05  WS-LAST-COMPACT-DATE PIC 9(8)     VALUE ZEROS.
           05  WS-COMPACT-RUNS      PIC 9(5)     VALUE ZEROS.
           05  WS-ROWS-ON-FILE      PIC 9(9)     VALUE ZEROS.
           05  WS-ROWS-BEFORE       PIC 9(9)     VALUE ZEROS.
           05  WS-LAST-COMPACT-ROWS PIC 9(9)     VALUE ZEROS.

      *----------------------------------------------------------------
      * MATCH KEYS (customer + loan + time + BIC + amounts)
      *----------------------------------------------------------------
       01  WS-LEDGER-KEY.
           05  WS-LK-CUSTOMER-ID    PIC X(10)    VALUE SPACES.
           05  WS-LK-LOAN-ACCT-NO   PIC X(10)    VALUE SPACES.
           05  WS-LK-SETTLE-TIME    PIC 9(6)     VALUE ZEROS.
           05  WS-LK-SWIFT-CODE     PIC X(11)    VALUE SPACES.
           05  WS-LK-GROSS-AMOUNT   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-LK-FEE-AMOUNT     PIC 9(9)V99  COMP-3 VALUE ZEROS.
           05  WS-LK-NET-AMOUNT     PIC 9(12)V99 COMP-3 VALUE ZEROS.

       01  WS-DATED-KEY.
           05  WS-DK-CUSTOMER-ID    PIC X(10)    VALUE SPACES.
           05  WS-DK-LOAN-ACCT-NO   PIC X(10)    VALUE SPACES.
           05  WS-DK-SETTLE-TIME    PIC 9(6)     VALUE ZEROS.
           05  WS-DK-SWIFT-CODE     PIC X(11)    VALUE SPACES.
           05  WS-DK-GROSS-AMOUNT   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-DK-FEE-AMOUNT     PIC 9(9)V99  COMP-3 VALUE ZEROS.
           05  WS-DK-NET-AMOUNT     PIC 9(12)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * CONTROL TOTALS
      * Ledger side (before), dated side, matched, and rows loaded to
      * the history KSDS (after). A balanced compaction has all four
      * equal and nothing unmatched on either side.
      *----------------------------------------------------------------
       01  WS-CONTROL-TOTALS.
           05  WS-LDG-COUNT         PIC 9(8) COMP VALUE ZEROS.
           05  WS-LDG-GROSS         PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LDG-FEE           PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LDG-NET           PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DAT-COUNT         PIC 9(8) COMP VALUE ZEROS.
           05  WS-DAT-GROSS         PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DAT-FEE           PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-DAT-NET           PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-MAT-COUNT         PIC 9(8) COMP VALUE ZEROS.
           05  WS-MAT-GROSS         PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-MAT-FEE           PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-MAT-NET           PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LOAD-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-LOAD-GROSS        PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LOAD-FEE          PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LOAD-NET          PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-LEDGER-ONLY-COUNT PIC 9(8) COMP VALUE ZEROS.
           05  WS-DATED-ONLY-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-SEQ-BUMPED-COUNT  PIC 9(8) COMP VALUE ZEROS.
           05  WS-ALREADY-LOADED    PIC 9(8) COMP VALUE ZEROS.
           05  WS-BALANCED-SW       PIC X(1)     VALUE 'N'.
               88  WS-BALANCED      VALUE 'Y'.
           05  WS-LOAD-PASS-SW      PIC X(1)     VALUE 'N'.
               88  WS-LOAD-PASS     VALUE 'Y'.
           05  WS-ROW-WRITTEN-SW    PIC X(1)     VALUE 'N'.
               88  WS-ROW-WRITTEN   VALUE 'Y'.
           05  WS-ROW-ON-FILE-SW    PIC X(1)     VALUE 'N'.
               88  WS-ROW-ON-FILE   VALUE 'Y'.
           05  WS-LOAD-IMAGE        PIC X(90)    VALUE SPACES.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      * 5450-WRITE-TOTAL-LINE prints one control-total line from the
      * WS-TL-* fields.
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-2-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-AMOUNT-3-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZ,ZZZ,ZZ9 VALUE ZEROS.
           05  WS-TL-LABEL          PIC X(20)    VALUE SPACES.
           05  WS-TL-COUNT          PIC 9(9)     VALUE ZEROS.
           05  WS-TL-GROSS          PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-TL-FEE            PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-TL-NET            PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-MODE-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-LEDGER-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-DATED-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-SORTED-LDG-STATUS PIC X(2)     VALUE SPACES.
           05  WS-SORTED-DAT-STATUS PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-LEDGER-EOF-SWITCH PIC X(1)     VALUE 'N'.
               88  WS-LEDGER-EOF    VALUE 'Y'.
           05  WS-DATED-EOF-SWITCH  PIC X(1)     VALUE 'N'.
               88  WS-DATED-EOF     VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * STAMP mode dates tonight's (or this payoff run's) ledger
      * generation onto the extract; COMPACT mode rolls every dated
      * item into the history KSDS once both sides prove. Items are
      * dated with the business date the run is controlled for, so a
      * nightly chain running past midnight dates its ledger to the
      * day it settled; an uncontrolled run uses the calendar date.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0050-LOAD-MODE-CARD
               THRU 0050-LOAD-MODE-CARD-EXIT
           MOVE RCL-BUSINESS-DATE TO WS-RUN-DATE-N
           IF WS-RUN-DATE-N = ZEROS
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           END-IF
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-READ-CONTROL-RECORD
               THRU 0200-READ-CONTROL-RECORD-EXIT

           IF WS-MODE-COMPACT
               PERFORM 5000-RUN-COMPACT-MODE
                   THRU 5000-RUN-COMPACT-MODE-EXIT
           ELSE
               PERFORM 1000-RUN-STAMP-MODE
                   THRU 1000-RUN-STAMP-MODE-EXIT
           END-IF

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
           MOVE 'SETLHIST' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'SETTLE-HIST: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'SETTLE-HIST: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'SETTLE-HIST: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0050-LOAD-MODE-CARD.
      *================================================================
      * Reads the HISTMODE card, same layout as FEE-EIR's FEEMODE
      * card with the ledger source in column 10: N for the nightly
      * ledger, P for the payoff ledger. No card means STAMP N.
           OPEN INPUT MODE-CARD-FILE
           IF WS-MODE-STATUS = '00'
               READ MODE-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MC-MODE NOT = SPACES
                           MOVE MC-MODE TO WS-RUN-MODE
                       END-IF
                       IF MC-SOURCE NOT = SPACES
                           MOVE MC-SOURCE TO WS-LEDGER-SOURCE
                       END-IF
               END-READ
               CLOSE MODE-CARD-FILE
           END-IF

           IF NOT WS-MODE-STAMP AND NOT WS-MODE-COMPACT
               DISPLAY 'SETTLE-HIST: UNRECOGNIZED HISTMODE CARD '
                   WS-RUN-MODE ' - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE HISTMODE CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           IF WS-MODE-STAMP
           AND NOT WS-SOURCE-NIGHTLY AND NOT WS-SOURCE-PAYOFF
               DISPLAY 'SETTLE-HIST: LEDGER SOURCE ' WS-LEDGER-SOURCE
                   ' ON HISTMODE CARD IS NOT N OR P - RUN STOPPED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'VALIDATE HISTMODE CARD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF.

       0050-LOAD-MODE-CARD-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
      * A missing SETLHIST KSDS (the very first run) is created empty
      * rather than failing the batch, same as FEE-EIR's FEEDEFR
      * handling. The ledger and the dated extract are opened by the
      * mode that needs them -- the compaction sorts them first.
           OPEN I-O SETTLE-HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT SETTLE-HISTORY-FILE
               CLOSE SETTLE-HISTORY-FILE
               OPEN I-O SETTLE-HISTORY-FILE
           END-IF
           MOVE WS-HISTORY-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN SETTLE-HISTORY' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT HISTORY-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN HISTORY-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           STRING 'SETTLE-HIST SETTLEMENT HISTORY | MODE: '
                      DELIMITED SIZE
                  WS-RUN-MODE       DELIMITED SPACE
                  ' | SOURCE: '     DELIMITED SIZE
                  WS-LEDGER-SOURCE  DELIMITED SIZE
                  ' | RUN DATE: '   DELIMITED SIZE
                  WS-RUN-DATE-N     DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0200-READ-CONTROL-RECORD.
      *================================================================
           MOVE SPACES TO HSC-KEY
           READ SETTLE-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CTL-ON-FILE-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CTL-ON-FILE-SW
                   MOVE HSC-LAST-STAMP-DATE   TO WS-LAST-STAMP-DATE
                   MOVE HSC-LAST-COMPACT-DATE TO WS-LAST-COMPACT-DATE
                   MOVE HSC-COMPACT-RUNS      TO WS-COMPACT-RUNS
                   MOVE HSC-ROWS-ON-FILE      TO WS-ROWS-ON-FILE
                   MOVE HSC-LAST-COMPACT-ROWS TO WS-LAST-COMPACT-ROWS
           END-READ
           MOVE WS-ROWS-ON-FILE TO WS-ROWS-BEFORE.

       0200-READ-CONTROL-RECORD-EXIT.
           EXIT.

      *================================================================
       0250-SAVE-CONTROL-RECORD.
      *================================================================
      * Written only once a mode has run to completion, so a run that
      * stops part-way leaves the control row pointing at the last
      * good stamp and compaction.
           MOVE SPACES                 TO SETTLE-HISTORY-CONTROL
           MOVE SPACES                 TO HSC-KEY
           MOVE WS-LAST-STAMP-DATE     TO HSC-LAST-STAMP-DATE
           MOVE WS-LAST-COMPACT-DATE   TO HSC-LAST-COMPACT-DATE
           MOVE WS-COMPACT-RUNS        TO HSC-COMPACT-RUNS
           MOVE WS-ROWS-ON-FILE        TO HSC-ROWS-ON-FILE
           MOVE WS-LAST-COMPACT-ROWS   TO HSC-LAST-COMPACT-ROWS
           IF WS-CTL-ON-FILE
               REWRITE SETTLE-HISTORY-CONTROL
               MOVE 'REWRITE HISTORY CONTROL'
                   TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE SETTLE-HISTORY-CONTROL
               MOVE 'WRITE HISTORY CONTROL'
                   TO WS-CHECK-STATUS-OPER
               MOVE 'Y' TO WS-CTL-ON-FILE-SW
           END-IF
           MOVE WS-HISTORY-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       0250-SAVE-CONTROL-RECORD-EXIT.
           EXIT.

      *================================================================
       1000-RUN-STAMP-MODE.
      *================================================================
      * The nightly ledger is stamped once per business date: a rerun
      * of the nightly step finds the date already recorded on the
      * control row and adds nothing, because a second dated copy
      * would leave the compaction unable to balance. The payoff job
      * may run more than once a day, each run cutting its own
      * generation, so its stamps are not refused.
           IF WS-SOURCE-NIGHTLY
           AND WS-LAST-STAMP-DATE = WS-RUN-DATE-N
               DISPLAY 'SETTLE-HIST: NIGHTLY LEDGER ALREADY STAMPED '
                   'FOR ' WS-RUN-DATE-N ' - NOT STAMPED AGAIN'
               STRING 'STAMP REFUSED | NIGHTLY LEDGER ALREADY '
                          DELIMITED SIZE
                      'STAMPED FOR ' DELIMITED SIZE
                      WS-RUN-DATE-N DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
               IF 5702 > WS-RETURN-CODE
                   MOVE 5702 TO WS-RETURN-CODE
               END-IF
               GO TO 1000-RUN-STAMP-MODE-EXIT
           END-IF

           OPEN INPUT SETTLE-LEDGER
           MOVE WS-LEDGER-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN SETTLE-LEDGER' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN EXTEND SETTLE-DATED-FILE
           MOVE WS-DATED-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN SETTLE-DATED'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 1100-STAMP-ONE-ITEM
               THRU 1100-STAMP-ONE-ITEM-EXIT
               UNTIL WS-LEDGER-EOF

           CLOSE SETTLE-LEDGER
           CLOSE SETTLE-DATED-FILE

           MOVE 'LEDGER ITEMS STAMPED' TO WS-TL-LABEL
           MOVE WS-LDG-COUNT TO WS-TL-COUNT
           MOVE WS-LDG-GROSS TO WS-TL-GROSS
           MOVE WS-LDG-FEE   TO WS-TL-FEE
           MOVE WS-LDG-NET   TO WS-TL-NET
           PERFORM 5450-WRITE-TOTAL-LINE
               THRU 5450-WRITE-TOTAL-LINE-EXIT

           IF WS-SOURCE-NIGHTLY
               MOVE WS-RUN-DATE-N TO WS-LAST-STAMP-DATE
               PERFORM 0250-SAVE-CONTROL-RECORD
                   THRU 0250-SAVE-CONTROL-RECORD-EXIT
           END-IF.

       1000-RUN-STAMP-MODE-EXIT.
           EXIT.

      *================================================================
       1100-STAMP-ONE-ITEM.
      *================================================================
      * Every item is stamped, whatever its status: the history is
      * the whole ledger, not just the items that moved money.
           READ SETTLE-LEDGER
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
                   GO TO 1100-STAMP-ONE-ITEM-EXIT
           END-READ

           MOVE SPACES               TO SETTLE-HISTORY-RECORD
           MOVE SL-CUSTOMER-ID       TO HS-CUSTOMER-ID
           MOVE SL-LOAN-ACCT-NO      TO HS-LOAN-ACCT-NO
           MOVE WS-RUN-DATE-N        TO HS-SETTLE-DATE
           IF SL-SETTLEMENT-TIME IS NUMERIC
               MOVE SL-SETTLEMENT-TIME TO HS-SETTLE-TIME
           ELSE
               MOVE ZEROS            TO HS-SETTLE-TIME
           END-IF
           MOVE ZEROS                TO HS-SEQ-NO
           MOVE SL-SWIFT-CODE        TO HS-SWIFT-CODE
           MOVE SL-GROSS-AMOUNT      TO HS-GROSS-AMOUNT
           MOVE SL-SETTLEMENT-FEE    TO HS-SETTLEMENT-FEE
           MOVE SL-NET-AMOUNT        TO HS-NET-AMOUNT
           MOVE SL-SETTLEMENT-STATUS TO HS-SETTLEMENT-STATUS
           MOVE WS-LEDGER-SOURCE     TO HS-SOURCE
           MOVE ZEROS                TO HS-COMPACT-DATE

           WRITE SETTLE-DATED-RECORD FROM SETTLE-HISTORY-RECORD
           MOVE WS-DATED-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE SETTLE-DATED' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           ADD 1                  TO WS-LDG-COUNT
           ADD SL-GROSS-AMOUNT    TO WS-LDG-GROSS
           ADD SL-SETTLEMENT-FEE  TO WS-LDG-FEE
           ADD SL-NET-AMOUNT      TO WS-LDG-NET.

       1100-STAMP-ONE-ITEM-EXIT.
           EXIT.

      *================================================================
       5000-RUN-COMPACT-MODE.
      *================================================================
      * The first match pass only counts, so an unbalanced week loads
      * nothing and can simply be rerun once the break is cleared.
      * Only a balanced week is matched again with the load switch on.
           PERFORM 5100-SORT-BOTH-SIDES
               THRU 5100-SORT-BOTH-SIDES-EXIT

           MOVE 'N' TO WS-LOAD-PASS-SW
           PERFORM 5200-MATCH-PASS
               THRU 5200-MATCH-PASS-EXIT
           PERFORM 5400-PROVE-BEFORE
               THRU 5400-PROVE-BEFORE-EXIT

           IF NOT WS-BALANCED
               IF 5701 > WS-RETURN-CODE
                   MOVE 5701 TO WS-RETURN-CODE
               END-IF
               GO TO 5000-RUN-COMPACT-MODE-EXIT
           END-IF

           MOVE 'Y' TO WS-LOAD-PASS-SW
           PERFORM 5200-MATCH-PASS
               THRU 5200-MATCH-PASS-EXIT
           PERFORM 5700-PROVE-AFTER
               THRU 5700-PROVE-AFTER-EXIT

           IF NOT WS-BALANCED
               IF 5701 > WS-RETURN-CODE
                   MOVE 5701 TO WS-RETURN-CODE
               END-IF
               GO TO 5000-RUN-COMPACT-MODE-EXIT
           END-IF

           PERFORM 5800-CLEAR-DATED-FILE
               THRU 5800-CLEAR-DATED-FILE-EXIT

           MOVE WS-RUN-DATE-N  TO WS-LAST-COMPACT-DATE
           ADD 1               TO WS-COMPACT-RUNS
           MOVE WS-LOAD-COUNT  TO WS-LAST-COMPACT-ROWS
           PERFORM 0250-SAVE-CONTROL-RECORD
               THRU 0250-SAVE-CONTROL-RECORD-EXIT.

       5000-RUN-COMPACT-MODE-EXIT.
           EXIT.

      *================================================================
       5100-SORT-BOTH-SIDES.
      *================================================================
           SORT SORT-LEDGER-WORK
               ON ASCENDING KEY SLW-CUSTOMER-ID SLW-LOAN-ACCT-NO
                                SLW-SETTLEMENT-TIME SLW-SWIFT-CODE
                                SLW-GROSS-AMOUNT SLW-SETTLEMENT-FEE
                                SLW-NET-AMOUNT
               USING SETTLE-LEDGER
               GIVING SORTED-LEDGER

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'SETTLE-HIST: LEDGER SORT FAILED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'SORT SETTLE-LEDGER' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           SORT SORT-DATED-WORK
               ON ASCENDING KEY SDW-CUSTOMER-ID SDW-LOAN-ACCT-NO
                                SDW-SETTLE-TIME SDW-SWIFT-CODE
                                SDW-GROSS-AMOUNT SDW-SETTLEMENT-FEE
                                SDW-NET-AMOUNT SDW-SETTLE-DATE
               USING SETTLE-DATED-FILE
               GIVING SORTED-DATED

           IF SORT-RETURN NOT = ZERO
               DISPLAY 'SETTLE-HIST: DATED EXTRACT SORT FAILED'
               MOVE '98' TO WS-CHECK-STATUS-CODE
               MOVE 'SORT SETTLE-DATED' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF.

       5100-SORT-BOTH-SIDES-EXIT.
           EXIT.

      *================================================================
       5200-MATCH-PASS.
      *================================================================
      * One balanced-line pass over the two sorted files, same shape
      * as SETTLE-RECON's match.
           MOVE 'N' TO WS-LEDGER-EOF-SWITCH
           MOVE 'N' TO WS-DATED-EOF-SWITCH

           OPEN INPUT SORTED-LEDGER
           MOVE WS-SORTED-LDG-STATUS  TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN SORTED-LEDGER'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT SORTED-DATED
           MOVE WS-SORTED-DAT-STATUS  TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN SORTED-DATED'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           PERFORM 5210-READ-SORTED-LEDGER
               THRU 5210-READ-SORTED-LEDGER-EXIT
           PERFORM 5220-READ-SORTED-DATED
               THRU 5220-READ-SORTED-DATED-EXIT
           PERFORM 5300-MATCH-NEXT-PAIR
               THRU 5300-MATCH-NEXT-PAIR-EXIT
               UNTIL WS-LEDGER-EOF AND WS-DATED-EOF

           CLOSE SORTED-LEDGER
           CLOSE SORTED-DATED.

       5200-MATCH-PASS-EXIT.
           EXIT.

      *================================================================
       5210-READ-SORTED-LEDGER.
      *================================================================
           READ SORTED-LEDGER
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-LEDGER-KEY
                   GO TO 5210-READ-SORTED-LEDGER-EXIT
           END-READ

           MOVE SR-CUSTOMER-ID    TO WS-LK-CUSTOMER-ID
           MOVE SR-LOAN-ACCT-NO   TO WS-LK-LOAN-ACCT-NO
           IF SR-SETTLEMENT-TIME IS NUMERIC
               MOVE SR-SETTLEMENT-TIME TO WS-LK-SETTLE-TIME
           ELSE
               MOVE ZEROS         TO WS-LK-SETTLE-TIME
           END-IF
           MOVE SR-SWIFT-CODE     TO WS-LK-SWIFT-CODE
           MOVE SR-GROSS-AMOUNT   TO WS-LK-GROSS-AMOUNT
           MOVE SR-SETTLEMENT-FEE TO WS-LK-FEE-AMOUNT
           MOVE SR-NET-AMOUNT     TO WS-LK-NET-AMOUNT

           IF NOT WS-LOAD-PASS
               ADD 1                 TO WS-LDG-COUNT
               ADD SR-GROSS-AMOUNT   TO WS-LDG-GROSS
               ADD SR-SETTLEMENT-FEE TO WS-LDG-FEE
               ADD SR-NET-AMOUNT     TO WS-LDG-NET
           END-IF.

       5210-READ-SORTED-LEDGER-EXIT.
           EXIT.

      *================================================================
       5220-READ-SORTED-DATED.
      *================================================================
           READ SORTED-DATED
               AT END
                   MOVE 'Y' TO WS-DATED-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-DATED-KEY
                   GO TO 5220-READ-SORTED-DATED-EXIT
           END-READ

           MOVE DT-CUSTOMER-ID    TO WS-DK-CUSTOMER-ID
           MOVE DT-LOAN-ACCT-NO   TO WS-DK-LOAN-ACCT-NO
           MOVE DT-SETTLE-TIME    TO WS-DK-SETTLE-TIME
           MOVE DT-SWIFT-CODE     TO WS-DK-SWIFT-CODE
           MOVE DT-GROSS-AMOUNT   TO WS-DK-GROSS-AMOUNT
           MOVE DT-SETTLEMENT-FEE TO WS-DK-FEE-AMOUNT
           MOVE DT-NET-AMOUNT     TO WS-DK-NET-AMOUNT

           IF NOT WS-LOAD-PASS
               ADD 1                 TO WS-DAT-COUNT
               ADD DT-GROSS-AMOUNT   TO WS-DAT-GROSS
               ADD DT-SETTLEMENT-FEE TO WS-DAT-FEE
               ADD DT-NET-AMOUNT     TO WS-DAT-NET
           END-IF.

       5220-READ-SORTED-DATED-EXIT.
           EXIT.

      *================================================================
       5300-MATCH-NEXT-PAIR.
      *================================================================
      * A ledger item with no dated copy was cut by a run whose stamp
      * step never ran; a dated copy with no ledger item means the
      * generation it came from is no longer cataloged. Either one
      * leaves the week unbalanced.
           EVALUATE TRUE
               WHEN WS-LEDGER-KEY = WS-DATED-KEY
                   IF WS-LOAD-PASS
                       PERFORM 5600-LOAD-HISTORY-ROW
                           THRU 5600-LOAD-HISTORY-ROW-EXIT
                   ELSE
                       ADD 1                 TO WS-MAT-COUNT
                       ADD SR-GROSS-AMOUNT   TO WS-MAT-GROSS
                       ADD SR-SETTLEMENT-FEE TO WS-MAT-FEE
                       ADD SR-NET-AMOUNT     TO WS-MAT-NET
                   END-IF
                   PERFORM 5210-READ-SORTED-LEDGER
                       THRU 5210-READ-SORTED-LEDGER-EXIT
                   PERFORM 5220-READ-SORTED-DATED
                       THRU 5220-READ-SORTED-DATED-EXIT
               WHEN WS-LEDGER-KEY < WS-DATED-KEY
                   PERFORM 5310-REPORT-LEDGER-ONLY
                       THRU 5310-REPORT-LEDGER-ONLY-EXIT
                   PERFORM 5210-READ-SORTED-LEDGER
                       THRU 5210-READ-SORTED-LEDGER-EXIT
               WHEN OTHER
                   PERFORM 5320-REPORT-DATED-ONLY
                       THRU 5320-REPORT-DATED-ONLY-EXIT
                   PERFORM 5220-READ-SORTED-DATED
                       THRU 5220-READ-SORTED-DATED-EXIT
           END-EVALUATE.

       5300-MATCH-NEXT-PAIR-EXIT.
           EXIT.

      *================================================================
       5310-REPORT-LEDGER-ONLY.
      *================================================================
           ADD 1 TO WS-LEDGER-ONLY-COUNT
           MOVE SR-NET-AMOUNT TO WS-AMOUNT-ED
           STRING 'LEDGER ITEM NOT DATED | CUST:' DELIMITED SIZE
                  SR-CUSTOMER-ID       DELIMITED SIZE
                  ' | ACCT:'           DELIMITED SIZE
                  SR-LOAN-ACCT-NO      DELIMITED SIZE
                  ' | SWIFT:'          DELIMITED SIZE
                  SR-SWIFT-CODE        DELIMITED SIZE
                  ' | TIME:'           DELIMITED SIZE
                  SR-SETTLEMENT-TIME   DELIMITED SIZE
                  ' | NET:'            DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5310-REPORT-LEDGER-ONLY-EXIT.
           EXIT.

      *================================================================
       5320-REPORT-DATED-ONLY.
      *================================================================
           ADD 1 TO WS-DATED-ONLY-COUNT
           MOVE DT-NET-AMOUNT TO WS-AMOUNT-ED
           STRING 'DATED ITEM NOT ON LEDGER | CUST:' DELIMITED SIZE
                  DT-CUSTOMER-ID       DELIMITED SIZE
                  ' | ACCT:'           DELIMITED SIZE
                  DT-LOAN-ACCT-NO      DELIMITED SIZE
                  ' | DATE:'           DELIMITED SIZE
                  DT-SETTLE-DATE       DELIMITED SIZE
                  ' | TIME:'           DELIMITED SIZE
                  DT-SETTLE-TIME       DELIMITED SIZE
                  ' | NET:'            DELIMITED SIZE
                  WS-AMOUNT-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5320-REPORT-DATED-ONLY-EXIT.
           EXIT.

      *================================================================
       5400-PROVE-BEFORE.
      *================================================================
      * Prints the ledger-side and dated-side totals and the matched
      * totals. The week balances only when nothing is unmatched and
      * the matched count and amounts equal both sides.
           MOVE 'LEDGER GENERATIONS' TO WS-TL-LABEL
           MOVE WS-LDG-COUNT TO WS-TL-COUNT
           MOVE WS-LDG-GROSS TO WS-TL-GROSS
           MOVE WS-LDG-FEE   TO WS-TL-FEE
           MOVE WS-LDG-NET   TO WS-TL-NET
           PERFORM 5450-WRITE-TOTAL-LINE
               THRU 5450-WRITE-TOTAL-LINE-EXIT

           MOVE 'DATED EXTRACT'     TO WS-TL-LABEL
           MOVE WS-DAT-COUNT TO WS-TL-COUNT
           MOVE WS-DAT-GROSS TO WS-TL-GROSS
           MOVE WS-DAT-FEE   TO WS-TL-FEE
           MOVE WS-DAT-NET   TO WS-TL-NET
           PERFORM 5450-WRITE-TOTAL-LINE
               THRU 5450-WRITE-TOTAL-LINE-EXIT

           MOVE 'MATCHED'           TO WS-TL-LABEL
           MOVE WS-MAT-COUNT TO WS-TL-COUNT
           MOVE WS-MAT-GROSS TO WS-TL-GROSS
           MOVE WS-MAT-FEE   TO WS-TL-FEE
           MOVE WS-MAT-NET   TO WS-TL-NET
           PERFORM 5450-WRITE-TOTAL-LINE
               THRU 5450-WRITE-TOTAL-LINE-EXIT

           MOVE 'N' TO WS-BALANCED-SW
           IF  WS-LEDGER-ONLY-COUNT = ZEROS
           AND WS-DATED-ONLY-COUNT  = ZEROS
           AND WS-MAT-COUNT = WS-LDG-COUNT
           AND WS-MAT-COUNT = WS-DAT-COUNT
           AND WS-MAT-GROSS = WS-LDG-GROSS
           AND WS-MAT-GROSS = WS-DAT-GROSS
           AND WS-MAT-FEE   = WS-LDG-FEE
           AND WS-MAT-FEE   = WS-DAT-FEE
           AND WS-MAT-NET   = WS-LDG-NET
           AND WS-MAT-NET   = WS-DAT-NET
               MOVE 'Y' TO WS-BALANCED-SW
           END-IF

           IF NOT WS-BALANCED
               MOVE WS-LEDGER-ONLY-COUNT TO WS-COUNT-ED
               MOVE WS-DATED-ONLY-COUNT  TO WS-TL-COUNT
               STRING 'COMPACTION DOES NOT BALANCE | LEDGER NOT '
                          DELIMITED SIZE
                      'DATED: '          DELIMITED SIZE
                      WS-COUNT-ED        DELIMITED SIZE
                      ' | DATED NOT ON LEDGER: ' DELIMITED SIZE
                      WS-TL-COUNT        DELIMITED SIZE
                      ' | NOTHING LOADED, GENERATIONS KEPT'
                          DELIMITED SIZE
                   INTO WS-REPORT-LINE
               PERFORM 9300-WRITE-REPORT-LINE
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF.

       5400-PROVE-BEFORE-EXIT.
           EXIT.

      *================================================================
       5450-WRITE-TOTAL-LINE.
      *================================================================
           MOVE WS-TL-COUNT TO WS-COUNT-ED
           MOVE WS-TL-GROSS TO WS-AMOUNT-ED
           MOVE WS-TL-FEE   TO WS-AMOUNT-2-ED
           MOVE WS-TL-NET   TO WS-AMOUNT-3-ED
           STRING WS-TL-LABEL    DELIMITED SIZE
                  ' | ITEMS: '   DELIMITED SIZE
                  WS-COUNT-ED    DELIMITED SIZE
                  ' | GROSS: '   DELIMITED SIZE
                  WS-AMOUNT-ED   DELIMITED SIZE
                  ' | FEE: '     DELIMITED SIZE
                  WS-AMOUNT-2-ED DELIMITED SIZE
                  ' | NET: '     DELIMITED SIZE
                  WS-AMOUNT-3-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5450-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *================================================================
       5600-LOAD-HISTORY-ROW.
      *================================================================
      * The dated copy supplies the date and source; the ledger item
      * supplies the status as it stands now. Two items for one loan
      * in the same second take the next sequence number. An item a
      * compaction that failed after its load already put on the KSDS
      * is counted as loaded but adds no row.
           MOVE SORTED-DATED-RECORD  TO SETTLE-HISTORY-RECORD
           MOVE SR-SETTLEMENT-STATUS TO HS-SETTLEMENT-STATUS
           MOVE WS-RUN-DATE-N        TO HS-COMPACT-DATE
           MOVE 1                    TO HS-SEQ-NO
           MOVE 'N' TO WS-ROW-WRITTEN-SW
           MOVE 'N' TO WS-ROW-ON-FILE-SW
           PERFORM 5610-WRITE-ONE-ROW
               THRU 5610-WRITE-ONE-ROW-EXIT
               UNTIL WS-ROW-WRITTEN

           ADD 1                 TO WS-LOAD-COUNT
           ADD HS-GROSS-AMOUNT   TO WS-LOAD-GROSS
           ADD HS-SETTLEMENT-FEE TO WS-LOAD-FEE
           ADD HS-NET-AMOUNT     TO WS-LOAD-NET
           IF WS-ROW-ON-FILE
               ADD 1 TO WS-ALREADY-LOADED
           ELSE
               ADD 1 TO WS-ROWS-ON-FILE
           END-IF.

       5600-LOAD-HISTORY-ROW-EXIT.
           EXIT.

      *================================================================
       5610-WRITE-ONE-ROW.
      *================================================================
      * A key already on file is either this same item, loaded by an
      * earlier run of this compaction, or another item in the same
      * second. The row on file is compared with this one apart from
      * the compaction date and SETTLE-RECON's bank-match mark:
      * identical is the same item, anything else takes the next
      * sequence number.
           WRITE SETTLE-HISTORY-RECORD
           IF WS-HISTORY-STATUS = '22'
               MOVE SETTLE-HISTORY-RECORD TO WS-LOAD-IMAGE
               READ SETTLE-HISTORY-FILE
               MOVE WS-HISTORY-STATUS     TO WS-CHECK-STATUS-CODE
               MOVE 'READ SETTLE-HISTORY' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
               MOVE WS-RUN-DATE-N TO HS-COMPACT-DATE
               MOVE SPACE         TO HS-BANK-MATCH-SW
               IF SETTLE-HISTORY-RECORD = WS-LOAD-IMAGE
                   MOVE 'Y' TO WS-ROW-ON-FILE-SW
                   MOVE 'Y' TO WS-ROW-WRITTEN-SW
                   GO TO 5610-WRITE-ONE-ROW-EXIT
               END-IF
               MOVE WS-LOAD-IMAGE TO SETTLE-HISTORY-RECORD
               IF HS-SEQ-NO < 999
                   ADD 1 TO HS-SEQ-NO
                   ADD 1 TO WS-SEQ-BUMPED-COUNT
                   GO TO 5610-WRITE-ONE-ROW-EXIT
               END-IF
               MOVE '22' TO WS-HISTORY-STATUS
           END-IF
           MOVE WS-HISTORY-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE SETTLE-HISTORY' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE 'Y' TO WS-ROW-WRITTEN-SW.

       5610-WRITE-ONE-ROW-EXIT.
           EXIT.

      *================================================================
       5700-PROVE-AFTER.
      *================================================================
      * The rows loaded must equal the ledger side item for item and
      * amount for amount, and the row count on the KSDS must have
      * grown by exactly the rows loaded less any already on file.
           MOVE 'LOADED TO HISTORY' TO WS-TL-LABEL
           MOVE WS-LOAD-COUNT TO WS-TL-COUNT
           MOVE WS-LOAD-GROSS TO WS-TL-GROSS
           MOVE WS-LOAD-FEE   TO WS-TL-FEE
           MOVE WS-LOAD-NET   TO WS-TL-NET
           PERFORM 5450-WRITE-TOTAL-LINE
               THRU 5450-WRITE-TOTAL-LINE-EXIT

           MOVE WS-ROWS-BEFORE TO WS-TL-COUNT
           MOVE WS-ROWS-ON-FILE TO WS-COUNT-ED
           STRING 'HISTORY ROWS | BEFORE: ' DELIMITED SIZE
                  WS-TL-COUNT         DELIMITED SIZE
                  ' | AFTER: '        DELIMITED SIZE
                  WS-COUNT-ED         DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE 'N' TO WS-BALANCED-SW
           IF  WS-LOAD-COUNT = WS-LDG-COUNT
           AND WS-LOAD-GROSS = WS-LDG-GROSS
           AND WS-LOAD-FEE   = WS-LDG-FEE
           AND WS-LOAD-NET   = WS-LDG-NET
           AND WS-ROWS-ON-FILE = WS-ROWS-BEFORE + WS-LOAD-COUNT
                                 - WS-ALREADY-LOADED
               MOVE 'Y' TO WS-BALANCED-SW
               STRING 'COMPACTION BALANCED | ROLLED GENERATIONS '
                          DELIMITED SIZE
                      'MAY BE UNCATALOGED' DELIMITED SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING 'COMPACTION DOES NOT BALANCE AFTER LOAD | '
                          DELIMITED SIZE
                      'GENERATIONS KEPT' DELIMITED SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5700-PROVE-AFTER-EXIT.
           EXIT.

      *================================================================
       5800-CLEAR-DATED-FILE.
      *================================================================
      * Every dated item is now on the history KSDS, so the extract
      * starts empty for the coming week's stamps.
           OPEN OUTPUT SETTLE-DATED-FILE
           MOVE WS-DATED-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'CLEAR SETTLE-DATED' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           CLOSE SETTLE-DATED-FILE.

       5800-CLEAR-DATED-FILE-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           IF WS-MODE-COMPACT
               DISPLAY 'SETTLE-HIST COMPACT SUMMARY | LEDGER ITEMS: '
                   WS-LDG-COUNT
                   ' | DATED ITEMS: ' WS-DAT-COUNT
                   ' | LOADED: ' WS-LOAD-COUNT
                   ' | LEDGER NOT DATED: ' WS-LEDGER-ONLY-COUNT
                   ' | DATED NOT ON LEDGER: ' WS-DATED-ONLY-COUNT
                   ' | SAME-SECOND ITEMS: ' WS-SEQ-BUMPED-COUNT
                   ' | ALREADY LOADED: ' WS-ALREADY-LOADED
                   ' | HISTORY ROWS: ' WS-ROWS-ON-FILE
           ELSE
               DISPLAY 'SETTLE-HIST STAMP SUMMARY | SOURCE: '
                   WS-LEDGER-SOURCE
                   ' | LEDGER ITEMS STAMPED: ' WS-LDG-COUNT
                   ' | BUSINESS DATE: ' WS-RUN-DATE-N
           END-IF.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE SETTLE-HISTORY-FILE
           CLOSE HISTORY-REPORT
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
               DISPLAY 'SETTLE-HIST: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE HISTORY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE HISTORY-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name. A history load that cannot trust
      * its files must not let the JCL uncatalog the ledger, so any
      * I/O failure stops the run with 9999.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'SETTLE-HIST: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               IF WS-MODE-COMPACT
                   CLOSE SORTED-LEDGER
                   CLOSE SORTED-DATED
               ELSE
                   CLOSE SETTLE-LEDGER
                   CLOSE SETTLE-DATED-FILE
               END-IF
               CLOSE SETTLE-HISTORY-FILE
               CLOSE HISTORY-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

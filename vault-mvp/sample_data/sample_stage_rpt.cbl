      *             movement generations, joined back to the stage
      *             history per loan), together with the opening-to-
      *             closing reconciliation of the total provision.
      *             Loans under forbearance or restructuring at any
      *             point in the period (from the FORBMAST KSDS) are
      *             also shown separately per stage, with their ECL,
      *             as the forborne-exposure disclosure requires.
      *             The ECL is LOAN-CALC's collateral-based,
      *             probability-weighted figure; the per-scenario
      *             breakdown generations behind it (ECLSCNB) are
      *             disclosed by stage and scenario and proved back
      *             to the period's movements for the auditors.
      *             The period comes from the RPTPERD control card
      *             (from/to YYYYMM), so the pack can be produced for
      *             any quarter the auditors ask about, not just
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ECL-MOVE-STATUS.
           SELECT ECL-BREAKDOWN-FILE
               ASSIGN TO ECLSCNB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ECL-SCN-STATUS.
           SELECT PERIOD-CARD-FILE
               ASSIGN TO RPTPERD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT FORBEARANCE-FILE
               ASSIGN TO FORBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FORB-STATUS.
           SELECT DISCLOSURE-REPORT
               ASSIGN TO STAGERPT
               ORGANIZATION IS SEQUENTIAL
               10  EM-POST-DD          PIC 9(2).
           05  FILLER                 PIC X(4).

       FD  ECL-BREAKDOWN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY 'ECLSCNB-REC'.

       FD  PERIOD-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           05  PC-TO-PERIOD         PIC X(6).
           05  FILLER               PIC X(67).

       FD  FORBEARANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FORBEARANCE-RECORD.
           05  FB-KEY.
               10  FB-CUSTOMER-ID       PIC X(10).
               10  FB-LOAN-ACCT-NO      PIC X(10).
           05  FB-CONCESSION-TYPE       PIC X(2).
           05  FB-INTEREST-TREATMENT    PIC X(1).
           05  FB-EFFECTIVE-MONTH       PIC 9(6).
           05  FB-CONCESSION-MONTHS     PIC 9(3).
           05  FB-APPROVAL-DATE         PIC 9(8).
           05  FB-CONCESSION-END-DATE   PIC 9(8).
           05  FB-PROBATION-END-DATE    PIC 9(8).
           05  FB-UNPAID-INTEREST       PIC 9(12)V99 COMP-3.
           05  FB-APPROVER-ID           PIC X(8).
           05  FB-RESTRUCTURE-COUNT     PIC 9(2).
           05  FILLER                  PIC X(6).

       FD  DISCLOSURE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  WS-PERIOD-CONTROL.
           05  WS-FROM-PERIOD       PIC 9(6)     VALUE ZEROS.
           05  WS-TO-PERIOD         PIC 9(6)     VALUE ZEROS.
           05  WS-PERIOD-START-DATE PIC 9(8)     VALUE ZEROS.
           05  WS-PERIOD-END-DATE   PIC 9(8)     VALUE ZEROS.

      *----------------------------------------------------------------
      * STAGE-MIGRATION MATRIX
           05  WS-FROM-IDX          PIC 9(1) COMP  VALUE ZEROS.
           05  WS-TO-IDX            PIC 9(1) COMP  VALUE ZEROS.

      *----------------------------------------------------------------
      * FORBORNE EXPOSURES
      * A loan counts as forborne for the period when its concession
      * was approved on or before the period end and its probation
      * had not ended before the period start. These loans stay in
      * the matrix above; this is the separate view of them by the
      * stage they closed the period in.
      *----------------------------------------------------------------
       01  WS-FORBORNE-EXPOSURE.
           05  WS-FORB-STAGE        OCCURS 3 TIMES.
               10  WS-FORB-COUNT    PIC 9(7)      COMP.
               10  WS-FORB-ECL      PIC 9(14)V99  COMP-3.
           05  WS-FORB-TOTAL-COUNT  PIC 9(7) COMP  VALUE ZEROS.
           05  WS-FORB-TOTAL-ECL    PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-FORBORNE-SW       PIC X(1)       VALUE 'N'.
               88  WS-FORBORNE      VALUE 'Y'.

      *----------------------------------------------------------------
      * PROVISION RECONCILIATION TOTALS
      * Opening is everything provided before the period, movement is
           05  WS-UNMATCHED-ECL     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-UNMATCHED-COUNT   PIC 9(7) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * FORWARD-LOOKING SCENARIO BREAKDOWN
      * Per closing stage, the provision each scenario alone would have
      * required and the probability-weighted figure actually booked,
      * from the breakdown row LOAN-CALC writes with every movement.
      * Scenario 1 is BASE, 2 UPSIDE, 3 DOWNSIDE. Movements booked
      * before the breakdown existed have no row; their amount is the
      * difference between the period's movements and the weighted
      * total here.
      *----------------------------------------------------------------
       01  WS-SCENARIO-BREAKDOWN.
           05  WS-SCN-STAGE         OCCURS 3 TIMES.
               10  WS-SCN-STAGE-COUNT PIC 9(7)    COMP.
               10  WS-SCN-STAGE-WEIGHTED PIC 9(14)V99 COMP-3.
               10  WS-SCN-STAGE-ECL PIC 9(14)V99  COMP-3
                                     OCCURS 3 TIMES.
           05  WS-SCN-TOTAL-ECL     PIC 9(14)V99  COMP-3
                                     OCCURS 3 TIMES.
           05  WS-SCN-TOTAL-COUNT   PIC 9(7) COMP  VALUE ZEROS.
           05  WS-SCN-TOTAL-WEIGHTED PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-SCN-TOTAL-EAD     PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-SCN-TOTAL-COLL    PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-SCN-UNCOVERED-ECL PIC 9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-SCN-IDX           PIC 9(1) COMP  VALUE ZEROS.
           05  WS-SCN-LAST-QUARTER  PIC X(6)       VALUE SPACES.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
      *----------------------------------------------------------------
           05  WS-STAGE-ROWS        PIC 9(8) COMP VALUE ZEROS.
           05  WS-IN-PERIOD-ROWS    PIC 9(8) COMP VALUE ZEROS.
           05  WS-ECL-ROWS          PIC 9(8) COMP VALUE ZEROS.
           05  WS-SCN-ROWS          PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
           05  WS-ECL-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-ECL-2-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-ECL-3-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-ECL-4-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  WS-STAGE-FROM-D      PIC 9(1)     VALUE ZEROS.
           05  WS-STAGE-TO-D        PIC 9(1)     VALUE ZEROS.

           05  WS-ECL-MOVE-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-PERIOD-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-FORB-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-FORB-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-FORB-AVAIL    VALUE 'Y'.
           05  WS-ECL-SCN-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-SCN-AVAIL-SW      PIC X(1)     VALUE 'N'.
               88  WS-SCN-AVAIL     VALUE 'Y'.
           05  WS-SCN-EOF-SW        PIC X(1)     VALUE 'N'.
               88  WS-SCN-EOF       VALUE 'Y'.
           05  WS-STAGE-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-STAGE-EOF     VALUE 'Y'.
           05  WS-ECL-EOF-SW        PIC X(1)     VALUE 'N'.
      * movements into the cells and the reconciliation, then prints
      * the pack.
           INITIALIZE WS-MIGRATION-MATRIX
           INITIALIZE WS-FORBORNE-EXPOSURE
           INITIALIZE WS-SCENARIO-BREAKDOWN
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-REPORT-PERIOD
               THRU 1000-COUNT-STAGE-ROWS-EXIT
           PERFORM 2000-FOLD-ECL-MOVEMENTS
               THRU 2000-FOLD-ECL-MOVEMENTS-EXIT
           IF WS-SCN-AVAIL
               PERFORM 3000-FOLD-SCENARIO-ROWS
                   THRU 3000-FOLD-SCENARIO-ROWS-EXIT
           END-IF
           PERFORM 5000-PRINT-DISCLOSURE
               THRU 5000-PRINT-DISCLOSURE-EXIT
           PERFORM 9100-PRINT-SUMMARY
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The forbearance master is created by LOAN-RESTR on its first
      * run; until then there are no forborne exposures to disclose.
           OPEN INPUT FORBEARANCE-FILE
           IF WS-FORB-STATUS = '00'
               MOVE 'Y' TO WS-FORB-AVAIL-SW
           ELSE
               DISPLAY 'STAGE-RPT: NO FORBEARANCE MASTER ON FILE'
           END-IF

      * The scenario breakdown generations start with the first
      * LOAN-CALC run on scenario-weighted ECL; with none cataloged
      * the pack is produced without the scenario section.
           OPEN INPUT ECL-BREAKDOWN-FILE
           IF WS-ECL-SCN-STATUS = '00'
               MOVE 'Y' TO WS-SCN-AVAIL-SW
           ELSE
               DISPLAY 'STAGE-RPT: NO ECL SCENARIO BREAKDOWN ON FILE'
           END-IF

           OPEN OUTPUT DISCLOSURE-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN DISCLOSURE-RPT' TO WS-CHECK-STATUS-OPER

           MOVE PC-FROM-PERIOD TO WS-FROM-PERIOD
           MOVE PC-TO-PERIOD   TO WS-TO-PERIOD
           COMPUTE WS-PERIOD-START-DATE = WS-FROM-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-END-DATE   = WS-TO-PERIOD * 100 + 31

           IF WS-TO-PERIOD < WS-FROM-PERIOD
               DISPLAY 'STAGE-RPT: RPTPERD RANGE INVERTED - '
                           ADD 1 TO WS-CELL-COUNT
                               (WS-FROM-IDX, WS-TO-IDX)
                       END-IF
                       PERFORM 1200-CHECK-FORBORNE
                           THRU 1200-CHECK-FORBORNE-EXIT
                       IF WS-FORBORNE
                           ADD 1 TO WS-FORB-COUNT (WS-TO-IDX)
                           ADD 1 TO WS-FORB-TOTAL-COUNT
                       END-IF
                   END-IF
           END-READ.

       1100-CLASSIFY-STAGE-ROW-EXIT.
           EXIT.

      *================================================================
       1200-CHECK-FORBORNE.
      *================================================================
      * Looks up the loan in the stage row in the FD buffer on the
      * forbearance master and sets WS-FORBORNE-SW for the period.
           MOVE 'N' TO WS-FORBORNE-SW
           IF NOT WS-FORB-AVAIL
               GO TO 1200-CHECK-FORBORNE-EXIT
           END-IF

           MOVE SH-CUSTOMER-ID  TO FB-CUSTOMER-ID
           MOVE SH-LOAN-ACCT-NO TO FB-LOAN-ACCT-NO
           READ FORBEARANCE-FILE
               INVALID KEY
                   GO TO 1200-CHECK-FORBORNE-EXIT
           END-READ

           IF FB-APPROVAL-DATE <= WS-PERIOD-END-DATE
           AND FB-PROBATION-END-DATE >= WS-PERIOD-START-DATE
               MOVE 'Y' TO WS-FORBORNE-SW
           END-IF.

       1200-CHECK-FORBORNE-EXIT.
           EXIT.

      *================================================================
       2000-FOLD-ECL-MOVEMENTS.
      *================================================================
                       ADD EM-ECL-AMOUNT TO WS-CELL-ECL
                           (WS-FROM-IDX, WS-TO-IDX)
                   END-IF
                   PERFORM 1200-CHECK-FORBORNE
                       THRU 1200-CHECK-FORBORNE-EXIT
                   IF WS-FORBORNE
                       ADD EM-ECL-AMOUNT TO WS-FORB-ECL (WS-TO-IDX)
                       ADD EM-ECL-AMOUNT TO WS-FORB-TOTAL-ECL
                   END-IF
           END-READ.

       2100-PLACE-MOVEMENT-IN-CELL-EXIT.
           EXIT.

      *================================================================
       3000-FOLD-SCENARIO-ROWS.
      *================================================================
           PERFORM 3010-READ-ONE-SCENARIO-ROW
               THRU 3010-READ-ONE-SCENARIO-ROW-EXIT
               UNTIL WS-SCN-EOF.

       3000-FOLD-SCENARIO-ROWS-EXIT.
           EXIT.

      *================================================================
       3010-READ-ONE-SCENARIO-ROW.
      *================================================================
      * Only rows posted inside the period count, on the same dating
      * as the movements they explain; the stage is the one the
      * movement was booked at.
           READ ECL-BREAKDOWN-FILE
               AT END
                   MOVE 'Y' TO WS-SCN-EOF-SW
                   GO TO 3010-READ-ONE-SCENARIO-ROW-EXIT
           END-READ
           IF ES-POST-YYYYMM < WS-FROM-PERIOD
           OR ES-POST-YYYYMM > WS-TO-PERIOD
               GO TO 3010-READ-ONE-SCENARIO-ROW-EXIT
           END-IF

           ADD 1 TO WS-SCN-ROWS
           ADD 1 TO WS-SCN-TOTAL-COUNT
           MOVE ES-SCENARIO-QUARTER TO WS-SCN-LAST-QUARTER
           IF ES-IFRS-STAGE >= 1 AND ES-IFRS-STAGE <= 3
               MOVE ES-IFRS-STAGE TO WS-TO-IDX
           ELSE
               MOVE 1 TO WS-TO-IDX
           END-IF
           ADD 1 TO WS-SCN-STAGE-COUNT (WS-TO-IDX)
           ADD ES-WEIGHTED-ECL TO WS-SCN-STAGE-WEIGHTED (WS-TO-IDX)
           ADD ES-WEIGHTED-ECL     TO WS-SCN-TOTAL-WEIGHTED
           ADD ES-EAD-AMOUNT       TO WS-SCN-TOTAL-EAD
           ADD ES-COLLATERAL-VALUE TO WS-SCN-TOTAL-COLL
           PERFORM 3020-ADD-ONE-SCENARIO
               THRU 3020-ADD-ONE-SCENARIO-EXIT
               VARYING WS-SCN-IDX FROM 1 BY 1
               UNTIL WS-SCN-IDX > 3.

       3010-READ-ONE-SCENARIO-ROW-EXIT.
           EXIT.

      *================================================================
       3020-ADD-ONE-SCENARIO.
      *================================================================
           ADD ES-SCN-ECL (WS-SCN-IDX)
               TO WS-SCN-STAGE-ECL (WS-TO-IDX, WS-SCN-IDX)
           ADD ES-SCN-ECL (WS-SCN-IDX)
               TO WS-SCN-TOTAL-ECL (WS-SCN-IDX).

       3020-ADD-ONE-SCENARIO-EXIT.
           EXIT.

      *================================================================
       5000-PRINT-DISCLOSURE.
      *================================================================
                   THRU 9300-WRITE-REPORT-LINE-EXIT
           END-IF

           PERFORM 5200-PRINT-FORBORNE-STAGE
               THRU 5200-PRINT-FORBORNE-STAGE-EXIT
               VARYING WS-TO-IDX FROM 1 BY 1
               UNTIL WS-TO-IDX > 3

           MOVE WS-FORB-TOTAL-COUNT TO WS-COUNT-ED
           MOVE WS-FORB-TOTAL-ECL   TO WS-ECL-ED
           STRING 'FORBORNE EXPOSURES TOTAL | LOANS: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
                  ' | ECL: ' DELIMITED SIZE
                  WS-ECL-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           COMPUTE WS-CLOSING-ECL =
               WS-OPENING-ECL + WS-PERIOD-ECL
           MOVE WS-OPENING-ECL TO WS-ECL-ED
                  WS-ECL-3-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-SCN-AVAIL
               PERFORM 5300-PRINT-SCENARIO-BREAKDOWN
                   THRU 5300-PRINT-SCENARIO-BREAKDOWN-EXIT
           END-IF.

       5000-PRINT-DISCLOSURE-EXIT.
           EXIT.
       5100-PRINT-MATRIX-CELL-EXIT.
           EXIT.

      *================================================================
       5200-PRINT-FORBORNE-STAGE.
      *================================================================
           MOVE WS-TO-IDX TO WS-STAGE-TO-D
           MOVE WS-FORB-COUNT (WS-TO-IDX) TO WS-COUNT-ED
           MOVE WS-FORB-ECL (WS-TO-IDX)   TO WS-ECL-ED
           STRING 'FORBORNE EXPOSURES | STAGE ' DELIMITED SIZE
                  WS-STAGE-TO-D DELIMITED SIZE
                  ' | LOANS: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
                  ' | ECL: ' DELIMITED SIZE
                  WS-ECL-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5200-PRINT-FORBORNE-STAGE-EXIT.
           EXIT.

      *================================================================
       5300-PRINT-SCENARIO-BREAKDOWN.
      *================================================================
      * One line per closing stage and a total, each showing the ECL
      * under BASE, UPSIDE and DOWNSIDE alone and the weighted figure
      * booked, then the exposure and collateral the LGD worked from
      * and the proof back to the period's movements.
           STRING 'FORWARD-LOOKING SCENARIOS | LATEST SCENARIO SET: '
                      DELIMITED SIZE
                  WS-SCN-LAST-QUARTER DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           PERFORM 5310-PRINT-SCENARIO-STAGE
               THRU 5310-PRINT-SCENARIO-STAGE-EXIT
               VARYING WS-TO-IDX FROM 1 BY 1
               UNTIL WS-TO-IDX > 3

           MOVE WS-SCN-TOTAL-ECL (1)  TO WS-ECL-ED
           MOVE WS-SCN-TOTAL-ECL (2)  TO WS-ECL-2-ED
           MOVE WS-SCN-TOTAL-ECL (3)  TO WS-ECL-3-ED
           MOVE WS-SCN-TOTAL-WEIGHTED TO WS-ECL-4-ED
           STRING 'SCENARIO ECL TOTAL | BASE:' DELIMITED SIZE
                  WS-ECL-ED   DELIMITED SIZE
                  ' | UP:' DELIMITED SIZE
                  WS-ECL-2-ED DELIMITED SIZE
                  ' | DOWN:' DELIMITED SIZE
                  WS-ECL-3-ED DELIMITED SIZE
                  ' | WGT:' DELIMITED SIZE
                  WS-ECL-4-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           MOVE WS-SCN-TOTAL-COUNT TO WS-COUNT-ED
           MOVE WS-SCN-TOTAL-EAD   TO WS-ECL-ED
           MOVE WS-SCN-TOTAL-COLL  TO WS-ECL-2-ED
           STRING 'SCENARIO BASIS | LOANS: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
                  ' | EXPOSURE AT DEFAULT: ' DELIMITED SIZE
                  WS-ECL-ED   DELIMITED SIZE
                  ' | COLLATERAL VALUE: ' DELIMITED SIZE
                  WS-ECL-2-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

      * The weighted figure on each row is its movement's own amount,
      * so a breakdown larger than the period's movements is a leak;
      * a smaller one is movements booked before scenario weighting.
           IF WS-SCN-TOTAL-WEIGHTED > WS-PERIOD-ECL
               COMPUTE WS-SCN-UNCOVERED-ECL =
                   WS-SCN-TOTAL-WEIGHTED - WS-PERIOD-ECL
               MOVE WS-SCN-UNCOVERED-ECL TO WS-ECL-ED
               STRING 'SCENARIO BREAKDOWN EXCEEDS PERIOD MOVEMENT BY: '
                          DELIMITED SIZE
                      WS-ECL-ED DELIMITED SIZE
                   INTO WS-REPORT-LINE
               MOVE 5801 TO WS-RETURN-CODE
           ELSE
               COMPUTE WS-SCN-UNCOVERED-ECL =
                   WS-PERIOD-ECL - WS-SCN-TOTAL-WEIGHTED
               MOVE WS-SCN-UNCOVERED-ECL TO WS-ECL-ED
               STRING 'MOVEMENTS WITHOUT SCENARIO BREAKDOWN | ECL: '
                          DELIMITED SIZE
                      WS-ECL-ED DELIMITED SIZE
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5300-PRINT-SCENARIO-BREAKDOWN-EXIT.
           EXIT.

      *================================================================
       5310-PRINT-SCENARIO-STAGE.
      *================================================================
           MOVE WS-TO-IDX TO WS-STAGE-TO-D
           MOVE WS-SCN-STAGE-ECL (WS-TO-IDX, 1) TO WS-ECL-ED
           MOVE WS-SCN-STAGE-ECL (WS-TO-IDX, 2) TO WS-ECL-2-ED
           MOVE WS-SCN-STAGE-ECL (WS-TO-IDX, 3) TO WS-ECL-3-ED
           MOVE WS-SCN-STAGE-WEIGHTED (WS-TO-IDX) TO WS-ECL-4-ED
           STRING 'SCENARIO ECL | STAGE ' DELIMITED SIZE
                  WS-STAGE-TO-D DELIMITED SIZE
                  ' | BASE:' DELIMITED SIZE
                  WS-ECL-ED   DELIMITED SIZE
                  ' | UP:' DELIMITED SIZE
                  WS-ECL-2-ED DELIMITED SIZE
                  ' | DOWN:' DELIMITED SIZE
                  WS-ECL-3-ED DELIMITED SIZE
                  ' | WGT:' DELIMITED SIZE
                  WS-ECL-4-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       5310-PRINT-SCENARIO-STAGE-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           DISPLAY 'STAGE-RPT SUMMARY | STAGE ROWS: ' WS-STAGE-ROWS
               ' | IN PERIOD: ' WS-IN-PERIOD-ROWS
               ' | ECL MOVEMENTS: ' WS-ECL-ROWS
               ' | SCENARIO ROWS: ' WS-SCN-ROWS
               ' | UNMATCHED MOVEMENTS: ' WS-UNMATCHED-COUNT
               ' | FORBORNE: ' WS-FORB-TOTAL-COUNT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.
           CLOSE STAGE-HISTORY
           CLOSE ECL-MOVEMENT-FILE
           CLOSE DISCLOSURE-REPORT
           IF WS-FORB-AVAIL
               CLOSE FORBEARANCE-FILE
           END-IF
           IF WS-SCN-AVAIL
               CLOSE ECL-BREAKDOWN-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
               CLOSE STAGE-HISTORY
               CLOSE ECL-MOVEMENT-FILE
               CLOSE DISCLOSURE-REPORT
               IF WS-FORB-AVAIL
                   CLOSE FORBEARANCE-FILE
               END-IF
               IF WS-SCN-AVAIL
                   CLOSE ECL-BREAKDOWN-FILE
               END-IF
               STOP RUN
           END-IF.


      *             payments gateway ingests (header, one instruction
      *             per counterparty, trailer with count and total),
      *             and writes a netting cross-reference tying every
      *             ledger item to the wire that carried it. Closes
      *             with a utilisation line per counterparty limit on
      *             CPLIMIT: the business day's gross settled (limit
      *             releases included) against the daily limit, and
      *             what SETTLE-SYS held on the limit-excess queue.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT CPTY-LIMIT-FILE
               ASSIGN TO CPLIMIT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CL-KEY
               FILE STATUS IS WS-CPLIMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 40 CHARACTERS.
           COPY 'BUSCAL-REC'.

       FD  CPTY-LIMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY 'CPLIMIT-REC'.

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
           05  WS-LEDGER-COUNT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-CONFIRMED-COUNT    PIC 9(8) COMP VALUE ZEROS.
           05  WS-SKIPPED-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-LIMIT-COUNT        PIC 9(8) COMP VALUE ZEROS.
           05  WS-OVER-LIMIT-COUNT   PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * COUNTERPARTY LIMIT UTILISATION
      * Read straight off CPLIMIT after SETTLE-SYS has booked the
      * night. A row last touched on an earlier business date had no
      * settlements tonight, so only its pending releases (wired
      * tonight off the limit ledger) count toward today's use, and
      * only when they were booked for tonight's business date.
      *----------------------------------------------------------------
       01  WS-LIMIT-UTILISATION.
           05  WS-CPLIMIT-EOF-SW     PIC X(1)     VALUE 'N'.
               88  WS-CPLIMIT-EOF    VALUE 'Y'.
           05  WS-UTIL-DATE          PIC 9(8)     VALUE ZEROS.
           05  WS-UTIL-USED          PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-UTIL-RELEASE       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-UTIL-HELD          PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-UTIL-HELD-COUNT    PIC 9(7)     COMP-3 VALUE ZEROS.
           05  WS-UTIL-PERCENT       PIC 9(5)V9   COMP-3 VALUE ZEROS.
           05  WS-UTIL-FLAG          PIC X(12)    VALUE SPACES.
           05  WS-UTIL-LIMIT-ED      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-UTIL-USED-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-UTIL-HELD-ED       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-UTIL-COUNT-ED      PIC ZZZ,ZZ9.
           05  WS-UTIL-PERCENT-ED    PIC ZZZZ9.9.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
           05  WS-SORTED-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-INSTR-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-XREF-STATUS        PIC X(2)     VALUE SPACES.
           05  WS-CPLIMIT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-VALUE-DATE-N       PIC 9(8)     VALUE ZEROS.
           05  WS-SORTED-EOF-SWITCH  PIC X(1)     VALUE 'N'.
               88  WS-SORTED-EOF     VALUE 'Y'.
      * ACCOUNT-MAINT sorts the account master for its report, then
      * runs one control-break pass writing the instruction and
      * cross-reference files.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 1000-SORT-LEDGER
               THRU 1000-SORT-LEDGER-EXIT
           PERFORM 0100-OPEN-FILES
               THRU 1900-FLUSH-FINAL-GROUP-EXIT
           PERFORM 8000-WRITE-INSTRUCTION-TRAILER
               THRU 8000-WRITE-INSTRUCTION-TRAILER-EXIT
           PERFORM 8500-REPORT-LIMIT-UTILISATION
               THRU 8500-REPORT-LIMIT-UTILISATION-EXIT
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
           MOVE 'SETLNET ' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'SETTLE-NET: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'SETTLE-NET: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'SETTLE-NET: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       1000-SORT-LEDGER.
      *================================================================
       8000-WRITE-INSTRUCTION-TRAILER-EXIT.
           EXIT.

      *================================================================
       8500-REPORT-LIMIT-UTILISATION.
      *================================================================
      * Treasury's view of the night against each correspondent's
      * daily gross limit. A shop with no limits loaded yet has no
      * CPLIMIT cluster; that is reported and is not an error.
           IF RCL-NOT-CONTROLLED
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-UTIL-DATE
           ELSE
               MOVE RCL-BUSINESS-DATE TO WS-UTIL-DATE
           END-IF

           OPEN INPUT CPTY-LIMIT-FILE
           IF WS-CPLIMIT-STATUS NOT = '00'
               DISPLAY 'SETTLE-NET: NO COUNTERPARTY LIMIT FILE - '
                   'UTILISATION NOT REPORTED'
               GO TO 8500-REPORT-LIMIT-UTILISATION-EXIT
           END-IF

           DISPLAY 'SETTLE-NET LIMIT UTILISATION | BUSINESS DATE: '
               WS-UTIL-DATE
           PERFORM 8510-READ-LIMIT-ROW
               THRU 8510-READ-LIMIT-ROW-EXIT
           PERFORM 8520-REPORT-ONE-LIMIT
               THRU 8520-REPORT-ONE-LIMIT-EXIT
               UNTIL WS-CPLIMIT-EOF
           CLOSE CPTY-LIMIT-FILE.

       8500-REPORT-LIMIT-UTILISATION-EXIT.
           EXIT.

      *================================================================
       8510-READ-LIMIT-ROW.
      *================================================================
           READ CPTY-LIMIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CPLIMIT-EOF-SW
                   GO TO 8510-READ-LIMIT-ROW-EXIT
           END-READ
           MOVE WS-CPLIMIT-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'READ CPTY-LIMIT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       8510-READ-LIMIT-ROW-EXIT.
           EXIT.

      *================================================================
       8520-REPORT-ONE-LIMIT.
      *================================================================
           ADD 1 TO WS-LIMIT-COUNT
           IF CL-RELEASE-DATE = WS-UTIL-DATE
               MOVE CL-RELEASE-PENDING TO WS-UTIL-RELEASE
           ELSE
               MOVE ZEROS TO WS-UTIL-RELEASE
           END-IF
           IF CL-USED-DATE = WS-UTIL-DATE
               COMPUTE WS-UTIL-USED =
                   CL-USED-AMOUNT + WS-UTIL-RELEASE
               MOVE CL-HELD-AMOUNT TO WS-UTIL-HELD
               MOVE CL-HELD-COUNT  TO WS-UTIL-HELD-COUNT
           ELSE
               MOVE WS-UTIL-RELEASE TO WS-UTIL-USED
               MOVE ZEROS TO WS-UTIL-HELD
               MOVE ZEROS TO WS-UTIL-HELD-COUNT
           END-IF

           IF CL-DAILY-LIMIT > ZEROS
               COMPUTE WS-UTIL-PERCENT ROUNDED =
                   (WS-UTIL-USED * 100) / CL-DAILY-LIMIT
           ELSE
               MOVE ZEROS TO WS-UTIL-PERCENT
           END-IF

           EVALUATE TRUE
               WHEN CL-LIMIT-SUSPENDED
                   MOVE 'SUSPENDED'   TO WS-UTIL-FLAG
               WHEN WS-UTIL-USED > CL-DAILY-LIMIT
                   MOVE 'OVER LIMIT'  TO WS-UTIL-FLAG
                   ADD 1 TO WS-OVER-LIMIT-COUNT
               WHEN WS-UTIL-HELD-COUNT > ZEROS
                   MOVE 'ITEMS HELD'  TO WS-UTIL-FLAG
               WHEN OTHER
                   MOVE SPACES        TO WS-UTIL-FLAG
           END-EVALUATE

           MOVE CL-DAILY-LIMIT     TO WS-UTIL-LIMIT-ED
           MOVE WS-UTIL-USED       TO WS-UTIL-USED-ED
           MOVE WS-UTIL-HELD       TO WS-UTIL-HELD-ED
           MOVE WS-UTIL-HELD-COUNT TO WS-UTIL-COUNT-ED
           MOVE WS-UTIL-PERCENT    TO WS-UTIL-PERCENT-ED
           DISPLAY '  BIC: ' CL-BIC ' ' CL-CURRENCY
               ' | LIMIT: ' WS-UTIL-LIMIT-ED
               ' | USED: ' WS-UTIL-USED-ED
               ' | PCT: ' WS-UTIL-PERCENT-ED
               ' | HELD: ' WS-UTIL-HELD-ED
               ' (' WS-UTIL-COUNT-ED ')'
               ' ' WS-UTIL-FLAG

           PERFORM 8510-READ-LIMIT-ROW
               THRU 8510-READ-LIMIT-ROW-EXIT.

       8520-REPORT-ONE-LIMIT-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
               WS-LEDGER-COUNT
               ' | CONFIRMED NETTED: ' WS-CONFIRMED-COUNT
               ' | SKIPPED: ' WS-SKIPPED-COUNT
               ' | WIRES: ' WS-WIRE-SEQUENCE
               ' | LIMITS: ' WS-LIMIT-COUNT
               ' | OVER LIMIT: ' WS-OVER-LIMIT-COUNT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.
           CLOSE SORTED-LEDGER
           CLOSE PAYMENT-INSTRUCTION-FILE
           CLOSE NET-XREF-FILE
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
               DISPLAY 'SETTLE-NET: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.

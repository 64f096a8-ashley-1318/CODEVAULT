      *================================================================
      * PROGRAM-ID: OD-EXCESS
      * PURPOSE:    Daily overdraft excess report. Lists every account
      *             on the master whose balance stands below minus its
      *             arranged overdraft limit -- the unarranged part of
      *             an overdraft, whether the customer never had a
      *             facility, it was cancelled or has expired, or bank
      *             charges took the balance past the limit. Each line
      *             shows the balance, the limit in force, the excess
      *             and the state of the facility on ODFACIL, so the
      *             branches can chase the customer before month-end
      *             ACCT-CYCLE charges the excess rate and the
      *             unarranged-overdraft fee. Ends RC 5301 when any
      *             account is listed.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-EXCESS.
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
           SELECT OD-FACILITY-FILE
               ASSIGN TO ODFACIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OD-ACC-NUMBER
               FILE STATUS IS WS-ODFAC-STATUS.
           SELECT EXCESS-REPORT
               ASSIGN TO ODXSRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS.
           COPY 'ACCOUNT-REC'.

       FD  OD-FACILITY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS.
           COPY 'ODFACIL-REC'.

       FD  EXCESS-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  EXCESS-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * PER-ACCOUNT POSITION
      * The limit in force is that of an active facility not past its
      * expiry date, the same rule ACCOUNT-MAINT applies when it lets
      * a debit into the overdraft.
      *----------------------------------------------------------------
       01  WS-EXCESS-DATA.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-OD-LIMIT          PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-EXCESS-AMT        PIC 9(13)V99 COMP-3 VALUE ZEROS.
           05  WS-FACILITY-STATE    PIC X(9)     VALUE SPACES.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS AND TOTALS
      *----------------------------------------------------------------
       01  WS-SUMMARY-COUNTS.
           05  WS-ACCOUNT-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-OVERDRAWN-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-EXCESS-COUNT      PIC 9(8) COMP VALUE ZEROS.
           05  WS-EXCESS-TOTAL      PIC 9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-BALANCE-ED        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-LIMIT-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-EXCESS-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-TOTAL-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
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
           05  WS-ACCOUNT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-ODFAC-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-ACCOUNT-EOF-SW    PIC X(1)     VALUE 'N'.
               88  WS-ACCOUNT-EOF   VALUE 'Y'.
           05  WS-ODFAC-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-ODFAC-AVAIL   VALUE 'Y'.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-N
           PERFORM 0200-READ-ACCOUNT
               THRU 0200-READ-ACCOUNT-EXIT
           PERFORM 1500-CHECK-ONE-ACCOUNT
               THRU 1500-CHECK-ONE-ACCOUNT-EXIT
               UNTIL WS-ACCOUNT-EOF
           PERFORM 8000-WRITE-TOTALS
               THRU 8000-WRITE-TOTALS-EXIT
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
           MOVE 'ODEXCESS' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'OD-EXCESS: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'OD-EXCESS: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'OD-EXCESS: RERUN FOR BUSINESS DATE '
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

           OPEN OUTPUT EXCESS-REPORT
           MOVE WS-REPORT-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN EXCESS-REPORT' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * Before the first facility is ever set up there is no facility
      * file; every overdrawn balance is then unarranged.
           OPEN INPUT OD-FACILITY-FILE
           IF WS-ODFAC-STATUS = '00'
               MOVE 'Y' TO WS-ODFAC-AVAIL-SW
           ELSE
               DISPLAY 'OD-EXCESS: NO OVERDRAFT FACILITY FILE - '
                   'ALL DEBIT BALANCES TREATED AS UNARRANGED'
           END-IF.

       0100-OPEN-FILES-EXIT.
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
       1500-CHECK-ONE-ACCOUNT.
      *================================================================
      * Only a debit balance can be in excess; the facility file is
      * read for those alone.
           IF ACC-BALANCE < ZEROS
               ADD 1 TO WS-OVERDRAWN-COUNT
               PERFORM 1600-LOOKUP-OD-FACILITY
                   THRU 1600-LOOKUP-OD-FACILITY-EXIT
               IF ACC-BALANCE + WS-OD-LIMIT < ZEROS
                   PERFORM 1700-REPORT-EXCESS-ACCOUNT
                       THRU 1700-REPORT-EXCESS-ACCOUNT-EXIT
               END-IF
           END-IF

           PERFORM 0200-READ-ACCOUNT
               THRU 0200-READ-ACCOUNT-EXIT.

       1500-CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

      *================================================================
       1600-LOOKUP-OD-FACILITY.
      *================================================================
           MOVE ZEROS  TO WS-OD-LIMIT
           MOVE 'NONE' TO WS-FACILITY-STATE
           IF NOT WS-ODFAC-AVAIL
               GO TO 1600-LOOKUP-OD-FACILITY-EXIT
           END-IF

           MOVE ACC-NUMBER TO OD-ACC-NUMBER
           READ OD-FACILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OD-CANCELLED
                           MOVE 'CANCELLED' TO WS-FACILITY-STATE
                       WHEN OD-EXPIRY-DATE NOT = ZEROS
                       AND OD-EXPIRY-DATE < WS-RUN-DATE-N
                           MOVE 'EXPIRED'   TO WS-FACILITY-STATE
                       WHEN OD-ACTIVE
                           MOVE 'ACTIVE'    TO WS-FACILITY-STATE
                           MOVE OD-LIMIT    TO WS-OD-LIMIT
                       WHEN OTHER
                           MOVE 'UNKNOWN'   TO WS-FACILITY-STATE
                   END-EVALUATE
           END-READ.

       1600-LOOKUP-OD-FACILITY-EXIT.
           EXIT.

      *================================================================
       1700-REPORT-EXCESS-ACCOUNT.
      *================================================================
           ADD 1 TO WS-EXCESS-COUNT
           COMPUTE WS-EXCESS-AMT = 0 - (ACC-BALANCE + WS-OD-LIMIT)
           ADD WS-EXCESS-AMT TO WS-EXCESS-TOTAL

           MOVE ACC-BALANCE   TO WS-BALANCE-ED
           MOVE WS-OD-LIMIT   TO WS-LIMIT-ED
           MOVE WS-EXCESS-AMT TO WS-EXCESS-ED
           STRING 'EXCESS | ACCOUNT:' DELIMITED SIZE
                  ACC-NUMBER          DELIMITED SIZE
                  ' | HOLDER:' DELIMITED SIZE
                  ACC-HOLDER-NAME     DELIMITED SIZE
                  ' | CCY:' DELIMITED SIZE
                  ACC-CURRENCY        DELIMITED SIZE
                  ' | STATUS:' DELIMITED SIZE
                  ACC-STATUS          DELIMITED SIZE
                  ' | FACILITY:' DELIMITED SIZE
                  WS-FACILITY-STATE   DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           STRING '  BALANCE:' DELIMITED SIZE
                  WS-BALANCE-ED       DELIMITED SIZE
                  ' | LIMIT:' DELIMITED SIZE
                  WS-LIMIT-ED         DELIMITED SIZE
                  ' | EXCESS:' DELIMITED SIZE
                  WS-EXCESS-ED        DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       1700-REPORT-EXCESS-ACCOUNT-EXIT.
           EXIT.

      *================================================================
       8000-WRITE-TOTALS.
      *================================================================
           MOVE WS-EXCESS-COUNT TO WS-COUNT-ED
           MOVE WS-EXCESS-TOTAL TO WS-TOTAL-ED
           STRING 'RUN DATE: ' DELIMITED SIZE
                  WS-RUN-DATE-N DELIMITED SIZE
                  ' | ACCOUNTS OVER LIMIT: ' DELIMITED SIZE
                  WS-COUNT-ED DELIMITED SIZE
                  ' | TOTAL EXCESS: ' DELIMITED SIZE
                  WS-TOTAL-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT

           IF WS-EXCESS-COUNT > ZEROS
               MOVE 5301 TO WS-RETURN-CODE
           END-IF.

       8000-WRITE-TOTALS-EXIT.
           EXIT.

      *================================================================
       9100-PRINT-SUMMARY.
      *================================================================
           DISPLAY 'OD-EXCESS SUMMARY | ACCOUNTS: ' WS-ACCOUNT-COUNT
               ' | OVERDRAWN: ' WS-OVERDRAWN-COUNT
               ' | OVER LIMIT: ' WS-EXCESS-COUNT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE ACCOUNT-FILE
           CLOSE EXCESS-REPORT
           IF WS-ODFAC-AVAIL
               CLOSE OD-FACILITY-FILE
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
               DISPLAY 'OD-EXCESS: RUN CONTROL NOT UPDATED - STEP '
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
      * paragraph of the same name. A report that silently missed
      * accounts would hide customers in unarranged debit, so any I/O
      * failure stops the run.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'OD-EXCESS: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE ACCOUNT-FILE
               CLOSE EXCESS-REPORT
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *================================================================
       9300-WRITE-REPORT-LINE.
      *================================================================
           WRITE EXCESS-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE EXCESS-RPT'    TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       9300-WRITE-REPORT-LINE-EXIT.
           EXIT.

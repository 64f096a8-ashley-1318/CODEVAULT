      *             after write-off arrives on the recovery file and
      *             posts as recovery income, accumulating on the
      *             loan's write-off record so the books always show
      *             what came back. Any settlement fee still deferred
      *             on the FEE-EIR subledger for a written-off loan is
      *             accelerated to fee income in full on the same
      *             journal file, which carries the same debits=credits
      *             trailer discipline as GL-EXTRACT.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WO-KEY
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT FEE-DEFERRAL-FILE
               ASSIGN TO FEEDEFR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-DEFERRAL-STATUS.
           SELECT GL-INTERFACE-FILE
               ASSIGN TO GLINTF
               ORGANIZATION IS SEQUENTIAL
           05  GLT-BALANCED-FLAG       PIC X(1).
           05  FILLER                 PIC X(52).

       FD  FEE-DEFERRAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'FEEDEFR-REC'.

       FD  WRITEOFF-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           05  WS-ACCT-ECL-PROVN    PIC X(8)     VALUE 'ECLPROVN'.
           05  WS-ACCT-FUNDING      PIC X(8)     VALUE 'FUNDSETL'.
           05  WS-ACCT-RECOVERY     PIC X(8)     VALUE 'RECOVINC'.
           05  WS-ACCT-FEE-DEFERRED PIC X(8)     VALUE 'FEEDEFRD'.
           05  WS-ACCT-FEE-INCOME   PIC X(8)     VALUE 'FEEINCOM'.

       01  WS-POSTING-DATA.
           05  WS-POST-DATE-N       PIC 9(8)     VALUE ZEROS.
           05  WS-RECOVERIES-IN     PIC 9(8) COMP VALUE ZEROS.
           05  WS-RECOVERIES-POSTED PIC 9(8) COMP VALUE ZEROS.
           05  WS-RECOVERY-UNKNOWN  PIC 9(8) COMP VALUE ZEROS.
           05  WS-FEES-ACCELERATED  PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
           05  WS-POSITION-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-WOFF-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-DEFERRAL-STATUS   PIC X(2)     VALUE SPACES.
           05  WS-DEFERRAL-AVAIL-SW PIC X(1)     VALUE 'N'.
               88  WS-DEFERRAL-AVAIL VALUE 'Y'.
           05  WS-GL-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-REPORT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-POSITION-EOF-SW   PIC X(1)     VALUE 'N'.
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * No deferred-fee subledger on file (FEE-EIR has never built
      * one) simply means no fees to accelerate.
           OPEN I-O FEE-DEFERRAL-FILE
           IF WS-DEFERRAL-STATUS = '00'
               MOVE 'Y' TO WS-DEFERRAL-AVAIL-SW
           ELSE
               DISPLAY 'LOAN-WOFF: NO DEFERRED-FEE SUBLEDGER ON FILE '
                   '- NO FEES ACCELERATED'
           END-IF

           OPEN OUTPUT GL-INTERFACE-FILE
           MOVE WS-GL-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN GL-INTERFACE'  TO WS-CHECK-STATUS-OPER
           PERFORM 7100-WRITE-JOURNAL
               THRU 7100-WRITE-JOURNAL-EXIT

           IF WS-DEFERRAL-AVAIL
               PERFORM 3600-ACCELERATE-DEFERRED-FEE
                   THRU 3600-ACCELERATE-DEFERRED-FEE-EXIT
           END-IF

           MOVE WS-OUTSTANDING TO WS-AMOUNT-ED
           MOVE WS-REQ-MAX-DPD (WS-REQ-IDX) TO WS-DPD-ED
           STRING 'WRITTEN OFF | CUST:' DELIMITED SIZE
       3500-CHARGE-OFF-LOAN-EXIT.
           EXIT.

      *================================================================
       3600-ACCELERATE-DEFERRED-FEE.
      *================================================================
      * A written-off loan earns no more interest, so the settlement
      * fee still deferred against it has no life left to spread over:
      * the whole balance is released to fee income now, as a balanced
      * pair, and the subledger row is closed as accelerated so the
      * month-end release leaves it alone.
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO FE-CUSTOMER-ID
           MOVE WS-REQ-LOAN-ACCT (WS-REQ-IDX)   TO FE-LOAN-ACCT-NO
           READ FEE-DEFERRAL-FILE
               INVALID KEY
                   GO TO 3600-ACCELERATE-DEFERRED-FEE-EXIT
           END-READ

           IF NOT FE-AMORTIZING OR FE-FEE-DEFERRED = ZEROS
               GO TO 3600-ACCELERATE-DEFERRED-FEE-EXIT
           END-IF

           ADD 1 TO WS-FEES-ACCELERATED
           MOVE WS-REQ-CUSTOMER-ID (WS-REQ-IDX) TO WS-JRNL-CUSTOMER
           MOVE WS-ACCT-FEE-DEFERRED TO WS-JRNL-ACCOUNT
           MOVE 'DR'                 TO WS-JRNL-DR-CR
           MOVE FE-FEE-DEFERRED     TO WS-JRNL-AMOUNT
           MOVE 'FEE ACCEL WRITE-OFF' TO WS-JRNL-DESCRIPTION
           PERFORM 7100-WRITE-JOURNAL
               THRU 7100-WRITE-JOURNAL-EXIT

           MOVE WS-ACCT-FEE-INCOME  TO WS-JRNL-ACCOUNT
           MOVE 'CR'                 TO WS-JRNL-DR-CR
           MOVE FE-FEE-DEFERRED     TO WS-JRNL-AMOUNT
           MOVE 'EIR FEE INCOME'     TO WS-JRNL-DESCRIPTION
           PERFORM 7100-WRITE-JOURNAL
               THRU 7100-WRITE-JOURNAL-EXIT

           MOVE FE-FEE-DEFERRED TO WS-AMOUNT-ED
           ADD FE-FEE-DEFERRED  TO FE-FEE-RELEASED
           MOVE ZEROS           TO FE-FEE-DEFERRED
           MOVE 'W'             TO FE-STATUS
           MOVE WS-RUN-DATE-N   TO FE-CLOSE-DATE
           REWRITE FEE-DEFERRAL-RECORD
           MOVE WS-DEFERRAL-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE FEE-DEFERRAL' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           STRING 'DEFERRED FEE ACCELERATED | CUST:' DELIMITED SIZE
                  WS-REQ-CUSTOMER-ID (WS-REQ-IDX) DELIMITED SIZE
                  ' | ACCT:' DELIMITED SIZE
                  WS-REQ-LOAN-ACCT (WS-REQ-IDX)   DELIMITED SIZE
                  ' | TO INCOME:' DELIMITED SIZE
                  WS-AMOUNT-ED DELIMITED SIZE
               INTO WS-REPORT-LINE
           PERFORM 9300-WRITE-REPORT-LINE
               THRU 9300-WRITE-REPORT-LINE-EXIT.

       3600-ACCELERATE-DEFERRED-FEE-EXIT.
           EXIT.

      *================================================================
       4000-FOLD-OUTSTANDING.
      *================================================================
               ' | ALREADY OFF: ' WS-ALREADY-OFF
               ' | RECOVERIES: ' WS-RECOVERIES-IN
               ' | POSTED: ' WS-RECOVERIES-POSTED
               ' | UNKNOWN: ' WS-RECOVERY-UNKNOWN
               ' | FEES ACCELERATED: ' WS-FEES-ACCELERATED.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.
           CLOSE RECOVERY-FILE
           CLOSE AMORT-FILE
           CLOSE WRITEOFF-MASTER
           IF WS-DEFERRAL-AVAIL
               CLOSE FEE-DEFERRAL-FILE
           END-IF
           CLOSE GL-INTERFACE-FILE
           CLOSE WRITEOFF-REPORT
           MOVE WS-RETURN-CODE TO RETURN-CODE.
               CLOSE POSITION-FILE
               CLOSE AMORT-FILE
               CLOSE WRITEOFF-MASTER
               CLOSE FEE-DEFERRAL-FILE
               CLOSE GL-INTERFACE-FILE
               CLOSE WRITEOFF-REPORT
               STOP RUN

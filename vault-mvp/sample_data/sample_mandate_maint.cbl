      *================================================================
      * PROGRAM-ID: MANDATE-MAINT
      * PURPOSE:    Maintains the direct-debit mandate file DDMANDAT
      *             that LOAN-DDEBIT presents installments against.
      *             The file is keyed by the loan (borrower and loan
      *             account) and holds one mandate per loan: the
      *             account the borrower has authorised the debit
      *             from, the date the authority was signed and its
      *             status. A set-up transaction puts a mandate on a
      *             loan still on the schedule file, an amend moves
      *             it to another account (a new signed date
      *             replaces the old), a suspend stops collection
      *             while the mandate stays on file, a reinstate
      *             resumes it, and a cancel ends it for good while
      *             keeping the row as history. The account debited
      *             must be on the account master and active. The
      *             last due date presented is never reset, so no
      *             change here can make LOAN-DDEBIT present an
      *             installment twice. Every transaction that cannot
      *             be applied goes to the reject file with a
      *             machine-readable reason, and the run ends by
      *             proving read = applied + rejected by type, same
      *             as CONN-MAINT.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDATE-MAINT.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE
               ASSIGN TO DDMANDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT ACCOUNT-FILE
               ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER
               FILE STATUS IS WS-ACCOUNT-STATUS.
           SELECT AMORT-FILE
               ASSIGN TO AMORTSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO MANDTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO MANDREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      * MT-ACC-NUMBER and MT-SIGNED-DATE are required on a set-up;
      * on an amend the account is required and a signed date, if
      * present, replaces the one on file. Suspend, reinstate and
      * cancel need only the loan.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  MANDATE-TRANSACTION-RECORD.
           05  MT-CUSTOMER-ID       PIC X(10).
           05  MT-LOAN-ACCT-NO      PIC X(10).
           05  MT-TRAN-TYPE         PIC X(2).
           05  MT-ACC-NUMBER        PIC X(10).
           05  MT-SIGNED-DATE       PIC 9(8).
           05  MT-OPERATOR-ID       PIC X(8).
           05  FILLER               PIC X(32).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE       PIC X(4).
      *        M001 = UNKNOWN TRANSACTION TYPE
      *        M002 = LOAN NOT ON THE SCHEDULE FILE
      *        M003 = ACCOUNT NOT ON ACCOUNT MASTER OR NOT ACTIVE
      *        M004 = MANDATE ALREADY IN FORCE ON THE LOAN
      *        M005 = NO MANDATE ON THE LOAN
      *        M006 = MANDATE STATUS DOES NOT ALLOW THE CHANGE
      *        M007 = ACCOUNT OR SIGNED DATE MISSING OR INVALID
           05  RJ-REJECT-DATE       PIC 9(8).
           05  RJ-TRAN-IMAGE        PIC X(80).
           05  FILLER               PIC X(8).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * TRANSACTION WORK AREA
      *----------------------------------------------------------------
       01  WS-TRAN-DATA.
           05  WS-TRAN-TYPE         PIC X(2)      VALUE SPACES.
               88  WS-TRAN-IS-SETUP     VALUE 'SU'.
               88  WS-TRAN-IS-AMEND     VALUE 'AM'.
               88  WS-TRAN-IS-SUSPEND   VALUE 'SP'.
               88  WS-TRAN-IS-REINSTATE VALUE 'RS'.
               88  WS-TRAN-IS-CANCEL    VALUE 'CN'.

      *----------------------------------------------------------------
      * TRANSACTION BALANCING TOTALS
      * Same proof as CONN-MAINT: per type and in total,
      * transactions read = applied + rejected.
      *----------------------------------------------------------------
       01  WS-TYPE-LABEL-DATA.
           05  FILLER               PIC X(9) VALUE 'SET UP   '.
           05  FILLER               PIC X(9) VALUE 'AMEND    '.
           05  FILLER               PIC X(9) VALUE 'SUSPEND  '.
           05  FILLER               PIC X(9) VALUE 'REINSTATE'.
           05  FILLER               PIC X(9) VALUE 'CANCEL   '.
           05  FILLER               PIC X(9) VALUE 'UNKNOWN  '.

       01  WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABEL-DATA.
           05  WS-TYPE-LABEL        OCCURS 6 TIMES PIC X(9).

       01  WS-BALANCING-TOTALS.
           05  WS-TYPE-TOTALS       OCCURS 6 TIMES.
               10  WS-TT-READ       PIC 9(8) COMP.
               10  WS-TT-APPLIED    PIC 9(8) COMP.
               10  WS-TT-REJECTED   PIC 9(8) COMP.
           05  WS-TYPE-IDX          PIC 9(1) COMP VALUE ZEROS.
           05  WS-TOTAL-READ        PIC 9(8) COMP VALUE ZEROS.
           05  WS-TOTAL-APPLIED     PIC 9(8) COMP VALUE ZEROS.
           05  WS-TOTAL-REJECTED    PIC 9(8) COMP VALUE ZEROS.
           05  WS-REJECT-REASON     PIC X(4)     VALUE SPACES.
           05  WS-REJECT-DATE-N     PIC 9(8)     VALUE ZEROS.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-MANDATE-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-ACCOUNT-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-TRAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-REJECT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-TRAN-EOF-SWITCH   PIC X(1)     VALUE 'N'.
               88  WS-TRAN-EOF      VALUE 'Y'.
           05  WS-MANDATE-MATCH-SWITCH PIC X(1)  VALUE 'N'.
               88  WS-MANDATE-MATCHED VALUE 'Y'.
           05  WS-LOAN-FOUND-SWITCH PIC X(1)     VALUE 'N'.
               88  WS-LOAN-FOUND    VALUE 'Y'.
           05  WS-ACCOUNT-OK-SWITCH PIC X(1)     VALUE 'N'.
               88  WS-ACCOUNT-OK    VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
           INITIALIZE WS-BALANCING-TOTALS
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REJECT-DATE-N
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-READ-TRANSACTION
               THRU 0200-READ-TRANSACTION-EXIT
           PERFORM 1500-PROCESS-TRANSACTION
               THRU 1500-PROCESS-TRANSACTION-EXIT
               UNTIL WS-TRAN-EOF
           PERFORM 8500-PRINT-BALANCING-TOTALS
               THRU 8500-PRINT-BALANCING-TOTALS-EXIT
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
      * A missing DDMANDAT cluster (the very first run) is created
      * empty rather than failing the batch, same as LOAN-DDEBIT.
           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS = '35'
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           MOVE WS-MANDATE-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN MANDATE-FILE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT ACCOUNT-FILE
           MOVE WS-ACCOUNT-STATUS       TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN ACCOUNT-FILE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT AMORT-FILE
           MOVE WS-AMORT-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN AMORT-FILE'       TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT TRANSACTION-FILE
           MOVE WS-TRAN-STATUS          TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN TRANSACTION-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN OUTPUT REJECT-FILE
           MOVE WS-REJECT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN REJECT-FILE'      TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       0100-OPEN-FILES-EXIT.
           EXIT.

      *================================================================
       0200-READ-TRANSACTION.
      *================================================================
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   MOVE MT-TRAN-TYPE TO WS-TRAN-TYPE
           END-READ.

       0200-READ-TRANSACTION-EXIT.
           EXIT.

      *================================================================
       1500-PROCESS-TRANSACTION.
      *================================================================
           EVALUATE TRUE
               WHEN WS-TRAN-IS-SETUP
                   MOVE 1 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-AMEND
                   MOVE 2 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-SUSPEND
                   MOVE 3 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-REINSTATE
                   MOVE 4 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-CANCEL
                   MOVE 5 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE 6 TO WS-TYPE-IDX
           END-EVALUATE
           ADD 1 TO WS-TT-READ (WS-TYPE-IDX)

           EVALUATE TRUE
               WHEN WS-TRAN-IS-SETUP
                   PERFORM 4000-SET-UP-MANDATE
                       THRU 4000-SET-UP-MANDATE-EXIT
               WHEN WS-TRAN-IS-AMEND
                   PERFORM 5000-AMEND-MANDATE
                       THRU 5000-AMEND-MANDATE-EXIT
               WHEN WS-TRAN-IS-SUSPEND
               WHEN WS-TRAN-IS-REINSTATE
               WHEN WS-TRAN-IS-CANCEL
                   PERFORM 6000-CHANGE-MANDATE-STATUS
                       THRU 6000-CHANGE-MANDATE-STATUS-EXIT
               WHEN OTHER
                   DISPLAY 'MANDATE-MAINT: UNKNOWN TRANSACTION TYPE '
                       MT-TRAN-TYPE ' FOR LOAN ' MT-CUSTOMER-ID
                       '/' MT-LOAN-ACCT-NO
                   MOVE 'M001' TO WS-REJECT-REASON
                   PERFORM 8000-REJECT-TRANSACTION
                       THRU 8000-REJECT-TRANSACTION-EXIT
           END-EVALUATE
           PERFORM 0200-READ-TRANSACTION
               THRU 0200-READ-TRANSACTION-EXIT.

       1500-PROCESS-TRANSACTION-EXIT.
           EXIT.

      *================================================================
       1600-FIND-MANDATE.
      *================================================================
           MOVE 'N' TO WS-MANDATE-MATCH-SWITCH
           MOVE MT-CUSTOMER-ID  TO DM-CUSTOMER-ID
           MOVE MT-LOAN-ACCT-NO TO DM-LOAN-ACCT-NO
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MANDATE-MATCH-SWITCH
           END-READ.

       1600-FIND-MANDATE-EXIT.
           EXIT.

      *================================================================
       1700-FIND-LOAN.
      *================================================================
      * A loan is on the book while it has schedule lines; AMRT-ARCH
      * removes them when the loan is archived.
           MOVE 'N' TO WS-LOAN-FOUND-SWITCH
           MOVE MT-CUSTOMER-ID  TO AMORT-CUSTOMER-ID
           MOVE MT-LOAN-ACCT-NO TO AMORT-LOAN-ACCT-NO
           MOVE ZEROS           TO AMORT-MONTH-NUM
           START AMORT-FILE KEY >= AMORT-KEY
               INVALID KEY
                   GO TO 1700-FIND-LOAN-EXIT
           END-START
           READ AMORT-FILE NEXT
               AT END
                   GO TO 1700-FIND-LOAN-EXIT
           END-READ
           IF AMORT-CUSTOMER-ID = MT-CUSTOMER-ID
           AND AMORT-LOAN-ACCT-NO = MT-LOAN-ACCT-NO
               MOVE 'Y' TO WS-LOAN-FOUND-SWITCH
           END-IF.

       1700-FIND-LOAN-EXIT.
           EXIT.

      *================================================================
       1800-CHECK-ACCOUNT.
      *================================================================
      * The account debited must be on the master and active: a
      * frozen, held, dormant or closed account would only return
      * every debit presented to it unpaid. The caller sets
      * ACC-NUMBER.
           MOVE 'N' TO WS-ACCOUNT-OK-SWITCH
           READ ACCOUNT-FILE
               INVALID KEY
                   GO TO 1800-CHECK-ACCOUNT-EXIT
           END-READ
           IF ACC-ACTIVE
               MOVE 'Y' TO WS-ACCOUNT-OK-SWITCH
           END-IF.

       1800-CHECK-ACCOUNT-EXIT.
           EXIT.

      *================================================================
       4000-SET-UP-MANDATE.
      *================================================================
      * Puts a mandate on a loan. A loan whose mandate was cancelled
      * can be given a new one: the cancelled row is reused, keeping
      * the last due date presented under the old authority.
           IF MT-ACC-NUMBER = SPACES
           OR MT-SIGNED-DATE NOT NUMERIC
           OR MT-SIGNED-DATE = ZEROS
           OR MT-SIGNED-DATE > WS-REJECT-DATE-N
               MOVE 'M007' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-SET-UP-MANDATE-EXIT
           END-IF

           PERFORM 1700-FIND-LOAN
               THRU 1700-FIND-LOAN-EXIT
           IF NOT WS-LOAN-FOUND
               DISPLAY 'MANDATE-MAINT: SET UP FAILED - LOAN NOT ON '
                   'FILE ' MT-CUSTOMER-ID '/' MT-LOAN-ACCT-NO
               MOVE 'M002' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-SET-UP-MANDATE-EXIT
           END-IF

           MOVE MT-ACC-NUMBER TO ACC-NUMBER
           PERFORM 1800-CHECK-ACCOUNT
               THRU 1800-CHECK-ACCOUNT-EXIT
           IF NOT WS-ACCOUNT-OK
               DISPLAY 'MANDATE-MAINT: SET UP FAILED - ACCOUNT NOT '
                   'ACTIVE ON MASTER ' MT-ACC-NUMBER
               MOVE 'M003' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-SET-UP-MANDATE-EXIT
           END-IF

           PERFORM 1600-FIND-MANDATE
               THRU 1600-FIND-MANDATE-EXIT
           IF WS-MANDATE-MATCHED
           AND NOT DM-CANCELLED
               DISPLAY 'MANDATE-MAINT: SET UP FAILED - MANDATE '
                   'ALREADY ON LOAN ' MT-CUSTOMER-ID '/'
                   MT-LOAN-ACCT-NO
               MOVE 'M004' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-SET-UP-MANDATE-EXIT
           END-IF

           IF NOT WS-MANDATE-MATCHED
               MOVE SPACES          TO MANDATE-RECORD
               MOVE MT-CUSTOMER-ID  TO DM-CUSTOMER-ID
               MOVE MT-LOAN-ACCT-NO TO DM-LOAN-ACCT-NO
               MOVE ZEROS           TO DM-LAST-DUE-DATE
               MOVE ZEROS           TO DM-LAST-MONTH-NUM
           END-IF
           MOVE MT-ACC-NUMBER       TO DM-ACC-NUMBER
           MOVE 'A'                 TO DM-MANDATE-STATUS
           MOVE MT-SIGNED-DATE      TO DM-SIGNED-DATE

           IF WS-MANDATE-MATCHED
               REWRITE MANDATE-RECORD
               MOVE 'REWRITE MANDATE'   TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE MANDATE-RECORD
               MOVE 'WRITE MANDATE'     TO WS-CHECK-STATUS-OPER
           END-IF
           MOVE WS-MANDATE-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX).

       4000-SET-UP-MANDATE-EXIT.
           EXIT.

      *================================================================
       5000-AMEND-MANDATE.
      *================================================================
      * Moves an active or suspended mandate to another account; the
      * status is left as it is. A cancelled mandate is not amended
      * -- the borrower signs a new one and it is set up again.
           IF MT-ACC-NUMBER = SPACES
           OR MT-SIGNED-DATE NOT NUMERIC
           OR MT-SIGNED-DATE > WS-REJECT-DATE-N
               MOVE 'M007' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 5000-AMEND-MANDATE-EXIT
           END-IF

           PERFORM 1600-FIND-MANDATE
               THRU 1600-FIND-MANDATE-EXIT
           IF NOT WS-MANDATE-MATCHED
               DISPLAY 'MANDATE-MAINT: AMEND FAILED - NO MANDATE ON '
                   'LOAN ' MT-CUSTOMER-ID '/' MT-LOAN-ACCT-NO
               MOVE 'M005' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 5000-AMEND-MANDATE-EXIT
           END-IF
           IF DM-CANCELLED
               DISPLAY 'MANDATE-MAINT: AMEND FAILED - MANDATE '
                   'CANCELLED ON LOAN ' MT-CUSTOMER-ID '/'
                   MT-LOAN-ACCT-NO
               MOVE 'M006' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 5000-AMEND-MANDATE-EXIT
           END-IF

           MOVE MT-ACC-NUMBER TO ACC-NUMBER
           PERFORM 1800-CHECK-ACCOUNT
               THRU 1800-CHECK-ACCOUNT-EXIT
           IF NOT WS-ACCOUNT-OK
               DISPLAY 'MANDATE-MAINT: AMEND FAILED - ACCOUNT NOT '
                   'ACTIVE ON MASTER ' MT-ACC-NUMBER
               MOVE 'M003' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 5000-AMEND-MANDATE-EXIT
           END-IF

           MOVE MT-ACC-NUMBER TO DM-ACC-NUMBER
           IF MT-SIGNED-DATE > ZEROS
               MOVE MT-SIGNED-DATE TO DM-SIGNED-DATE
           END-IF
           REWRITE MANDATE-RECORD
           MOVE WS-MANDATE-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE MANDATE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX).

       5000-AMEND-MANDATE-EXIT.
           EXIT.

      *================================================================
       6000-CHANGE-MANDATE-STATUS.
      *================================================================
      * Suspend takes an active mandate out of collection, reinstate
      * puts a suspended one back (its account must still be active)
      * and cancel ends an active or suspended one. The row stays on
      * file in every case.
           PERFORM 1600-FIND-MANDATE
               THRU 1600-FIND-MANDATE-EXIT
           IF NOT WS-MANDATE-MATCHED
               DISPLAY 'MANDATE-MAINT: ' WS-TYPE-LABEL (WS-TYPE-IDX)
                   ' FAILED - NO MANDATE ON LOAN ' MT-CUSTOMER-ID
                   '/' MT-LOAN-ACCT-NO
               MOVE 'M005' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 6000-CHANGE-MANDATE-STATUS-EXIT
           END-IF

           IF (WS-TRAN-IS-SUSPEND AND NOT DM-ACTIVE)
           OR (WS-TRAN-IS-REINSTATE AND NOT DM-SUSPENDED)
           OR (WS-TRAN-IS-CANCEL AND DM-CANCELLED)
               DISPLAY 'MANDATE-MAINT: ' WS-TYPE-LABEL (WS-TYPE-IDX)
                   ' FAILED - MANDATE STATUS ' DM-MANDATE-STATUS
                   ' ON LOAN ' MT-CUSTOMER-ID '/' MT-LOAN-ACCT-NO
               MOVE 'M006' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 6000-CHANGE-MANDATE-STATUS-EXIT
           END-IF

           IF WS-TRAN-IS-REINSTATE
               MOVE DM-ACC-NUMBER TO ACC-NUMBER
               PERFORM 1800-CHECK-ACCOUNT
                   THRU 1800-CHECK-ACCOUNT-EXIT
               IF NOT WS-ACCOUNT-OK
                   DISPLAY 'MANDATE-MAINT: REINSTATE FAILED - '
                       'ACCOUNT NOT ACTIVE ON MASTER ' DM-ACC-NUMBER
                   MOVE 'M003' TO WS-REJECT-REASON
                   PERFORM 8000-REJECT-TRANSACTION
                       THRU 8000-REJECT-TRANSACTION-EXIT
                   GO TO 6000-CHANGE-MANDATE-STATUS-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-TRAN-IS-SUSPEND
                   MOVE 'S' TO DM-MANDATE-STATUS
               WHEN WS-TRAN-IS-REINSTATE
                   MOVE 'A' TO DM-MANDATE-STATUS
               WHEN OTHER
                   MOVE 'C' TO DM-MANDATE-STATUS
           END-EVALUATE
           REWRITE MANDATE-RECORD
           MOVE WS-MANDATE-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE MANDATE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX).

       6000-CHANGE-MANDATE-STATUS-EXIT.
           EXIT.

      *================================================================
       8000-REJECT-TRANSACTION.
      *================================================================
           ADD 1 TO WS-TT-REJECTED (WS-TYPE-IDX)
           MOVE WS-REJECT-REASON           TO RJ-REASON-CODE
           MOVE WS-REJECT-DATE-N           TO RJ-REJECT-DATE
           MOVE MANDATE-TRANSACTION-RECORD TO RJ-TRAN-IMAGE

           WRITE REJECT-RECORD
           MOVE WS-REJECT-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE REJECT-RECORD'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       8000-REJECT-TRANSACTION-EXIT.
           EXIT.

      *================================================================
       8500-PRINT-BALANCING-TOTALS.
      *================================================================
           MOVE ZEROS TO WS-TOTAL-READ
           MOVE ZEROS TO WS-TOTAL-APPLIED
           MOVE ZEROS TO WS-TOTAL-REJECTED

           PERFORM 8510-PRINT-TYPE-TOTAL
               THRU 8510-PRINT-TYPE-TOTAL-EXIT
               VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 6

           DISPLAY 'MANDATE-MAINT TOTALS | READ: ' WS-TOTAL-READ
               ' | APPLIED: ' WS-TOTAL-APPLIED
               ' | REJECTED: ' WS-TOTAL-REJECTED

           IF WS-TOTAL-READ NOT =
               WS-TOTAL-APPLIED + WS-TOTAL-REJECTED
               DISPLAY 'MANDATE-MAINT: BALANCING FAILURE - READ '
                   'DOES NOT EQUAL APPLIED PLUS REJECTED'
               MOVE 6701 TO WS-RETURN-CODE
           END-IF.

       8500-PRINT-BALANCING-TOTALS-EXIT.
           EXIT.

      *================================================================
       8510-PRINT-TYPE-TOTAL.
      *================================================================
           ADD WS-TT-READ (WS-TYPE-IDX)     TO WS-TOTAL-READ
           ADD WS-TT-APPLIED (WS-TYPE-IDX)  TO WS-TOTAL-APPLIED
           ADD WS-TT-REJECTED (WS-TYPE-IDX) TO WS-TOTAL-REJECTED

           IF WS-TT-READ (WS-TYPE-IDX) > ZEROS
               DISPLAY 'MANDATE-MAINT TYPE '
                   WS-TYPE-LABEL (WS-TYPE-IDX)
                   ' | READ: ' WS-TT-READ (WS-TYPE-IDX)
                   ' | APPLIED: ' WS-TT-APPLIED (WS-TYPE-IDX)
                   ' | REJECTED: ' WS-TT-REJECTED (WS-TYPE-IDX)
           END-IF.

       8510-PRINT-TYPE-TOTAL-EXIT.
           EXIT.

      *================================================================
       9000-END-PROGRAM.
      *================================================================
           CLOSE MANDATE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE AMORT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's and
      * CONN-MAINT's paragraph of the same name.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'MANDATE-MAINT: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE MANDATE-FILE
               CLOSE ACCOUNT-FILE
               CLOSE AMORT-FILE
               CLOSE TRANSACTION-FILE
               CLOSE REJECT-FILE
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

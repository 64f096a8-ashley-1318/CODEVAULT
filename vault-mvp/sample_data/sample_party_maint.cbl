      *================================================================
      * PROGRAM-ID: PARTY-MAINT
      * PURPOSE:    Maintains the loan-party file LOANPRTY. A loan is
      *             booked against one borrower of record (the
      *             customer on the loan record); LOANPRTY carries
      *             everyone else liable for it -- co-borrowers on a
      *             joint loan and guarantors -- each with their role
      *             and the share of the debt they answer for. It is
      *             keyed by the loan (borrower of record and loan
      *             account) and the party, with an alternate index
      *             on the party so a customer's loans as co-borrower
      *             or guarantor can be found from the customer.
      *             An add transaction joins a party to a loan still
      *             on the schedule file, a change corrects the role
      *             or share, and a release ends the party's
      *             liability while keeping the row as history. The
      *             party must be a customer on the master who has
      *             not been erased, and cannot be the borrower of
      *             record. Every transaction that cannot be applied
      *             goes to the reject file with a machine-readable
      *             reason, and the run ends by proving
      *             read = applied + rejected by type, same as
      *             CONN-MAINT.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTY-MAINT.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-PARTY-FILE
               ASSIGN TO LOANPRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               ALTERNATE RECORD KEY IS LP-PARTY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PARTY-STATUS.
           SELECT CUSTOMER-FILE
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-CUSTOMER-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT AMORT-FILE
               ASSIGN TO AMORTSCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMORT-KEY
               FILE STATUS IS WS-AMORT-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO PRTYTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO PRTYREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-PARTY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'LOANPRTY-REC'.

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

      * PT-LIABILITY-SHARE is the fraction of the debt the party
      * answers for: 10000 (1.0000) for a co-borrower jointly and
      * severally liable, less for a capped guarantee.
       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PARTY-TRANSACTION-RECORD.
           05  PT-CUSTOMER-ID       PIC X(10).
           05  PT-LOAN-ACCT-NO      PIC X(10).
           05  PT-PARTY-ID          PIC X(10).
           05  PT-TRAN-TYPE         PIC X(2).
           05  PT-PARTY-ROLE        PIC X(1).
           05  PT-LIABILITY-SHARE   PIC 9V9(4).
           05  PT-OPERATOR-ID       PIC X(8).
           05  FILLER               PIC X(34).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE       PIC X(4).
      *        P001 = UNKNOWN TRANSACTION TYPE
      *        P002 = LOAN NOT ON THE SCHEDULE FILE
      *        P003 = PARTY NOT ON CUSTOMER MASTER OR ERASED
      *        P004 = PARTY IS THE BORROWER OF RECORD
      *        P005 = PARTY ALREADY ACTIVE ON THE LOAN
      *        P006 = PARTY NOT ACTIVE ON THE LOAN
      *        P007 = ROLE OR LIABILITY SHARE MISSING OR INVALID
           05  RJ-REJECT-DATE       PIC 9(8).
           05  RJ-TRAN-IMAGE        PIC X(80).
           05  FILLER               PIC X(8).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * TRANSACTION WORK AREA
      *----------------------------------------------------------------
       01  WS-TRAN-DATA.
           05  WS-TRAN-TYPE         PIC X(2)      VALUE SPACES.
               88  WS-TRAN-IS-ADD     VALUE 'AD'.
               88  WS-TRAN-IS-CHANGE  VALUE 'CH'.
               88  WS-TRAN-IS-RELEASE VALUE 'RL'.
           05  WS-PARTY-ROLE        PIC X(1)      VALUE SPACES.
               88  WS-ROLE-VALID      VALUES 'C' 'G'.

      *----------------------------------------------------------------
      * TRANSACTION BALANCING TOTALS
      * Same proof as CONN-MAINT: per type and in total,
      * transactions read = applied + rejected.
      *----------------------------------------------------------------
       01  WS-TYPE-LABEL-DATA.
           05  FILLER               PIC X(7) VALUE 'ADD    '.
           05  FILLER               PIC X(7) VALUE 'CHANGE '.
           05  FILLER               PIC X(7) VALUE 'RELEASE'.
           05  FILLER               PIC X(7) VALUE 'UNKNOWN'.

       01  WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABEL-DATA.
           05  WS-TYPE-LABEL        OCCURS 4 TIMES PIC X(7).

       01  WS-BALANCING-TOTALS.
           05  WS-TYPE-TOTALS       OCCURS 4 TIMES.
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
           05  WS-PARTY-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-CUST-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-AMORT-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-TRAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-REJECT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-TRAN-EOF-SWITCH   PIC X(1)     VALUE 'N'.
               88  WS-TRAN-EOF      VALUE 'Y'.
           05  WS-PARTY-MATCH-SWITCH PIC X(1)    VALUE 'N'.
               88  WS-PARTY-MATCHED VALUE 'Y'.
           05  WS-LOAN-FOUND-SWITCH PIC X(1)     VALUE 'N'.
               88  WS-LOAN-FOUND    VALUE 'Y'.
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
      * A missing LOANPRTY cluster (the very first run) is created
      * empty rather than failing the batch, same as CONN-MAINT.
           OPEN I-O LOAN-PARTY-FILE
           IF WS-PARTY-STATUS = '35'
               OPEN OUTPUT LOAN-PARTY-FILE
               CLOSE LOAN-PARTY-FILE
               OPEN I-O LOAN-PARTY-FILE
           END-IF
           MOVE WS-PARTY-STATUS         TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN LOAN-PARTY'       TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN INPUT CUSTOMER-FILE
           MOVE WS-CUST-STATUS          TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CUSTOMER-FILE'    TO WS-CHECK-STATUS-OPER
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
                   MOVE PT-TRAN-TYPE  TO WS-TRAN-TYPE
                   MOVE PT-PARTY-ROLE TO WS-PARTY-ROLE
           END-READ.

       0200-READ-TRANSACTION-EXIT.
           EXIT.

      *================================================================
       1500-PROCESS-TRANSACTION.
      *================================================================
           EVALUATE TRUE
               WHEN WS-TRAN-IS-ADD
                   MOVE 1 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-CHANGE
                   MOVE 2 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-RELEASE
                   MOVE 3 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-IDX
           END-EVALUATE
           ADD 1 TO WS-TT-READ (WS-TYPE-IDX)

           EVALUATE TRUE
               WHEN WS-TRAN-IS-ADD
                   PERFORM 4000-ADD-PARTY
                       THRU 4000-ADD-PARTY-EXIT
               WHEN WS-TRAN-IS-CHANGE
                   PERFORM 5000-CHANGE-PARTY
                       THRU 5000-CHANGE-PARTY-EXIT
               WHEN WS-TRAN-IS-RELEASE
                   PERFORM 6000-RELEASE-PARTY
                       THRU 6000-RELEASE-PARTY-EXIT
               WHEN OTHER
                   DISPLAY 'PARTY-MAINT: UNKNOWN TRANSACTION TYPE '
                       PT-TRAN-TYPE ' FOR LOAN ' PT-CUSTOMER-ID
                       '/' PT-LOAN-ACCT-NO
                   MOVE 'P001' TO WS-REJECT-REASON
                   PERFORM 8000-REJECT-TRANSACTION
                       THRU 8000-REJECT-TRANSACTION-EXIT
           END-EVALUATE
           PERFORM 0200-READ-TRANSACTION
               THRU 0200-READ-TRANSACTION-EXIT.

       1500-PROCESS-TRANSACTION-EXIT.
           EXIT.

      *================================================================
       1600-FIND-PARTY.
      *================================================================
           MOVE 'N' TO WS-PARTY-MATCH-SWITCH
           MOVE PT-CUSTOMER-ID  TO LP-CUSTOMER-ID
           MOVE PT-LOAN-ACCT-NO TO LP-LOAN-ACCT-NO
           MOVE PT-PARTY-ID     TO LP-PARTY-ID
           READ LOAN-PARTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PARTY-MATCH-SWITCH
           END-READ.

       1600-FIND-PARTY-EXIT.
           EXIT.

      *================================================================
       1700-FIND-LOAN.
      *================================================================
      * A loan is on the book while it has schedule lines; AMRT-ARCH
      * removes them when the loan is archived.
           MOVE 'N' TO WS-LOAN-FOUND-SWITCH
           MOVE PT-CUSTOMER-ID  TO AMORT-CUSTOMER-ID
           MOVE PT-LOAN-ACCT-NO TO AMORT-LOAN-ACCT-NO
           MOVE ZEROS           TO AMORT-MONTH-NUM
           START AMORT-FILE KEY >= AMORT-KEY
               INVALID KEY
                   GO TO 1700-FIND-LOAN-EXIT
           END-START
           READ AMORT-FILE NEXT
               AT END
                   GO TO 1700-FIND-LOAN-EXIT
           END-READ
           IF AMORT-CUSTOMER-ID = PT-CUSTOMER-ID
           AND AMORT-LOAN-ACCT-NO = PT-LOAN-ACCT-NO
               MOVE 'Y' TO WS-LOAN-FOUND-SWITCH
           END-IF.

       1700-FIND-LOAN-EXIT.
           EXIT.

      *================================================================
       4000-ADD-PARTY.
      *================================================================
      * Joins a party to a loan. A party released earlier can be
      * joined again: the released row is reinstated with the new
      * role and share rather than a second row being written.
           IF NOT WS-ROLE-VALID
           OR PT-LIABILITY-SHARE NOT NUMERIC
           OR PT-LIABILITY-SHARE = ZEROS
           OR PT-LIABILITY-SHARE > 1
               MOVE 'P007' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-ADD-PARTY-EXIT
           END-IF

           IF PT-PARTY-ID = PT-CUSTOMER-ID
               MOVE 'P004' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-ADD-PARTY-EXIT
           END-IF

           MOVE PT-PARTY-ID TO CUST-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'P' TO CUST-PURGE-FLAG
           END-READ
           IF CUST-PURGED
               DISPLAY 'PARTY-MAINT: ADD FAILED - PARTY NOT ON '
                   'CUSTOMER MASTER ' PT-PARTY-ID
               MOVE 'P003' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-ADD-PARTY-EXIT
           END-IF

           PERFORM 1700-FIND-LOAN
               THRU 1700-FIND-LOAN-EXIT
           IF NOT WS-LOAN-FOUND
               DISPLAY 'PARTY-MAINT: ADD FAILED - LOAN NOT ON FILE '
                   PT-CUSTOMER-ID '/' PT-LOAN-ACCT-NO
               MOVE 'P002' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-ADD-PARTY-EXIT
           END-IF

           PERFORM 1600-FIND-PARTY
               THRU 1600-FIND-PARTY-EXIT
           IF WS-PARTY-MATCHED
           AND LP-PARTY-ACTIVE
               DISPLAY 'PARTY-MAINT: ADD FAILED - PARTY ALREADY '
                   'ON LOAN ' PT-PARTY-ID
               MOVE 'P005' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-ADD-PARTY-EXIT
           END-IF

           IF NOT WS-PARTY-MATCHED
               MOVE SPACES          TO LOAN-PARTY-RECORD
               MOVE PT-CUSTOMER-ID  TO LP-CUSTOMER-ID
               MOVE PT-LOAN-ACCT-NO TO LP-LOAN-ACCT-NO
               MOVE PT-PARTY-ID     TO LP-PARTY-ID
           END-IF
           MOVE PT-PARTY-ROLE       TO LP-PARTY-ROLE
           MOVE PT-LIABILITY-SHARE  TO LP-LIABILITY-SHARE
           MOVE 'A'                 TO LP-PARTY-STATUS
           MOVE WS-REJECT-DATE-N    TO LP-START-DATE
           MOVE ZEROS               TO LP-RELEASE-DATE
           MOVE PT-OPERATOR-ID      TO LP-MAINT-OPERATOR

           IF WS-PARTY-MATCHED
               REWRITE LOAN-PARTY-RECORD
               MOVE 'REWRITE LOAN-PARTY' TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE LOAN-PARTY-RECORD
               MOVE 'WRITE LOAN-PARTY'   TO WS-CHECK-STATUS-OPER
           END-IF
           MOVE WS-PARTY-STATUS TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX).

       4000-ADD-PARTY-EXIT.
           EXIT.

      *================================================================
       5000-CHANGE-PARTY.
      *================================================================
      * Corrects the role or share of an active party; a blank role
      * or a zero share on the card keeps what is on file.
           IF PT-PARTY-ROLE NOT = SPACES
           AND NOT WS-ROLE-VALID
               MOVE 'P007' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 5000-CHANGE-PARTY-EXIT
           END-IF
           IF PT-LIABILITY-SHARE NOT NUMERIC
           OR PT-LIABILITY-SHARE > 1
               MOVE 'P007' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 5000-CHANGE-PARTY-EXIT
           END-IF

           PERFORM 1600-FIND-PARTY
               THRU 1600-FIND-PARTY-EXIT

           IF WS-PARTY-MATCHED
           AND LP-PARTY-ACTIVE
               IF PT-PARTY-ROLE NOT = SPACES
                   MOVE PT-PARTY-ROLE TO LP-PARTY-ROLE
               END-IF
               IF PT-LIABILITY-SHARE > ZEROS
                   MOVE PT-LIABILITY-SHARE TO LP-LIABILITY-SHARE
               END-IF
               MOVE PT-OPERATOR-ID TO LP-MAINT-OPERATOR
               REWRITE LOAN-PARTY-RECORD
               MOVE WS-PARTY-STATUS       TO WS-CHECK-STATUS-CODE
               MOVE 'REWRITE LOAN-PARTY'  TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
               ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX)
           ELSE
               DISPLAY 'PARTY-MAINT: CHANGE FAILED - PARTY NOT '
                   'ACTIVE ON LOAN ' PT-PARTY-ID
               MOVE 'P006' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
           END-IF.

       5000-CHANGE-PARTY-EXIT.
           EXIT.

      *================================================================
       6000-RELEASE-PARTY.
      *================================================================
      * Ends the party's liability. The row stays on file, released,
      * as the record of who was liable and until when.
           PERFORM 1600-FIND-PARTY
               THRU 1600-FIND-PARTY-EXIT

           IF WS-PARTY-MATCHED
           AND LP-PARTY-ACTIVE
               MOVE 'R'              TO LP-PARTY-STATUS
               MOVE WS-REJECT-DATE-N TO LP-RELEASE-DATE
               MOVE PT-OPERATOR-ID   TO LP-MAINT-OPERATOR
               REWRITE LOAN-PARTY-RECORD
               MOVE WS-PARTY-STATUS       TO WS-CHECK-STATUS-CODE
               MOVE 'REWRITE LOAN-PARTY'  TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
               ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX)
           ELSE
               DISPLAY 'PARTY-MAINT: RELEASE FAILED - PARTY NOT '
                   'ACTIVE ON LOAN ' PT-PARTY-ID
               MOVE 'P006' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
           END-IF.

       6000-RELEASE-PARTY-EXIT.
           EXIT.

      *================================================================
       8000-REJECT-TRANSACTION.
      *================================================================
           ADD 1 TO WS-TT-REJECTED (WS-TYPE-IDX)
           MOVE WS-REJECT-REASON         TO RJ-REASON-CODE
           MOVE WS-REJECT-DATE-N         TO RJ-REJECT-DATE
           MOVE PARTY-TRANSACTION-RECORD TO RJ-TRAN-IMAGE

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
               UNTIL WS-TYPE-IDX > 4

           DISPLAY 'PARTY-MAINT TOTALS | READ: ' WS-TOTAL-READ
               ' | APPLIED: ' WS-TOTAL-APPLIED
               ' | REJECTED: ' WS-TOTAL-REJECTED

           IF WS-TOTAL-READ NOT =
               WS-TOTAL-APPLIED + WS-TOTAL-REJECTED
               DISPLAY 'PARTY-MAINT: BALANCING FAILURE - READ '
                   'DOES NOT EQUAL APPLIED PLUS REJECTED'
               MOVE 6401 TO WS-RETURN-CODE
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
               DISPLAY 'PARTY-MAINT TYPE '
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
           CLOSE LOAN-PARTY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE AMORT-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's and
      * CONN-MAINT's paragraph of the same name. '02' is a good write
      * or rewrite that left a duplicate on the party index -- the
      * normal case for a customer who is party to several loans.
           IF WS-CHECK-STATUS-CODE = '02'
               GO TO 9500-CHECK-FILE-STATUS-EXIT
           END-IF
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'PARTY-MAINT: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE LOAN-PARTY-FILE
               CLOSE CUSTOMER-FILE
               CLOSE AMORT-FILE
               CLOSE TRANSACTION-FILE
               CLOSE REJECT-FILE
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *================================================================
      * PROGRAM-ID: CONN-MAINT
      * PURPOSE:    Maintains the connected-party file CONNPRTY and
      *             records credit risk's sign-off of large-exposure
      *             breaches. CONNPRTY is keyed on customer ID and
      *             carries the group of connected customers (common
      *             control or economic dependency) that CONC-RPT
      *             aggregates exposure over and LOAN-CALC checks at
      *             disbursement time; a customer with no entry is a
      *             group of one. An add/change/delete transaction
      *             links, moves or unlinks a customer. A sign-off
      *             transaction names the group and the approving
      *             officer and releases a breach CONC-RPT raised on
      *             CONCBRCH, fixing the exposure signed off so the
      *             next concentration run can tell whether the group
      *             has grown since. Every transaction that cannot be
      *             applied goes to the reject file with a machine-
      *             readable reason, and the run ends by proving
      *             read = applied + rejected by type, same as
      *             ACCOUNT-MAINT and CUST-NADM.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONN-MAINT.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONNECTED-PARTY-FILE
               ASSIGN TO CONNPRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CUSTOMER-ID
               FILE STATUS IS WS-CONN-STATUS.
           SELECT CONC-BREACH-FILE
               ASSIGN TO CONCBRCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-GROUP-ID
               FILE STATUS IS WS-BREACH-STATUS.
           SELECT TRANSACTION-FILE
               ASSIGN TO CONNTRAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO CONNREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONNECTED-PARTY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  CONNECTED-PARTY-RECORD.
           05  CP-CUSTOMER-ID          PIC X(10).
           05  CP-GROUP-ID             PIC X(10).
           05  CP-RELATION-CODE        PIC X(2).
               88  CP-COMMON-CONTROL   VALUE 'CC'.
               88  CP-ECONOMIC-DEPEND  VALUE 'ED'.
           05  CP-EFFECTIVE-DATE       PIC 9(8).
           05  CP-MAINT-OPERATOR       PIC X(8).
           05  FILLER                 PIC X(2).

      * Large-exposure breaches raised by CONC-RPT. A breach awaiting
      * sign-off holds every new disbursement to the group in
      * LOAN-CALC; a signed-off breach does not.
       FD  CONC-BREACH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONC-BREACH-RECORD.
           05  CB-GROUP-ID             PIC X(10).
           05  CB-BREACH-STATUS        PIC X(1).
               88  CB-AWAITING-SIGNOFF VALUE 'B'.
               88  CB-SIGNED-OFF       VALUE 'S'.
           05  CB-EXPOSURE-RPT         PIC 9(14)V99 COMP-3.
           05  CB-LIMIT-AMOUNT         PIC 9(14)V99 COMP-3.
           05  CB-DETECT-DATE          PIC 9(8).
           05  CB-LAST-RUN-DATE        PIC 9(8).
           05  CB-SIGNOFF-OPERATOR     PIC X(8).
           05  CB-SIGNOFF-DATE         PIC 9(8).
           05  CB-SIGNED-EXPOSURE      PIC 9(14)V99 COMP-3.
           05  FILLER                 PIC X(10).

       FD  TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONN-TRANSACTION-RECORD.
           05  CT-CUSTOMER-ID       PIC X(10).
           05  CT-TRAN-TYPE         PIC X(2).
           05  CT-GROUP-ID          PIC X(10).
           05  CT-RELATION-CODE     PIC X(2).
           05  CT-OPERATOR-ID       PIC X(8).
           05  FILLER               PIC X(48).

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE       PIC X(4).
      *        G001 = UNKNOWN TRANSACTION TYPE
      *        G002 = CUSTOMER NOT ON CONNECTED-PARTY FILE
      *        G003 = CUSTOMER ALREADY LINKED (DUPLICATE ADD)
      *        G004 = GROUP OR RELATION CODE MISSING OR INVALID
      *        G005 = NO BREACH AWAITING SIGN-OFF FOR THE GROUP
      *        G006 = APPROVING OFFICER MISSING ON SIGN-OFF
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
               88  WS-TRAN-IS-DELETE  VALUE 'DL'.
               88  WS-TRAN-IS-SIGNOFF VALUE 'SO'.
           05  WS-RELATION-CODE     PIC X(2)      VALUE SPACES.
               88  WS-RELATION-VALID  VALUES 'CC' 'ED'.

      *----------------------------------------------------------------
      * TRANSACTION BALANCING TOTALS
      * Same proof as ACCOUNT-MAINT: per type and in total,
      * transactions read = applied + rejected.
      *----------------------------------------------------------------
       01  WS-TYPE-LABEL-DATA.
           05  FILLER               PIC X(7) VALUE 'ADD    '.
           05  FILLER               PIC X(7) VALUE 'CHANGE '.
           05  FILLER               PIC X(7) VALUE 'DELETE '.
           05  FILLER               PIC X(7) VALUE 'SIGNOFF'.
           05  FILLER               PIC X(7) VALUE 'UNKNOWN'.

       01  WS-TYPE-LABEL-TABLE REDEFINES WS-TYPE-LABEL-DATA.
           05  WS-TYPE-LABEL        OCCURS 5 TIMES PIC X(7).

       01  WS-BALANCING-TOTALS.
           05  WS-TYPE-TOTALS       OCCURS 5 TIMES.
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
           05  WS-CONN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-BREACH-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-TRAN-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-REJECT-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-TRAN-EOF-SWITCH   PIC X(1)     VALUE 'N'.
               88  WS-TRAN-EOF      VALUE 'Y'.
           05  WS-CONN-MATCH-SWITCH PIC X(1)     VALUE 'N'.
               88  WS-CONN-MATCHED  VALUE 'Y'.
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
      * Missing CONNPRTY or CONCBRCH clusters (the very first run)
      * are created empty rather than failing the batch, same as
      * LOAN-CALC's DUP-CHECK handling.
           OPEN I-O CONNECTED-PARTY-FILE
           IF WS-CONN-STATUS = '35'
               OPEN OUTPUT CONNECTED-PARTY-FILE
               CLOSE CONNECTED-PARTY-FILE
               OPEN I-O CONNECTED-PARTY-FILE
           END-IF
           MOVE WS-CONN-STATUS          TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CONNECTED-PARTY'  TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           OPEN I-O CONC-BREACH-FILE
           IF WS-BREACH-STATUS = '35'
               OPEN OUTPUT CONC-BREACH-FILE
               CLOSE CONC-BREACH-FILE
               OPEN I-O CONC-BREACH-FILE
           END-IF
           MOVE WS-BREACH-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN CONC-BREACH'      TO WS-CHECK-STATUS-OPER
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
                   MOVE CT-TRAN-TYPE     TO WS-TRAN-TYPE
                   MOVE CT-RELATION-CODE TO WS-RELATION-CODE
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
               WHEN WS-TRAN-IS-DELETE
                   MOVE 3 TO WS-TYPE-IDX
               WHEN WS-TRAN-IS-SIGNOFF
                   MOVE 4 TO WS-TYPE-IDX
               WHEN OTHER
                   MOVE 5 TO WS-TYPE-IDX
           END-EVALUATE
           ADD 1 TO WS-TT-READ (WS-TYPE-IDX)

           EVALUATE TRUE
               WHEN WS-TRAN-IS-ADD
                   PERFORM 4000-ADD-LINK
                       THRU 4000-ADD-LINK-EXIT
               WHEN WS-TRAN-IS-CHANGE
                   PERFORM 5000-CHANGE-LINK
                       THRU 5000-CHANGE-LINK-EXIT
               WHEN WS-TRAN-IS-DELETE
                   PERFORM 6000-DELETE-LINK
                       THRU 6000-DELETE-LINK-EXIT
               WHEN WS-TRAN-IS-SIGNOFF
                   PERFORM 6500-SIGN-OFF-BREACH
                       THRU 6500-SIGN-OFF-BREACH-EXIT
               WHEN OTHER
                   DISPLAY 'CONN-MAINT: UNKNOWN TRANSACTION TYPE '
                       CT-TRAN-TYPE ' FOR CUSTOMER ' CT-CUSTOMER-ID
                   MOVE 'G001' TO WS-REJECT-REASON
                   PERFORM 8000-REJECT-TRANSACTION
                       THRU 8000-REJECT-TRANSACTION-EXIT
           END-EVALUATE
           PERFORM 0200-READ-TRANSACTION
               THRU 0200-READ-TRANSACTION-EXIT.

       1500-PROCESS-TRANSACTION-EXIT.
           EXIT.

      *================================================================
       1600-FIND-CUSTOMER.
      *================================================================
           MOVE 'N' TO WS-CONN-MATCH-SWITCH
           MOVE CT-CUSTOMER-ID TO CP-CUSTOMER-ID
           READ CONNECTED-PARTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CONN-MATCH-SWITCH
           END-READ.

       1600-FIND-CUSTOMER-EXIT.
           EXIT.

      *================================================================
       4000-ADD-LINK.
      *================================================================
      * A link with no group or an unrecognised relation would put
      * the customer in a group nobody can name on the report, so
      * it is rejected outright; the KSDS refuses a customer already
      * linked via INVALID KEY -- moving groups is a change.
           IF CT-GROUP-ID = SPACES
           OR NOT WS-RELATION-VALID
               MOVE 'G004' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 4000-ADD-LINK-EXIT
           END-IF

           MOVE SPACES            TO CONNECTED-PARTY-RECORD
           MOVE CT-CUSTOMER-ID    TO CP-CUSTOMER-ID
           MOVE CT-GROUP-ID       TO CP-GROUP-ID
           MOVE CT-RELATION-CODE  TO CP-RELATION-CODE
           MOVE WS-REJECT-DATE-N  TO CP-EFFECTIVE-DATE
           MOVE CT-OPERATOR-ID    TO CP-MAINT-OPERATOR

           WRITE CONNECTED-PARTY-RECORD
               INVALID KEY
                   DISPLAY 'CONN-MAINT: ADD FAILED - CUSTOMER '
                       'ALREADY LINKED ' CT-CUSTOMER-ID
                   MOVE 'G003' TO WS-REJECT-REASON
                   PERFORM 8000-REJECT-TRANSACTION
                       THRU 8000-REJECT-TRANSACTION-EXIT
               NOT INVALID KEY
                   MOVE WS-CONN-STATUS        TO WS-CHECK-STATUS-CODE
                   MOVE 'WRITE CONNECTED-PARTY' TO WS-CHECK-STATUS-OPER
                   PERFORM 9500-CHECK-FILE-STATUS
                       THRU 9500-CHECK-FILE-STATUS-EXIT
                   ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX)
           END-WRITE.

       4000-ADD-LINK-EXIT.
           EXIT.

      *================================================================
       5000-CHANGE-LINK.
      *================================================================
      * Moves a linked customer to another group or corrects the
      * relation; a blank field on the card keeps what is on file.
           IF CT-RELATION-CODE NOT = SPACES
           AND NOT WS-RELATION-VALID
               MOVE 'G004' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 5000-CHANGE-LINK-EXIT
           END-IF

           PERFORM 1600-FIND-CUSTOMER
               THRU 1600-FIND-CUSTOMER-EXIT

           IF WS-CONN-MATCHED
               IF CT-GROUP-ID NOT = SPACES
                   MOVE CT-GROUP-ID TO CP-GROUP-ID
               END-IF
               IF CT-RELATION-CODE NOT = SPACES
                   MOVE CT-RELATION-CODE TO CP-RELATION-CODE
               END-IF
               MOVE WS-REJECT-DATE-N TO CP-EFFECTIVE-DATE
               MOVE CT-OPERATOR-ID   TO CP-MAINT-OPERATOR
               REWRITE CONNECTED-PARTY-RECORD
               MOVE WS-CONN-STATUS          TO WS-CHECK-STATUS-CODE
               MOVE 'REWRITE CONNECTED-PARTY' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
               ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX)
           ELSE
               DISPLAY 'CONN-MAINT: CHANGE FAILED - CUSTOMER NOT '
                   'LINKED ' CT-CUSTOMER-ID
               MOVE 'G002' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
           END-IF.

       5000-CHANGE-LINK-EXIT.
           EXIT.

      *================================================================
       6000-DELETE-LINK.
      *================================================================
           PERFORM 1600-FIND-CUSTOMER
               THRU 1600-FIND-CUSTOMER-EXIT

           IF WS-CONN-MATCHED
               DELETE CONNECTED-PARTY-FILE
               MOVE WS-CONN-STATUS         TO WS-CHECK-STATUS-CODE
               MOVE 'DELETE CONNECTED-PARTY' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
               ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX)
           ELSE
               DISPLAY 'CONN-MAINT: DELETE FAILED - CUSTOMER NOT '
                   'LINKED ' CT-CUSTOMER-ID
               MOVE 'G002' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
           END-IF.

       6000-DELETE-LINK-EXIT.
           EXIT.

      *================================================================
       6500-SIGN-OFF-BREACH.
      *================================================================
      * Credit risk's sign-off of a breach CONC-RPT raised. Only a
      * breach still awaiting sign-off can be signed, and only by a
      * named officer. The exposure measured at the breach is what
      * is signed off: if a later concentration run finds the group
      * has grown past it, the breach reopens and new disbursements
      * are held again.
           IF CT-OPERATOR-ID = SPACES
               MOVE 'G006' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 6500-SIGN-OFF-BREACH-EXIT
           END-IF

           MOVE CT-GROUP-ID TO CB-GROUP-ID
           READ CONC-BREACH-FILE
               INVALID KEY
                   MOVE 'N' TO CB-BREACH-STATUS
           END-READ

           IF NOT CB-AWAITING-SIGNOFF
               DISPLAY 'CONN-MAINT: SIGN-OFF FAILED - NO BREACH '
                   'AWAITING SIGN-OFF FOR GROUP ' CT-GROUP-ID
               MOVE 'G005' TO WS-REJECT-REASON
               PERFORM 8000-REJECT-TRANSACTION
                   THRU 8000-REJECT-TRANSACTION-EXIT
               GO TO 6500-SIGN-OFF-BREACH-EXIT
           END-IF

           MOVE 'S'               TO CB-BREACH-STATUS
           MOVE CT-OPERATOR-ID    TO CB-SIGNOFF-OPERATOR
           MOVE WS-REJECT-DATE-N  TO CB-SIGNOFF-DATE
           MOVE CB-EXPOSURE-RPT   TO CB-SIGNED-EXPOSURE
           REWRITE CONC-BREACH-RECORD
           MOVE WS-BREACH-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE CONC-BREACH'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           DISPLAY 'CONN-MAINT: BREACH FOR GROUP ' CT-GROUP-ID
               ' SIGNED OFF BY ' CT-OPERATOR-ID
           ADD 1 TO WS-TT-APPLIED (WS-TYPE-IDX).

       6500-SIGN-OFF-BREACH-EXIT.
           EXIT.

      *================================================================
       8000-REJECT-TRANSACTION.
      *================================================================
           ADD 1 TO WS-TT-REJECTED (WS-TYPE-IDX)
           MOVE WS-REJECT-REASON         TO RJ-REASON-CODE
           MOVE WS-REJECT-DATE-N         TO RJ-REJECT-DATE
           MOVE CONN-TRANSACTION-RECORD  TO RJ-TRAN-IMAGE

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
               UNTIL WS-TYPE-IDX > 5

           DISPLAY 'CONN-MAINT TOTALS | READ: ' WS-TOTAL-READ
               ' | APPLIED: ' WS-TOTAL-APPLIED
               ' | REJECTED: ' WS-TOTAL-REJECTED

           IF WS-TOTAL-READ NOT =
               WS-TOTAL-APPLIED + WS-TOTAL-REJECTED
               DISPLAY 'CONN-MAINT: BALANCING FAILURE - READ '
                   'DOES NOT EQUAL APPLIED PLUS REJECTED'
               MOVE 5101 TO WS-RETURN-CODE
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
               DISPLAY 'CONN-MAINT TYPE '
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
           CLOSE CONNECTED-PARTY-FILE
           CLOSE CONC-BREACH-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REJECT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's and
      * ACCOUNT-MAINT's paragraph of the same name.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'CONN-MAINT: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 9999 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE CONNECTED-PARTY-FILE
               CLOSE CONC-BREACH-FILE
               CLOSE TRANSACTION-FILE
               CLOSE REJECT-FILE
               STOP RUN
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

      *             machine-readable collections workqueue showing
      *             which letter every delinquent loan is on, so
      *             collectors stop retyping the delinquency report by
      *             hand. A loan under an active forbearance
      *             concession on the FORBMAST master is not walked
      *             further up the ladder until the concession ends;
      *             it stays on the letter it already stands on and
      *             is marked forborne on the workqueue. Every
      *             notice cut for a loan is also cut to each
      *             co-borrower and guarantor still liable on it on
      *             the LOANPRTY loan-party file, naming their role
      *             and the borrower of record. The position
      *             input must be sorted by
      *             customer, loan account and month (see the nightly
      *             JCL, which sorts tonight's position generation
      *             ahead of this step).
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-WORKQ-STATUS.
           SELECT FORBEARANCE-FILE
               ASSIGN TO FORBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-FORB-STATUS.
           SELECT LOAN-PARTY-FILE
               ASSIGN TO LOANPRTY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-KEY
               ALTERNATE RECORD KEY IS LP-PARTY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-PARTY-STATUS.
           SELECT REGPARM-FILE
               ASSIGN TO REGPARMS
               ORGANIZATION IS SEQUENTIAL
           05  WQ-LETTER-DATE          PIC 9(8).
           05  WQ-MAX-DPD              PIC 9(5).
           05  WQ-MISSED-COUNT         PIC 9(4).
           05  WQ-FORBEARANCE-FLAG     PIC X(1).
               88  WQ-FORBORNE         VALUE 'Y'.
           05  FILLER                 PIC X(21).

      * Forbearance master maintained by LOAN-RESTR. Only the
      * concession end date matters here.
       FD  FORBEARANCE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  FORBEARANCE-RECORD.
           05  FB-KEY.
               10  FB-CUSTOMER-ID      PIC X(10).
               10  FB-LOAN-ACCT-NO     PIC X(10).
           05  FB-CONCESSION-TYPE      PIC X(2).
           05  FB-INTEREST-TREATMENT   PIC X(1).
           05  FB-EFFECTIVE-MONTH      PIC 9(6).
           05  FB-CONCESSION-MONTHS    PIC 9(3).
           05  FB-APPROVAL-DATE        PIC 9(8).
           05  FB-CONCESSION-END-DATE  PIC 9(8).
           05  FB-PROBATION-END-DATE   PIC 9(8).
           05  FB-UNPAID-INTEREST      PIC 9(12)V99 COMP-3.
           05  FB-APPROVER-ID          PIC X(8).
           05  FB-RESTRUCTURE-COUNT    PIC 9(2).
           05  FILLER                 PIC X(6).

      * Co-borrowers and guarantors maintained by PARTY-MAINT.
       FD  LOAN-PARTY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'LOANPRTY-REC'.

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           05  WS-LETTER-DATE       PIC 9(8)     VALUE ZEROS.
           05  WS-RUN-DATE-N        PIC 9(8)     VALUE ZEROS.
           05  WS-LETTER-TITLE      PIC X(30)    VALUE SPACES.
           05  WS-CONCESSION-SW     PIC X(1)     VALUE 'N'.
               88  WS-CONCESSION-ACTIVE VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN SUMMARY COUNTERS
           05  WS-DEFAULT-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-WORKQ-COUNT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-CURED-COUNT       PIC 9(8) COMP VALUE ZEROS.
           05  WS-FORB-HELD-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-PARTY-NOTICE-COUNT PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
           05  WS-DPD-ED            PIC ZZZZ9    VALUE ZEROS.
           05  WS-MISSED-ED         PIC ZZZ9     VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
           05  WS-STATE-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-NOTICE-STATUS     PIC X(2)     VALUE SPACES.
           05  WS-WORKQ-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-FORB-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-FORB-AVAIL-SW     PIC X(1)     VALUE 'N'.
               88  WS-FORB-AVAIL    VALUE 'Y'.
           05  WS-PARTY-STATUS      PIC X(2)     VALUE SPACES.
           05  WS-PARTY-AVAIL-SW    PIC X(1)     VALUE 'N'.
               88  WS-PARTY-AVAIL   VALUE 'Y'.
           05  WS-PARTY-EOF-SW      PIC X(1)     VALUE 'N'.
               88  WS-PARTY-EOF     VALUE 'Y'.
           05  WS-POSITION-EOF-SW   PIC X(1)     VALUE 'N'.
               88  WS-POSITION-EOF  VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
      * Rolls the sorted position lines up per customer/loan, decides
      * the letter due at each change of group, and flushes the final
      * group at end of file.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0150-LOAD-REG-PARAMETERS
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'COLLDUNN' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'COLL-DUNN: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'COLL-DUNN: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'COLL-DUNN: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           MOVE WS-WORKQ-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN WORKQUEUE'     TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The forbearance master is created by LOAN-RESTR on its first
      * run; until then no loan is under a concession.
           OPEN INPUT FORBEARANCE-FILE
           IF WS-FORB-STATUS = '00'
               MOVE 'Y' TO WS-FORB-AVAIL-SW
           ELSE
               DISPLAY 'COLL-DUNN: NO FORBEARANCE MASTER ON FILE - '
                   'NO CONCESSIONS IN FORCE'
           END-IF

      * The loan-party file is created by PARTY-MAINT on its first
      * run; until then every loan has its borrower of record alone.
           OPEN INPUT LOAN-PARTY-FILE
           IF WS-PARTY-STATUS = '00'
               MOVE 'Y' TO WS-PARTY-AVAIL-SW
           ELSE
               DISPLAY 'COLL-DUNN: NO LOAN-PARTY FILE - NOTICES TO '
                   'BORROWERS OF RECORD ONLY'
           END-IF.

       0100-OPEN-FILES-EXIT.
           EXIT.

           PERFORM 2000-READ-DUNN-STATE
               THRU 2000-READ-DUNN-STATE-EXIT
           PERFORM 2050-CHECK-FORBEARANCE
               THRU 2050-CHECK-FORBEARANCE-EXIT

      * A loan under an active concession is not escalated: the
      * borrower is paying (or not paying) exactly as agreed, and
      * the next rung waits until the concession ends.
           EVALUATE TRUE
               WHEN WS-LEVEL-DUE > WS-PRIOR-LEVEL
               AND WS-CONCESSION-ACTIVE
                   ADD 1 TO WS-FORB-HELD-COUNT
               WHEN WS-LEVEL-DUE > WS-PRIOR-LEVEL
                   PERFORM 2100-CUT-NOTICE
                       THRU 2100-CUT-NOTICE-EXIT
      * on its default notice until it cures completely, and the
      * workqueue must pair that letter with that letter's own date,
      * not tonight's lower rung with another letter's date.
      * Under a concession the loan stands on the letter already sent.
           IF WS-PRIOR-LEVEL > WS-LEVEL-DUE
           OR WS-CONCESSION-ACTIVE
               MOVE WS-PRIOR-LEVEL TO WS-STANDING-LEVEL
           ELSE
               MOVE WS-LEVEL-DUE   TO WS-STANDING-LEVEL
       2000-READ-DUNN-STATE-EXIT.
           EXIT.

      *================================================================
       2050-CHECK-FORBEARANCE.
      *================================================================
      * The concession is in force through its end date on the
      * forbearance master; after that the ladder resumes.
           MOVE 'N' TO WS-CONCESSION-SW
           IF WS-FORB-AVAIL
               MOVE WS-CUR-CUSTOMER-ID TO FB-CUSTOMER-ID
               MOVE WS-CUR-LOAN-ACCT   TO FB-LOAN-ACCT-NO
               READ FORBEARANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FB-CONCESSION-END-DATE >= WS-RUN-DATE-N
                           MOVE 'Y' TO WS-CONCESSION-SW
                       END-IF
               END-READ
           END-IF.

       2050-CHECK-FORBEARANCE-EXIT.
           EXIT.

      *================================================================
       2100-CUT-NOTICE.
      *================================================================
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE

           PERFORM 2150-NOTIFY-LOAN-PARTIES
               THRU 2150-NOTIFY-LOAN-PARTIES-EXIT

           MOVE WS-RUN-DATE-N TO WS-LETTER-DATE.

       2100-CUT-NOTICE-EXIT.
           EXIT.

      *================================================================
       2150-NOTIFY-LOAN-PARTIES.
      *================================================================
      * Everyone liable on the loan is told it is in arrears, not
      * just the borrower of record: the same letter goes to each
      * co-borrower and guarantor still active on LOANPRTY. Their
      * rows follow the loan's key, so one START finds them all.
      * A released party is no longer liable and is not written to.
           IF NOT WS-PARTY-AVAIL
               GO TO 2150-NOTIFY-LOAN-PARTIES-EXIT
           END-IF
           MOVE 'N' TO WS-PARTY-EOF-SW
           MOVE WS-CUR-CUSTOMER-ID TO LP-CUSTOMER-ID
           MOVE WS-CUR-LOAN-ACCT   TO LP-LOAN-ACCT-NO
           MOVE LOW-VALUES         TO LP-PARTY-ID
           START LOAN-PARTY-FILE KEY >= LP-KEY
               INVALID KEY
                   GO TO 2150-NOTIFY-LOAN-PARTIES-EXIT
           END-START
           PERFORM 2160-READ-LOAN-PARTY
               THRU 2160-READ-LOAN-PARTY-EXIT
               UNTIL WS-PARTY-EOF.

       2150-NOTIFY-LOAN-PARTIES-EXIT.
           EXIT.

      *================================================================
       2160-READ-LOAN-PARTY.
      *================================================================
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARTY-EOF-SW
                   GO TO 2160-READ-LOAN-PARTY-EXIT
           END-READ
           IF LP-CUSTOMER-ID NOT = WS-CUR-CUSTOMER-ID
           OR LP-LOAN-ACCT-NO NOT = WS-CUR-LOAN-ACCT
               MOVE 'Y' TO WS-PARTY-EOF-SW
               GO TO 2160-READ-LOAN-PARTY-EXIT
           END-IF
           IF NOT LP-PARTY-ACTIVE
               GO TO 2160-READ-LOAN-PARTY-EXIT
           END-IF

      * CUST is the party the notice goes to; LOAN names the borrower
      * of record and loan account it is liable on.
           ADD 1 TO WS-PARTY-NOTICE-COUNT
           STRING 'NOTICE | ' DELIMITED SIZE
                  WS-LETTER-TITLE      DELIMITED '  '
                  ' | CUST:' DELIMITED SIZE
                  LP-PARTY-ID          DELIMITED SIZE
                  ' | ROLE:' DELIMITED SIZE
                  LP-PARTY-ROLE        DELIMITED SIZE
                  ' | LOAN:' DELIMITED SIZE
                  WS-CUR-CUSTOMER-ID   DELIMITED SIZE
                  '/' DELIMITED SIZE
                  WS-CUR-LOAN-ACCT     DELIMITED SIZE
                  ' | DAYS-PAST-DUE:' DELIMITED SIZE
                  WS-DPD-ED            DELIMITED SIZE
                  ' | MISSED:' DELIMITED SIZE
                  WS-MISSED-ED         DELIMITED SIZE
                  ' | DATE:' DELIMITED SIZE
                  WS-RUN-DATE-N        DELIMITED SIZE
               INTO WS-REPORT-LINE

           WRITE NOTICE-RECORD FROM WS-REPORT-LINE
           MOVE WS-NOTICE-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE NOTICE-FILE'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE SPACES TO WS-REPORT-LINE.

       2160-READ-LOAN-PARTY-EXIT.
           EXIT.

      *================================================================
       2300-UPDATE-DUNN-STATE.
      *================================================================
           MOVE WS-LETTER-DATE     TO WQ-LETTER-DATE
           MOVE WS-GROUP-MAX-DPD   TO WQ-MAX-DPD
           MOVE WS-GROUP-MISSED    TO WQ-MISSED-COUNT
           MOVE WS-CONCESSION-SW   TO WQ-FORBEARANCE-FLAG

           WRITE WORKQUEUE-RECORD
           MOVE WS-WORKQ-STATUS       TO WS-CHECK-STATUS-CODE
               ' | DEMANDS: ' WS-DEMAND-COUNT
               ' | DEFAULTS: ' WS-DEFAULT-COUNT
               ' | WORKQUEUE: ' WS-WORKQ-COUNT
               ' | CURED: ' WS-CURED-COUNT
               ' | FORBORNE HELD: ' WS-FORB-HELD-COUNT
               ' | PARTY NOTICES: ' WS-PARTY-NOTICE-COUNT.

       9100-PRINT-SUMMARY-EXIT.
           EXIT.
           CLOSE DUNN-STATE-FILE
           CLOSE NOTICE-FILE
           CLOSE WORKQUEUE-FILE
           IF WS-FORB-AVAIL
               CLOSE FORBEARANCE-FILE
           END-IF
           IF WS-PARTY-AVAIL
               CLOSE LOAN-PARTY-FILE
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
               DISPLAY 'COLL-DUNN: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
               CLOSE DUNN-STATE-FILE
               CLOSE NOTICE-FILE
               CLOSE WORKQUEUE-FILE
               IF WS-FORB-AVAIL
                   CLOSE FORBEARANCE-FILE
               END-IF
               IF WS-PARTY-AVAIL
                   CLOSE LOAN-PARTY-FILE
               END-IF
               STOP RUN
           END-IF.


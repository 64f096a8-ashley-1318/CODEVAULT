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
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO LEGALHLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
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
           05  SL-SETTLEMENT-TIME       PIC 9(6).
           05  FILLER                  PIC X(1).

       FD  SETTLE-DATED-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
       01  SETTLE-DATED-RECORD.
           05  SD-CUSTOMER-ID           PIC X(10).
           05  FILLER                  PIC X(80).

       FD  SETTLE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS.
           COPY 'SETLHIST-REC'.

       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           05  LH-HOLD-REASON           PIC X(15).
           05  FILLER                  PIC X(5).

      * Co-borrowers and guarantors maintained by PARTY-MAINT.
       FD  LOAN-PARTY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY 'LOANPRTY-REC'.

       FD  REGPARM-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
      * PURGE ELIGIBILITY GUARD
      * No customer is erased while anything still binds us to their
      * data: a legal-hold marker from the hold file compliance
      * maintains, an active or frozen account on the master, a
      * loan still mid-term on the book (an amortization line with a
      * future due date and a balance still outstanding), or an
      * active co-borrowing or guarantee on such a loan. A deferral
      * is logged with its reason so compliance can see why a request
      * was postponed. The hold file loads fail-closed, and a live-
      * loan table overflow defers every candidate rather than
           05  WS-LIVE-COUNT         PIC 9(4) COMP VALUE ZEROS.
           05  WS-LIVE-ENTRY         OCCURS 1000 TIMES.
               10  WS-LIVE-ID        PIC X(10).
               10  WS-LIVE-ROLE      PIC X(1).
       01  WS-ELIGIBILITY-DATA.
           05  WS-HOLD-EOF-SW        PIC X(1)     VALUE 'N'.
               88  WS-HOLD-EOF       VALUE 'Y'.
               88  WS-LIVE-OVERFLOW  VALUE 'Y'.
           05  WS-LIVE-FOUND-SW      PIC X(1)     VALUE 'N'.
               88  WS-LIVE-FOUND     VALUE 'Y'.
           05  WS-LIVE-FOUND-ROLE    PIC X(1)     VALUE SPACES.
               88  WS-LIVE-AS-BORROWER VALUE 'B'.
               88  WS-LIVE-AS-CO-BORROWER VALUE 'C'.
               88  WS-LIVE-AS-GUARANTOR VALUE 'G'.
           05  WS-LIVE-NEW-ID        PIC X(10)    VALUE SPACES.
           05  WS-LIVE-NEW-ROLE      PIC X(1)     VALUE SPACES.
           05  WS-LIVE-LAST-CUSTOMER PIC X(10)    VALUE SPACES.
           05  WS-LIVE-LAST-LOAN     PIC X(10)    VALUE SPACES.
           05  WS-LIVE-RUN-INTEGER   PIC S9(9) COMP VALUE ZEROS.
           05  WS-LIVE-DUE-INTEGER   PIC S9(9) COMP VALUE ZEROS.
           05  WS-PURGE-ELIGIBLE-SW  PIC X(1)     VALUE 'Y'.
      * ERASURE PROPAGATION ACROSS THE LOAN-SIDE FILES
      * An erased customer must not stay identifiable on the stage
      * history, the account master, the name-and-address master, the
      * amortization schedule or the settlement ledger and history.
      * The keyed files are scrubbed at purge time; purged IDs are
      * also collected here so one end-of-run sweep can tombstone the
      * sequential files and re-key the settlement history. Every
      * file touched is logged to GDPR-COMPLIANCE-LOG so the erasure
      * is provably complete.
      *----------------------------------------------------------------
       01  WS-PROPAGATION-DATA.
           05  WS-PURGED-COUNT-T     PIC 9(4) COMP VALUE ZEROS.
               88  WS-STAGE-ROW-HIT  VALUE 'Y'.
           05  WS-SWEEP-ID           PIC X(10)    VALUE SPACES.
           05  WS-ERASED-MARK        PIC X(10)    VALUE '**ERASED**'.
           05  WS-DATED-EOF-SW       PIC X(1)     VALUE 'N'.
               88  WS-DATED-EOF      VALUE 'Y'.
           05  WS-HISTORY-DONE-SW    PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-SCRUB-DONE VALUE 'Y'.
           05  WS-HISTORY-ROW-SW     PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-ROW-WRITTEN VALUE 'Y'.
           05  WS-HISTORY-HIT-SW     PIC X(1)     VALUE 'N'.
               88  WS-HISTORY-ROW-HIT VALUE 'Y'.
           05  WS-PARTY-DONE-SW      PIC X(1)     VALUE 'N'.
               88  WS-PARTY-SCRUB-DONE VALUE 'Y'.
           05  WS-PARTY-HIT-SW       PIC X(1)     VALUE 'N'.
               88  WS-PARTY-ROW-HIT  VALUE 'Y'.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
           05  WS-AMORT-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-ARCHIVE-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-LEDGER-STATUS        PIC X(2)     VALUE SPACES.
           05  WS-DATED-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-HISTORY-STATUS       PIC X(2)     VALUE SPACES.
           05  WS-HOLD-STATUS          PIC X(2)     VALUE SPACES.
           05  WS-PARTY-STATUS         PIC X(2)     VALUE SPACES.
           05  WS-PARTY-AVAIL-SW       PIC X(1)     VALUE 'N'.
               88  WS-PARTY-AVAIL      VALUE 'Y'.
           05  WS-PARTY-EOF-SW         PIC X(1)     VALUE 'N'.
               88  WS-PARTY-EOF        VALUE 'Y'.
           05  WS-ERROR-MSG            PIC X(100)   VALUE SPACES.
           05  WS-CUSTOMER-EOF-SWITCH  PIC X(1)     VALUE 'N'.
               88  WS-CUSTOMER-EOF     VALUE 'Y'.
      * erasure queue runs first so an open Article 17 request is
      * honored and logged as such before the age-based sweep gets a
      * chance to tombstone the same customer for a different reason.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 1900-PROCESS-ERASURE-QUEUE
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'GDPRPURG' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'GDPR-PURGE: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'GDPR-PURGE: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'GDPR-PURGE: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * The loan-party file is created by PARTY-MAINT on its first
      * run; until then no loan has a co-borrower or guarantor.
           OPEN I-O LOAN-PARTY-FILE
           IF WS-PARTY-STATUS = '00'
               MOVE 'Y' TO WS-PARTY-AVAIL-SW
           ELSE
               DISPLAY 'GDPR-PURGE: NO LOAN-PARTY FILE - LIVE-LOAN '
                   'GUARD ON BORROWERS OF RECORD ONLY'
           END-IF

           PERFORM 0300-LOAD-LEGAL-HOLDS
               THRU 0300-LOAD-LEGAL-HOLDS-EXIT

      * One pass over the amortization schedule collecting every
      * customer with an installment still to fall due and a balance
      * still outstanding -- the outstanding loan book the purge guard
      * checks against -- together with every active co-borrower and
      * guarantor on those loans. A missing schedule file simply
      * leaves the table empty (no live loans known to the system).
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE-N
           COMPUTE WS-LIVE-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-N)
      *================================================================
       0420-ADD-LIVE-CUSTOMER.
      *================================================================
      * A customer's schedule lines arrive together, loan by loan, so
      * remembering the last customer and loan added keeps the table
      * from filling with one entry per month of the same loan. The
      * first live line of each loan also brings in its parties.
           IF AMORT-CUSTOMER-ID = WS-LIVE-LAST-CUSTOMER
           AND AMORT-LOAN-ACCT-NO = WS-LIVE-LAST-LOAN
               GO TO 0420-ADD-LIVE-CUSTOMER-EXIT
           END-IF

           IF AMORT-CUSTOMER-ID NOT = WS-LIVE-LAST-CUSTOMER
               MOVE AMORT-CUSTOMER-ID TO WS-LIVE-NEW-ID
               MOVE 'B'               TO WS-LIVE-NEW-ROLE
               PERFORM 0425-ADD-LIVE-ENTRY
                   THRU 0425-ADD-LIVE-ENTRY-EXIT
           END-IF
           MOVE AMORT-CUSTOMER-ID  TO WS-LIVE-LAST-CUSTOMER
           MOVE AMORT-LOAN-ACCT-NO TO WS-LIVE-LAST-LOAN

           IF WS-PARTY-AVAIL
               PERFORM 0430-ADD-LOAN-PARTIES
                   THRU 0430-ADD-LOAN-PARTIES-EXIT
           END-IF.

       0420-ADD-LIVE-CUSTOMER-EXIT.
           EXIT.

      *================================================================
       0425-ADD-LIVE-ENTRY.
      *================================================================
           IF WS-LIVE-COUNT < 1000
               ADD 1 TO WS-LIVE-COUNT
               MOVE WS-LIVE-NEW-ID   TO WS-LIVE-ID (WS-LIVE-COUNT)
               MOVE WS-LIVE-NEW-ROLE TO WS-LIVE-ROLE (WS-LIVE-COUNT)
           ELSE
               IF NOT WS-LIVE-OVERFLOW
                   MOVE 'Y' TO WS-LIVE-OVERFLOW-SW
                   DISPLAY 'GDPR-PURGE: LIVE-LOAN TABLE FULL - '
                       'ALL PURGE CANDIDATES WILL BE DEFERRED'
               END-IF
           END-IF.

       0425-ADD-LIVE-ENTRY-EXIT.
           EXIT.

      *================================================================
       0430-ADD-LOAN-PARTIES.
      *================================================================
      * A co-borrower or guarantor on a live loan is still liable for
      * it, which binds the bank to their data as much as to the
      * borrower's. Released parties are history and do not count.
           MOVE 'N' TO WS-PARTY-EOF-SW
           MOVE AMORT-CUSTOMER-ID  TO LP-CUSTOMER-ID
           MOVE AMORT-LOAN-ACCT-NO TO LP-LOAN-ACCT-NO
           MOVE LOW-VALUES         TO LP-PARTY-ID
           START LOAN-PARTY-FILE KEY >= LP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PARTY-EOF-SW
           END-START

           PERFORM 0440-READ-LOAN-PARTY
               THRU 0440-READ-LOAN-PARTY-EXIT
               UNTIL WS-PARTY-EOF.

       0430-ADD-LOAN-PARTIES-EXIT.
           EXIT.

      *================================================================
       0440-READ-LOAN-PARTY.
      *================================================================
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARTY-EOF-SW
                   GO TO 0440-READ-LOAN-PARTY-EXIT
           END-READ

           IF LP-CUSTOMER-ID NOT = AMORT-CUSTOMER-ID
           OR LP-LOAN-ACCT-NO NOT = AMORT-LOAN-ACCT-NO
               MOVE 'Y' TO WS-PARTY-EOF-SW
               GO TO 0440-READ-LOAN-PARTY-EXIT
           END-IF

           IF LP-PARTY-ACTIVE
               MOVE LP-PARTY-ID   TO WS-LIVE-NEW-ID
               MOVE LP-PARTY-ROLE TO WS-LIVE-NEW-ROLE
               PERFORM 0425-ADD-LIVE-ENTRY
                   THRU 0425-ADD-LIVE-ENTRY-EXIT
           END-IF.

       0440-READ-LOAN-PARTY-EXIT.
           EXIT.

      *================================================================
      *================================================================
      * A purge candidate is deferred when a legal hold is on file,
      * when the account master still shows an active or frozen
      * account or an account left in debit, or when the live-loan
      * table built by 0400-LOAD-LIVE-LOANS from future-dated
      * amortization lines with balance still outstanding shows a
      * loan mid-term that the candidate borrowed, co-borrowed or
      * guaranteed. WS-CUSTOMER-ID names the candidate.
           MOVE 'Y' TO WS-PURGE-ELIGIBLE-SW
           MOVE SPACES TO WS-DEFER-REASON

                       IF ACC-ACTIVE OR ACC-FROZEN OR ACC-HELD
                           MOVE 'N' TO WS-PURGE-ELIGIBLE-SW
                           MOVE 'ACTIVE-ACCOUNT' TO WS-DEFER-REASON
                       ELSE
                       IF ACC-BALANCE < ZEROS
      * An overdrawn balance is a debt still owed to the bank.
                           MOVE 'N' TO WS-PURGE-ELIGIBLE-SW
                           MOVE 'DEBIT-BALANCE' TO WS-DEFER-REASON
                       END-IF
                       END-IF
               END-READ
           END-IF
                       OR WS-LIVE-FOUND
                   IF WS-LIVE-FOUND
                       MOVE 'N' TO WS-PURGE-ELIGIBLE-SW
                       EVALUATE TRUE
                           WHEN WS-LIVE-AS-GUARANTOR
                               MOVE 'GUARANTEE-LIVE'
                                   TO WS-DEFER-REASON
                           WHEN WS-LIVE-AS-CO-BORROWER
                               MOVE 'CO-BORROWER'
                                   TO WS-DEFER-REASON
                           WHEN OTHER
                               MOVE 'LOAN-ON-BOOK'
                                   TO WS-DEFER-REASON
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
      *================================================================
           IF WS-LIVE-ID (WS-LIVE-IDX) = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-LIVE-FOUND-SW
               MOVE WS-LIVE-ROLE (WS-LIVE-IDX) TO WS-LIVE-FOUND-ROLE
           END-IF.

       1820-CHECK-LIVE-LOAN-EXIT.
               THRU 3520-SCRUB-ACCOUNT-MASTER-EXIT
           PERFORM 3530-SCRUB-NAME-ADDRESS
               THRU 3530-SCRUB-NAME-ADDRESS-EXIT
           IF WS-PARTY-AVAIL
               PERFORM 3540-SCRUB-LOAN-PARTY
                   THRU 3540-SCRUB-LOAN-PARTY-EXIT
           END-IF

           IF WS-PURGED-COUNT-T < 1000
               ADD 1 TO WS-PURGED-COUNT-T
       3530-SCRUB-NAME-ADDRESS-EXIT.
           EXIT.

      *================================================================
       3540-SCRUB-LOAN-PARTY.
      *================================================================
      * Rows naming the customer as co-borrower or guarantor are
      * deleted outright. Rows naming the customer as borrower of
      * record are the other parties' history too, so they are
      * re-keyed under the erased mark, as the settlement history
      * is. Both browses restart after every row so the delete and
      * re-keyed write never disturb them. One log line covers the
      * file.
           MOVE 'N' TO WS-PARTY-HIT-SW
           MOVE 'N' TO WS-PARTY-DONE-SW
           PERFORM 3545-DELETE-PARTY-ROW
               THRU 3545-DELETE-PARTY-ROW-EXIT
               UNTIL WS-PARTY-SCRUB-DONE
           MOVE 'N' TO WS-PARTY-DONE-SW
           PERFORM 3550-REKEY-BORROWER-ROW
               THRU 3550-REKEY-BORROWER-ROW-EXIT
               UNTIL WS-PARTY-SCRUB-DONE

           IF WS-PARTY-ROW-HIT
               MOVE 'ERASED' TO WS-LOG-ACTION
               MOVE 'FILE-LOANPRTY' TO WS-TRIGGER-REASON
               PERFORM 9200-WRITE-COMPLIANCE-LOG
                   THRU 9200-WRITE-COMPLIANCE-LOG-EXIT
           END-IF.

       3540-SCRUB-LOAN-PARTY-EXIT.
           EXIT.

      *================================================================
       3545-DELETE-PARTY-ROW.
      *================================================================
           MOVE WS-CUSTOMER-ID TO LP-PARTY-ID
           START LOAN-PARTY-FILE KEY = LP-PARTY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PARTY-DONE-SW
                   GO TO 3545-DELETE-PARTY-ROW-EXIT
           END-START

           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARTY-DONE-SW
                   GO TO 3545-DELETE-PARTY-ROW-EXIT
           END-READ

           IF LP-PARTY-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-PARTY-DONE-SW
               GO TO 3545-DELETE-PARTY-ROW-EXIT
           END-IF

           DELETE LOAN-PARTY-FILE
           MOVE WS-PARTY-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'DELETE LOAN-PARTY-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE 'Y' TO WS-PARTY-HIT-SW.

       3545-DELETE-PARTY-ROW-EXIT.
           EXIT.

      *================================================================
       3550-REKEY-BORROWER-ROW.
      *================================================================
           MOVE WS-CUSTOMER-ID TO LP-CUSTOMER-ID
           MOVE LOW-VALUES     TO LP-LOAN-ACCT-NO
           MOVE LOW-VALUES     TO LP-PARTY-ID
           START LOAN-PARTY-FILE KEY >= LP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PARTY-DONE-SW
                   GO TO 3550-REKEY-BORROWER-ROW-EXIT
           END-START

           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PARTY-DONE-SW
                   GO TO 3550-REKEY-BORROWER-ROW-EXIT
           END-READ

           IF LP-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               MOVE 'Y' TO WS-PARTY-DONE-SW
               GO TO 3550-REKEY-BORROWER-ROW-EXIT
           END-IF

           DELETE LOAN-PARTY-FILE
           MOVE WS-PARTY-STATUS        TO WS-CHECK-STATUS-CODE
           MOVE 'DELETE LOAN-PARTY-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

      * Status 02 is the party's other rows on the alternate key; 22
      * means the same loan and party already stand under the mark.
           MOVE WS-ERASED-MARK TO LP-CUSTOMER-ID
           WRITE LOAN-PARTY-RECORD
           IF WS-PARTY-STATUS = '02' OR '22'
               MOVE '00' TO WS-CHECK-STATUS-CODE
           ELSE
               MOVE WS-PARTY-STATUS TO WS-CHECK-STATUS-CODE
           END-IF
           MOVE 'WRITE LOAN-PARTY-FILE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE 'Y' TO WS-PARTY-HIT-SW.

       3550-REKEY-BORROWER-ROW-EXIT.
           EXIT.

      *================================================================
       7000-SWEEP-LOAN-SIDE-FILES.
      *================================================================
      * One pass each over the amortization schedule (live KSDS and
      * the closed-loan archive), the settlement ledger generations
      * and the dated settlement extract, removing or tombstoning
      * every record belonging to a customer purged this run, then a
      * keyed scrub of the compacted settlement history for each
      * purged ID. Nothing to do when no one was purged. The live
      * schedule's customer ID is part of the KSDS key and cannot be
      * rewritten, so those rows are deleted outright -- the purge
      * guard already proved the customer has no live loan.
                   DISPLAY 'GDPR-PURGE: SETTLE-LEDGER NOT AVAILABLE '
                       '- LEDGER SWEEP SKIPPED'
               END-IF

               OPEN I-O SETTLE-DATED-FILE
               IF WS-DATED-STATUS = '00'
                   MOVE SPACES TO WS-LAST-LOGGED-ID
                   PERFORM 7250-SWEEP-DATED-RECORD
                       THRU 7250-SWEEP-DATED-RECORD-EXIT
                       UNTIL WS-DATED-EOF
                   CLOSE SETTLE-DATED-FILE
               ELSE
                   DISPLAY 'GDPR-PURGE: SETTLE DATED EXTRACT NOT '
                       'AVAILABLE - DATED SWEEP SKIPPED'
               END-IF

               OPEN I-O SETTLE-HISTORY-FILE
               IF WS-HISTORY-STATUS = '00'
                   PERFORM 7300-SCRUB-SETTLE-HISTORY
                       THRU 7300-SCRUB-SETTLE-HISTORY-EXIT
                       VARYING WS-PURGE-IDX FROM 1 BY 1
                       UNTIL WS-PURGE-IDX > WS-PURGED-COUNT-T
                   CLOSE SETTLE-HISTORY-FILE
               ELSE
                   DISPLAY 'GDPR-PURGE: SETTLE-HISTORY NOT AVAILABLE '
                       '- HISTORY SCRUB SKIPPED'
               END-IF
           END-IF.

       7000-SWEEP-LOAN-SIDE-FILES-EXIT.
       7200-SWEEP-LEDGER-RECORD-EXIT.
           EXIT.

      *================================================================
       7250-SWEEP-DATED-RECORD.
      *================================================================
      * The dated extract holds the stamped copies of the ledger
      * generations not yet compacted, tombstoned the same way, so
      * the weekly compaction still matches them item for item.
           READ SETTLE-DATED-FILE
               AT END
                   MOVE 'Y' TO WS-DATED-EOF-SW
               NOT AT END
                   MOVE SD-CUSTOMER-ID TO WS-SWEEP-ID
                   PERFORM 7500-CHECK-ID-PURGED
                       THRU 7500-CHECK-ID-PURGED-EXIT
                   IF WS-ID-IS-PURGED
                       MOVE WS-ERASED-MARK TO SD-CUSTOMER-ID
                       REWRITE SETTLE-DATED-RECORD
                       MOVE WS-DATED-STATUS   TO WS-CHECK-STATUS-CODE
                       MOVE 'REWRITE SETTLE-DATED'
                           TO WS-CHECK-STATUS-OPER
                       PERFORM 9500-CHECK-FILE-STATUS
                           THRU 9500-CHECK-FILE-STATUS-EXIT
                       IF WS-SWEEP-ID NOT = WS-LAST-LOGGED-ID
                           MOVE WS-SWEEP-ID TO WS-CUSTOMER-ID
                           MOVE WS-SWEEP-ID TO WS-LAST-LOGGED-ID
                           MOVE 'ERASED' TO WS-LOG-ACTION
                           MOVE 'FILE-SETLDATE' TO WS-TRIGGER-REASON
                           PERFORM 9200-WRITE-COMPLIANCE-LOG
                               THRU 9200-WRITE-COMPLIANCE-LOG-EXIT
                       END-IF
                   END-IF
           END-READ.

       7250-SWEEP-DATED-RECORD-EXIT.
           EXIT.

      *================================================================
       7300-SCRUB-SETTLE-HISTORY.
      *================================================================
      * The customer ID leads the history KSDS key, so each of the
      * purged customer's rows is deleted and written back under the
      * erased mark with its loan account, date, time and amounts
      * intact -- the settlement totals still prove after an erasure,
      * as they do on the tombstoned ledger. The browse is restarted
      * after every row so the re-keyed write never disturbs it.
           MOVE WS-PURGED-ID (WS-PURGE-IDX) TO WS-SWEEP-ID
           MOVE 'N' TO WS-HISTORY-DONE-SW
           MOVE 'N' TO WS-HISTORY-HIT-SW
           PERFORM 7310-SCRUB-ONE-HISTORY-ROW
               THRU 7310-SCRUB-ONE-HISTORY-ROW-EXIT
               UNTIL WS-HISTORY-SCRUB-DONE

           IF WS-HISTORY-ROW-HIT
               MOVE WS-SWEEP-ID TO WS-CUSTOMER-ID
               MOVE 'ERASED' TO WS-LOG-ACTION
               MOVE 'FILE-SETLHIST' TO WS-TRIGGER-REASON
               PERFORM 9200-WRITE-COMPLIANCE-LOG
                   THRU 9200-WRITE-COMPLIANCE-LOG-EXIT
           END-IF.

       7300-SCRUB-SETTLE-HISTORY-EXIT.
           EXIT.

      *================================================================
       7310-SCRUB-ONE-HISTORY-ROW.
      *================================================================
           MOVE WS-SWEEP-ID TO HS-CUSTOMER-ID
           MOVE LOW-VALUES  TO HS-LOAN-ACCT-NO
           MOVE ZEROS       TO HS-SETTLE-DATE
           MOVE ZEROS       TO HS-SETTLE-TIME
           MOVE ZEROS       TO HS-SEQ-NO
           START SETTLE-HISTORY-FILE KEY >= HS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-DONE-SW
                   GO TO 7310-SCRUB-ONE-HISTORY-ROW-EXIT
           END-START

           READ SETTLE-HISTORY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-HISTORY-DONE-SW
                   GO TO 7310-SCRUB-ONE-HISTORY-ROW-EXIT
           END-READ

           IF HS-CUSTOMER-ID NOT = WS-SWEEP-ID
               MOVE 'Y' TO WS-HISTORY-DONE-SW
               GO TO 7310-SCRUB-ONE-HISTORY-ROW-EXIT
           END-IF

           DELETE SETTLE-HISTORY-FILE
           MOVE WS-HISTORY-STATUS      TO WS-CHECK-STATUS-CODE
           MOVE 'DELETE SETTLE-HISTORY' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT

           MOVE WS-ERASED-MARK TO HS-CUSTOMER-ID
           MOVE 'N' TO WS-HISTORY-ROW-SW
           PERFORM 7320-WRITE-ERASED-HISTORY-ROW
               THRU 7320-WRITE-ERASED-HISTORY-ROW-EXIT
               UNTIL WS-HISTORY-ROW-WRITTEN
           MOVE 'Y' TO WS-HISTORY-HIT-SW.

       7310-SCRUB-ONE-HISTORY-ROW-EXIT.
           EXIT.

      *================================================================
       7320-WRITE-ERASED-HISTORY-ROW.
      *================================================================
      * Two erased customers can share a loan-account / date / time
      * key once the ID is gone; the sequence number separates them.
           WRITE SETTLE-HISTORY-RECORD
           IF WS-HISTORY-STATUS = '22' AND HS-SEQ-NO < 999
               ADD 1 TO HS-SEQ-NO
               GO TO 7320-WRITE-ERASED-HISTORY-ROW-EXIT
           END-IF
           MOVE WS-HISTORY-STATUS     TO WS-CHECK-STATUS-CODE
           MOVE 'WRITE SETTLE-HISTORY' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE 'Y' TO WS-HISTORY-ROW-SW.

       7320-WRITE-ERASED-HISTORY-ROW-EXIT.
           EXIT.

      *================================================================
       7500-CHECK-ID-PURGED.
      *================================================================
           CLOSE STAGE-HISTORY
           CLOSE ACCOUNT-FILE
           CLOSE NAME-ADDRESS-FILE
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
               DISPLAY 'GDPR-PURGE: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
               CLOSE STAGE-HISTORY
               CLOSE ACCOUNT-FILE
               CLOSE NAME-ADDRESS-FILE
               IF WS-PARTY-AVAIL
                   CLOSE LOAN-PARTY-FILE
               END-IF
               STOP RUN
           END-IF.


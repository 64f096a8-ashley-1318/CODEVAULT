      *================================================================
      * PROGRAM-ID: ACCT-INQ
      * PURPOSE:    Online customer inquiry, transaction AINQ. The
      *             branch or call-centre operator keys a customer
      *             ID and sees, live from the keyed masters, the
      *             account status, balance and arranged overdraft
      *             limit (ACCTMSTR, ODFACIL), the name on CUSTNAME,
      *             the PD score and worst days past due on CREDITPD,
      *             and one line per loan on AMORTSCH with its next
      *             due installment, outstanding balance, IFRS 9
      *             stage (STAGEHST), dunning letter level (DUNNSTAT)
      *             and write-off status (WOFFMAST). After the
      *             customer's own loans come the loans on which the
      *             customer stands as co-borrower or guarantor
      *             (LOANPRTY, read by party through its alternate
      *             index path LOANPTYX), each with the role, the
      *             borrower of record and the liability share.
      *             Keying an own loan account and pressing PF5
      *             pages through that loan's amortization schedule
      *             twelve months at a time; PF6 pages through the
      *             customer's settlements on the settlement-history
      *             KSDS (SETLHIST), loan by loan in settlement date
      *             order, with the current status of each. The
      *             history runs to the last weekly compaction; the
      *             days since are still on the ledger generations
      *             and are not shown. The same questions the
      *             CUST-360 batch answers overnight, answered while
      *             the customer is on the phone.
      *
      *             Read-only: the program issues no update against
      *             any file, and the CICS file definitions refuse
      *             one. Every inquiry that reads customer data is
      *             logged -- operator user ID, terminal, customer,
      *             loan and outcome -- to the AINL transient data
      *             queue before anything is shown; if the log
      *             cannot be written nothing is shown. A customer
      *             tombstoned by GDPR-PURGE (purge flag on CUSTMAST,
      *             or the erased marker on the account holder name)
      *             is shown as erased and nothing else that may be
      *             left on the other masters is displayed.
      *
      *             Pseudo-conversational: the state between screens
      *             travels in the COMMAREA. Map AINQMAP in mapset
      *             AINQSET.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-INQ.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * MASTER RECORD AREAS
      * Same layouts the batch programs declare on their FDs; here
      * they are the INTO areas of the CICS reads.
      *----------------------------------------------------------------
           COPY 'ACCOUNT-REC'.

           COPY 'ODFACIL-REC'.

       01  CUSTOMER-RECORD.
           05  CUST-CUSTOMER-ID         PIC X(10).
           05  CUST-DOB                 PIC 9(8).
           05  CUST-LAST-ACTIVITY-DATE  PIC 9(8).
           05  CUST-PURGE-FLAG          PIC X(1).
               88  CUST-PURGED          VALUE 'P'.
           05  FILLER                   PIC X(13).

       01  NAME-ADDRESS-RECORD.
           05  CNM-CUSTOMER-ID      PIC X(10).
           05  CNM-NAME             PIC X(35).
           05  CNM-ADDR-LINE-1      PIC X(35).
           05  CNM-ADDR-LINE-2      PIC X(35).
           05  CNM-CITY             PIC X(20).
           05  CNM-POSTCODE         PIC X(10).
           05  CNM-COUNTRY          PIC X(2).
           05  FILLER               PIC X(13).

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

       01  STAGE-HISTORY-RECORD.
           05  SH-KEY.
               10  SH-CUSTOMER-ID       PIC X(10).
               10  SH-LOAN-ACCT-NO      PIC X(10).
           05  SH-PERIOD                PIC 9(6).
           05  SH-STAGE                 PIC 9(1).
           05  SH-MIGRATED-FLAG         PIC X(1).
           05  SH-PRIOR-STAGE           PIC 9(1).
           05  FILLER                  PIC X(1).

       01  CREDIT-RECORD.
           05  CR-CUSTOMER-ID          PIC X(10).
           05  CR-PD-SCORE             PIC 9V9(4) COMP-3.
           05  CR-ARREARS-DAYS         PIC 9(3) COMP-3.
           05  CR-SCORE-DATE           PIC 9(8).
           05  FILLER                 PIC X(7).

       01  DUNN-STATE-RECORD.
           05  DS-KEY.
               10  DS-CUSTOMER-ID      PIC X(10).
               10  DS-LOAN-ACCT-NO     PIC X(10).
           05  DS-LETTER-LEVEL         PIC 9(1).
           05  DS-LEVEL1-DATE          PIC 9(8).
           05  DS-LEVEL2-DATE          PIC 9(8).
           05  DS-LEVEL3-DATE          PIC 9(8).
           05  FILLER                 PIC X(5).

       01  WRITEOFF-MASTER-RECORD.
           05  WO-KEY.
               10  WO-CUSTOMER-ID      PIC X(10).
               10  WO-LOAN-ACCT-NO     PIC X(10).
           05  WO-STATUS               PIC X(1).
               88  WO-WRITTEN-OFF      VALUE 'W'.
           05  WO-WRITEOFF-DATE        PIC 9(8).
           05  WO-PRINCIPAL            PIC 9(12)V99 COMP-3.
           05  WO-RECOVERED            PIC 9(12)V99 COMP-3.
           05  WO-APPROVER-ID          PIC X(8).
           05  FILLER                 PIC X(7).

           COPY 'LOANPRTY-REC'.

           COPY 'SETLHIST-REC'.

      *----------------------------------------------------------------
      * ACCESS LOG RECORD
      * One 80-byte line per inquiry on the AINL extrapartition
      * queue: who looked, from where, at whom, and what they got.
      *----------------------------------------------------------------
       01  WS-ACCESS-LOG-RECORD.
           05  AL-LOG-DATE          PIC X(8).
           05  AL-LOG-TIME          PIC X(6).
           05  AL-TRANSID           PIC X(4).
           05  AL-TERMID            PIC X(4).
           05  AL-USERID            PIC X(8).
           05  AL-FUNCTION          PIC X(8).
           05  AL-CUSTOMER-ID       PIC X(10).
           05  AL-LOAN-ACCT-NO      PIC X(10).
           05  AL-RESULT            PIC X(10).
           05  FILLER               PIC X(12).

      *----------------------------------------------------------------
      * CONVERSATION STATE
      * Carried between screens in the COMMAREA. CA-PAGE-LOAN is the
      * first loan on the loan page on view (LOW-VALUES = top);
      * CA-FIRST-MONTH / CA-LAST-MONTH bound the schedule page;
      * CA-SETL-NEXT-KEY is the first settlement of the next
      * settlement page (LOW-VALUES = top).
      *----------------------------------------------------------------
       01  WS-COMMAREA.
           05  CA-MODE              PIC X(1)     VALUE SPACES.
               88  CA-NO-INQUIRY    VALUE SPACES.
               88  CA-SUMMARY-MODE  VALUE 'S'.
               88  CA-SCHEDULE-MODE VALUE 'A'.
               88  CA-SETTLE-MODE   VALUE 'H'.
           05  CA-CUSTOMER-ID       PIC X(10)    VALUE SPACES.
           05  CA-LOAN-ACCT-NO      PIC X(10)    VALUE SPACES.
           05  CA-PAGE-LOAN         PIC X(10)    VALUE LOW-VALUES.
           05  CA-NEXT-LOAN         PIC X(10)    VALUE LOW-VALUES.
           05  CA-FIRST-MONTH       PIC 9(4)     VALUE ZEROS.
           05  CA-LAST-MONTH        PIC 9(4)     VALUE ZEROS.
           05  CA-MORE-SW           PIC X(1)     VALUE 'N'.
               88  CA-MORE          VALUE 'Y'.
           05  CA-BACK-SW           PIC X(1)     VALUE 'N'.
               88  CA-BACK          VALUE 'Y'.
           05  CA-SETL-NEXT-KEY     PIC X(37)    VALUE LOW-VALUES.
           05  FILLER               PIC X(12)    VALUE SPACES.

      *----------------------------------------------------------------
      * INQUIRY WORK AREAS
      *----------------------------------------------------------------
       01  WS-INQUIRY-DATA.
           05  WS-ERASED-MARK       PIC X(10)    VALUE '**ERASED**'.
           05  WS-CUSTOMER-KEY      PIC X(10)    VALUE SPACES.
           05  WS-LOAN-KEY.
               10  WS-LK-CUSTOMER-ID   PIC X(10) VALUE SPACES.
               10  WS-LK-LOAN-ACCT-NO  PIC X(10) VALUE SPACES.
           05  WS-AMORT-BROWSE-KEY.
               10  WS-AB-CUSTOMER-ID   PIC X(10) VALUE SPACES.
               10  WS-AB-LOAN-ACCT-NO  PIC X(10) VALUE SPACES.
               10  WS-AB-MONTH-NUM     PIC 9(4)  VALUE ZEROS.
           05  WS-PARTY-BROWSE-KEY  PIC X(10)    VALUE SPACES.
           05  WS-SETL-BROWSE-KEY.
               10  WS-SB-CUSTOMER-ID   PIC X(10) VALUE SPACES.
               10  WS-SB-REST          PIC X(27) VALUE LOW-VALUES.
           05  WS-CUR-LOAN-ACCT     PIC X(10)    VALUE SPACES.
           05  WS-LOAN-COUNT        PIC 9(4) COMP VALUE ZEROS.
           05  WS-PARTY-COUNT       PIC 9(4) COMP VALUE ZEROS.
           05  WS-LINE-COUNT        PIC 9(4) COMP VALUE ZEROS.
           05  WS-PARTY-SHARE-PCT   PIC 9(3)V99  VALUE ZEROS.
           05  WS-SCHED-COUNT       PIC 9(4) COMP VALUE ZEROS.
           05  WS-SETL-COUNT        PIC 9(4) COMP VALUE ZEROS.
           05  WS-NEXT-MONTH        PIC 9(4)     VALUE ZEROS.
           05  WS-NEXT-DUE-DATE     PIC 9(8)     VALUE ZEROS.
           05  WS-NEXT-INSTALMENT   PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-OUTSTANDING       PIC 9(12)V99 COMP-3 VALUE ZEROS.
           05  WS-PREV-DUE-DATE     PIC 9(8)     VALUE ZEROS.
           05  WS-DUNN-LEVEL        PIC 9(1)     VALUE ZEROS.
           05  WS-RESULT            PIC X(10)    VALUE SPACES.
           05  WS-CUSTOMER-FOUND-SW PIC X(1)     VALUE 'N'.
               88  WS-CUSTOMER-FOUND VALUE 'Y'.
           05  WS-ACCOUNT-FOUND-SW  PIC X(1)     VALUE 'N'.
               88  WS-ACCOUNT-FOUND VALUE 'Y'.
           05  WS-ERASED-SW         PIC X(1)     VALUE 'N'.
               88  WS-CUSTOMER-ERASED VALUE 'Y'.
           05  WS-NEXT-DUE-SW       PIC X(1)     VALUE 'N'.
               88  WS-NEXT-DUE-FOUND VALUE 'Y'.
           05  WS-STAGE-FOUND-SW    PIC X(1)     VALUE 'N'.
               88  WS-STAGE-FOUND   VALUE 'Y'.
           05  WS-WOFF-FOUND-SW     PIC X(1)     VALUE 'N'.
               88  WS-WOFF-FOUND    VALUE 'Y'.
           05  WS-BROWSE-DONE-SW    PIC X(1)     VALUE 'N'.
               88  WS-BROWSE-DONE   VALUE 'Y'.
           05  WS-PARTY-TRUNC-SW    PIC X(1)     VALUE 'N'.
               88  WS-PARTY-TRUNCATED VALUE 'Y'.
           05  WS-INPUT-ERROR-SW    PIC X(1)     VALUE 'N'.
               88  WS-INPUT-ERROR   VALUE 'Y'.

      *----------------------------------------------------------------
      * DATE AND TIME OF THE INQUIRY
      *----------------------------------------------------------------
       01  WS-DATE-TIME.
           05  WS-ABSTIME           PIC S9(15) COMP-3 VALUE ZEROS.
           05  WS-TODAY-X           PIC X(8)     VALUE SPACES.
           05  WS-TODAY-N REDEFINES WS-TODAY-X
                                    PIC 9(8).
           05  WS-TODAY-PARTS REDEFINES WS-TODAY-X.
               10  WS-TODAY-YYYY    PIC X(4).
               10  WS-TODAY-MM      PIC X(2).
               10  WS-TODAY-DD      PIC X(2).
           05  WS-NOW-X             PIC X(6)     VALUE SPACES.
           05  WS-NOW-PARTS REDEFINES WS-NOW-X.
               10  WS-NOW-HH        PIC X(2).
               10  WS-NOW-MM        PIC X(2).
               10  WS-NOW-SS        PIC X(2).
           05  WS-USERID            PIC X(8)     VALUE SPACES.

      *----------------------------------------------------------------
      * SCREEN LINES
      * The detail area carries either loan lines or schedule lines;
      * each layout has its own heading, column for column.
      *----------------------------------------------------------------
       01  WS-LOAN-HEADING.
           05  FILLER               PIC X(12)    VALUE 'LOAN ACCT'.
           05  FILLER               PIC X(6)     VALUE 'INST'.
           05  FILLER               PIC X(10)    VALUE 'DUE DATE'.
           05  FILLER               PIC X(15)    VALUE
                                                 '   INSTALMENT'.
           05  FILLER               PIC X(16)    VALUE
                                                 '   OUTSTANDING'.
           05  FILLER               PIC X(5)     VALUE 'STG'.
           05  FILLER               PIC X(4)     VALUE 'DUN'.
           05  FILLER               PIC X(11)    VALUE 'STATUS'.

       01  WS-LOAN-LINE.
           05  WS-LN-LOAN-ACCT      PIC X(10)    VALUE SPACES.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-LN-MONTH          PIC ZZZ9     VALUE ZEROS.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-LN-DUE-DATE       PIC X(8)     VALUE SPACES.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-LN-INSTALMENT     PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-LN-OUTSTANDING    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-LN-STAGE          PIC X(1)     VALUE SPACES.
           05  FILLER               PIC X(4)     VALUE SPACES.
           05  WS-LN-DUNN           PIC X(1)     VALUE SPACES.
           05  FILLER               PIC X(3)     VALUE SPACES.
           05  WS-LN-STATUS         PIC X(11)    VALUE SPACES.

      * A loan the customer is party to rather than borrower of: the
      * role takes the place of the schedule columns.
       01  WS-PARTY-LINE.
           05  WS-PL-LOAN-ACCT      PIC X(10)    VALUE SPACES.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-PL-ROLE           PIC X(11)    VALUE SPACES.
           05  FILLER               PIC X(12)    VALUE
                                                 '  BORROWER: '.
           05  WS-PL-BORROWER       PIC X(10)    VALUE SPACES.
           05  FILLER               PIC X(10)    VALUE
                                                 '  LIABLE: '.
           05  WS-PL-SHARE          PIC ZZ9.99   VALUE ZEROS.
           05  FILLER               PIC X(1)     VALUE '%'.
           05  FILLER               PIC X(17)    VALUE SPACES.

       01  WS-SCHED-HEADING.
           05  FILLER               PIC X(7)     VALUE 'MNTH'.
           05  FILLER               PIC X(10)    VALUE 'DUE DATE'.
           05  FILLER               PIC X(15)    VALUE
                                                 '   INSTALMENT'.
           05  FILLER               PIC X(15)    VALUE
                                                 '     INTEREST'.
           05  FILLER               PIC X(15)    VALUE
                                                 '    PRINCIPAL'.
           05  FILLER               PIC X(17)    VALUE
                                                 '   END BALANCE'.

       01  WS-SCHED-LINE.
           05  WS-SC-MONTH          PIC ZZZ9     VALUE ZEROS.
           05  FILLER               PIC X(1)     VALUE SPACES.
           05  WS-SC-MARK           PIC X(1)     VALUE SPACES.
           05  FILLER               PIC X(1)     VALUE SPACES.
           05  WS-SC-DUE-DATE       PIC X(8)     VALUE SPACES.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-SC-INSTALMENT     PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-SC-INTEREST       PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-SC-PRINCIPAL      PIC ZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-SC-END-BALANCE    PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER               PIC X(3)     VALUE SPACES.

       01  WS-SETL-HEADING.
           05  FILLER               PIC X(12)    VALUE 'LOAN ACCT'.
           05  FILLER               PIC X(10)    VALUE 'DATE'.
           05  FILLER               PIC X(13)    VALUE 'BIC'.
           05  FILLER               PIC X(16)    VALUE
                                                 '         GROSS'.
           05  FILLER               PIC X(16)    VALUE
                                                 '           NET'.
           05  FILLER               PIC X(12)    VALUE 'STATUS'.

       01  WS-SETL-LINE.
           05  WS-ST-LOAN-ACCT      PIC X(10)    VALUE SPACES.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-ST-SETTLE-DATE    PIC X(8)     VALUE SPACES.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-ST-SWIFT-CODE     PIC X(11)    VALUE SPACES.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-ST-GROSS          PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-ST-NET            PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
           05  FILLER               PIC X(2)     VALUE SPACES.
           05  WS-ST-STATUS         PIC X(10)    VALUE SPACES.
           05  FILLER               PIC X(2)     VALUE SPACES.

       01  WS-SCREEN-DATA.
           05  WS-MESSAGE           PIC X(79)    VALUE SPACES.
           05  WS-BALANCE-ED        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-LIMIT-ED          PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-PD-SCORE-ED       PIC 9.9999   VALUE ZEROS.
           05  WS-ARREARS-ED        PIC ZZ9      VALUE ZEROS.
           05  WS-COUNT-ED          PIC Z9       VALUE ZEROS.
           05  WS-PARTY-ED          PIC Z9       VALUE ZEROS.
           05  WS-RESP-ED           PIC ZZZ9     VALUE ZEROS.
           05  WS-ERROR-TEXT        PIC X(79)    VALUE SPACES.
           05  WS-END-TEXT          PIC X(30)    VALUE
                                       'AINQ CUSTOMER INQUIRY ENDED'.

      *----------------------------------------------------------------
      * SYMBOLIC MAP AND ATTENTION IDENTIFIERS
      *----------------------------------------------------------------
           COPY 'AINQSET'.

           COPY DFHAID.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-CICS-RESP         PIC S9(8) COMP VALUE ZEROS.
           05  WS-COMMAREA-LENGTH   PIC S9(4) COMP VALUE +100.
           05  WS-LOG-LENGTH        PIC S9(4) COMP VALUE +80.
           05  WS-TEXT-LENGTH       PIC S9(4) COMP VALUE +79.
           05  WS-END-TEXT-LENGTH   PIC S9(4) COMP VALUE +30.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       LINKAGE SECTION.
       01  DFHCOMMAREA              PIC X(100).

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
      * First entry from a clear screen sends the empty map; every
      * later entry picks the conversation up from the COMMAREA and
      * acts on the key the operator pressed.
           PERFORM 0050-GET-DATE-TIME
               THRU 0050-GET-DATE-TIME-EXIT

           IF EIBCALEN = ZEROS
               PERFORM 0100-START-SESSION
                   THRU 0100-START-SESSION-EXIT
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 0200-PROCESS-KEY
                   THRU 0200-PROCESS-KEY-EXIT
           END-IF

           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC
           GOBACK.

      *================================================================
       0050-GET-DATE-TIME.
      *================================================================
      * Today's date drives the next-due search, and with the
      * signed-on user ID stamps the access log.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-X)
               TIME(WS-NOW-X)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.

       0050-GET-DATE-TIME-EXIT.
           EXIT.

      *================================================================
       0100-START-SESSION.
      *================================================================
           INITIALIZE WS-COMMAREA
           MOVE LOW-VALUES TO CA-PAGE-LOAN
           MOVE LOW-VALUES TO CA-NEXT-LOAN
           MOVE LOW-VALUES TO AINQMAPO
           MOVE 'KEY A CUSTOMER ID AND PRESS ENTER' TO WS-MESSAGE
           PERFORM 0900-SEND-SCREEN
               THRU 0900-SEND-SCREEN-EXIT.

       0100-START-SESSION-EXIT.
           EXIT.

      *================================================================
       0200-PROCESS-KEY.
      *================================================================
      * ENTER inquires on the keyed customer; PF5 opens the schedule
      * of the keyed loan; PF6 lists the customer's settlements;
      * PF7/PF8 page whichever list is on view.
      * A key that cannot act leaves the screen as it is and says
      * why on the message line.
           EVALUATE EIBAID
               WHEN DFHPF3
               WHEN DFHPF12
                   PERFORM 0800-END-SESSION
                       THRU 0800-END-SESSION-EXIT
               WHEN DFHCLEAR
                   PERFORM 0100-START-SESSION
                       THRU 0100-START-SESSION-EXIT
               WHEN DFHENTER
                   PERFORM 0300-RECEIVE-INPUT
                       THRU 0300-RECEIVE-INPUT-EXIT
                   IF NOT WS-INPUT-ERROR
                       MOVE LOW-VALUES TO CA-PAGE-LOAN
                       PERFORM 2000-SHOW-SUMMARY
                           THRU 2000-SHOW-SUMMARY-EXIT
                   END-IF
               WHEN DFHPF5
                   PERFORM 0300-RECEIVE-INPUT
                       THRU 0300-RECEIVE-INPUT-EXIT
                   IF NOT WS-INPUT-ERROR
                   AND CA-LOAN-ACCT-NO = SPACES
                       MOVE 'Y' TO WS-INPUT-ERROR-SW
                       MOVE 'KEY A LOAN ACCOUNT AND PRESS PF5'
                           TO WS-MESSAGE
                       PERFORM 0950-SEND-MESSAGE
                           THRU 0950-SEND-MESSAGE-EXIT
                   END-IF
                   IF NOT WS-INPUT-ERROR
                       MOVE ZEROS TO CA-FIRST-MONTH
                       PERFORM 3000-SHOW-SCHEDULE
                           THRU 3000-SHOW-SCHEDULE-EXIT
                   END-IF
               WHEN DFHPF6
                   PERFORM 0300-RECEIVE-INPUT
                       THRU 0300-RECEIVE-INPUT-EXIT
                   IF NOT WS-INPUT-ERROR
                       MOVE LOW-VALUES TO CA-SETL-NEXT-KEY
                       MOVE 'N' TO CA-BACK-SW
                       PERFORM 3500-SHOW-SETTLEMENTS
                           THRU 3500-SHOW-SETTLEMENTS-EXIT
                   END-IF
               WHEN DFHPF7
                   PERFORM 0400-PAGE-BACK
                       THRU 0400-PAGE-BACK-EXIT
               WHEN DFHPF8
                   PERFORM 0500-PAGE-FORWARD
                       THRU 0500-PAGE-FORWARD-EXIT
               WHEN OTHER
                   MOVE 'KEY NOT IN USE ON THIS SCREEN' TO WS-MESSAGE
                   PERFORM 0950-SEND-MESSAGE
                       THRU 0950-SEND-MESSAGE-EXIT
           END-EVALUATE.

       0200-PROCESS-KEY-EXIT.
           EXIT.

      *================================================================
       0300-RECEIVE-INPUT.
      *================================================================
      * Only fields the operator touched come back. A new customer
      * ID clears the loan carried from the last inquiry unless a
      * loan was keyed with it.
           MOVE 'N' TO WS-INPUT-ERROR-SW
           MOVE LOW-VALUES TO AINQMAPI
           EXEC CICS RECEIVE
               MAP('AINQMAP')
               MAPSET('AINQSET')
               INTO(AINQMAPI)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(MAPFAIL)
               MOVE 'RECEIVE AINQMAP' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               IF CUSTIDL > ZEROS
                   INSPECT CUSTIDI REPLACING ALL LOW-VALUES BY SPACES
                   IF CUSTIDI NOT = CA-CUSTOMER-ID
                       MOVE CUSTIDI TO CA-CUSTOMER-ID
                       MOVE SPACES  TO CA-LOAN-ACCT-NO
                   END-IF
               END-IF
               IF LOANNOL > ZEROS
                   INSPECT LOANNOI REPLACING ALL LOW-VALUES BY SPACES
                   MOVE LOANNOI TO CA-LOAN-ACCT-NO
               END-IF
           END-IF

           IF CA-CUSTOMER-ID = SPACES
               MOVE 'Y' TO WS-INPUT-ERROR-SW
               MOVE 'CUSTOMER ID IS REQUIRED' TO WS-MESSAGE
               PERFORM 0950-SEND-MESSAGE
                   THRU 0950-SEND-MESSAGE-EXIT
           END-IF.

       0300-RECEIVE-INPUT-EXIT.
           EXIT.

      *================================================================
       0400-PAGE-BACK.
      *================================================================
      * Loans and settlements page back to the first page; the
      * schedule steps back twelve months at a time.
           EVALUATE TRUE
               WHEN CA-SUMMARY-MODE
                   IF CA-PAGE-LOAN = LOW-VALUES
                       MOVE 'ALREADY AT THE FIRST PAGE OF LOANS'
                           TO WS-MESSAGE
                       PERFORM 0950-SEND-MESSAGE
                           THRU 0950-SEND-MESSAGE-EXIT
                   ELSE
                       MOVE LOW-VALUES TO CA-PAGE-LOAN
                       PERFORM 2000-SHOW-SUMMARY
                           THRU 2000-SHOW-SUMMARY-EXIT
                   END-IF
               WHEN CA-SCHEDULE-MODE
                   IF NOT CA-BACK
                       MOVE 'ALREADY AT THE START OF THE SCHEDULE'
                           TO WS-MESSAGE
                       PERFORM 0950-SEND-MESSAGE
                           THRU 0950-SEND-MESSAGE-EXIT
                   ELSE
                       IF CA-FIRST-MONTH > 12
                           SUBTRACT 12 FROM CA-FIRST-MONTH
                       ELSE
                           MOVE ZEROS TO CA-FIRST-MONTH
                       END-IF
                       PERFORM 3000-SHOW-SCHEDULE
                           THRU 3000-SHOW-SCHEDULE-EXIT
                   END-IF
               WHEN CA-SETTLE-MODE
                   IF NOT CA-BACK
                       MOVE 'ALREADY AT THE FIRST PAGE OF SETTLEMENTS'
                           TO WS-MESSAGE
                       PERFORM 0950-SEND-MESSAGE
                           THRU 0950-SEND-MESSAGE-EXIT
                   ELSE
                       MOVE LOW-VALUES TO CA-SETL-NEXT-KEY
                       MOVE 'N' TO CA-BACK-SW
                       PERFORM 3500-SHOW-SETTLEMENTS
                           THRU 3500-SHOW-SETTLEMENTS-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'NOTHING TO PAGE - KEY A CUSTOMER ID'
                       TO WS-MESSAGE
                   PERFORM 0950-SEND-MESSAGE
                       THRU 0950-SEND-MESSAGE-EXIT
           END-EVALUATE.

       0400-PAGE-BACK-EXIT.
           EXIT.

      *================================================================
       0500-PAGE-FORWARD.
      *================================================================
           EVALUATE TRUE
               WHEN CA-NO-INQUIRY
                   MOVE 'NOTHING TO PAGE - KEY A CUSTOMER ID'
                       TO WS-MESSAGE
                   PERFORM 0950-SEND-MESSAGE
                       THRU 0950-SEND-MESSAGE-EXIT
               WHEN NOT CA-MORE
                   MOVE 'NO MORE LINES TO SHOW' TO WS-MESSAGE
                   PERFORM 0950-SEND-MESSAGE
                       THRU 0950-SEND-MESSAGE-EXIT
               WHEN CA-SUMMARY-MODE
                   MOVE CA-NEXT-LOAN TO CA-PAGE-LOAN
                   PERFORM 2000-SHOW-SUMMARY
                       THRU 2000-SHOW-SUMMARY-EXIT
               WHEN CA-SETTLE-MODE
                   MOVE 'Y' TO CA-BACK-SW
                   PERFORM 3500-SHOW-SETTLEMENTS
                       THRU 3500-SHOW-SETTLEMENTS-EXIT
               WHEN OTHER
                   COMPUTE CA-FIRST-MONTH = CA-LAST-MONTH + 1
                   PERFORM 3000-SHOW-SCHEDULE
                       THRU 3000-SHOW-SCHEDULE-EXIT
           END-EVALUATE.

       0500-PAGE-FORWARD-EXIT.
           EXIT.

      *================================================================
       0800-END-SESSION.
      *================================================================
           EXEC CICS SEND TEXT
               FROM(WS-END-TEXT)
               LENGTH(WS-END-TEXT-LENGTH)
               ERASE
               FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       0800-END-SESSION-EXIT.
           EXIT.

      *================================================================
       0900-SEND-SCREEN.
      *================================================================
      * Full repaint: the header, whatever the caller built in the
      * output map, the keyed fields as carried, and the message.
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
               DELIMITED SIZE INTO CURDATEO
           STRING WS-NOW-HH ':' WS-NOW-MM ':' WS-NOW-SS
               DELIMITED SIZE INTO CURTIMEO
           MOVE CA-CUSTOMER-ID  TO CUSTIDO
           MOVE CA-LOAN-ACCT-NO TO LOANNOO
           MOVE WS-MESSAGE      TO MSGO
           MOVE -1              TO CUSTIDL
           EXEC CICS SEND
               MAP('AINQMAP')
               MAPSET('AINQSET')
               FROM(AINQMAPO)
               ERASE
               CURSOR
               FREEKB
               RESP(WS-CICS-RESP)
           END-EXEC
           MOVE 'SEND AINQMAP' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT
           MOVE SPACES TO WS-MESSAGE.

       0900-SEND-SCREEN-EXIT.
           EXIT.

      *================================================================
       0950-SEND-MESSAGE.
      *================================================================
      * Message line only; what is already on the screen stays.
           MOVE LOW-VALUES TO AINQMAPO
           MOVE WS-MESSAGE TO MSGO
           MOVE -1         TO CUSTIDL
           EXEC CICS SEND
               MAP('AINQMAP')
               MAPSET('AINQSET')
               FROM(AINQMAPO)
               DATAONLY
               CURSOR
               FREEKB
               RESP(WS-CICS-RESP)
           END-EXEC
           MOVE 'SEND AINQMAP MESSAGE' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT
           MOVE SPACES TO WS-MESSAGE.

       0950-SEND-MESSAGE-EXIT.
           EXIT.

      *================================================================
       1500-CHECK-ERASED.
      *================================================================
      * GDPR-PURGE tombstones the customer master row and overwrites
      * the account holder name with the erased marker. Either one
      * means the customer is gone, whatever the other masters hold.
           MOVE 'N' TO WS-ERASED-SW
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           MOVE CA-CUSTOMER-ID TO WS-CUSTOMER-KEY

           EXEC CICS READ
               FILE('CUSTMAST')
               INTO(CUSTOMER-RECORD)
               RIDFLD(WS-CUSTOMER-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'READ CUSTMAST' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               MOVE 'Y' TO WS-CUSTOMER-FOUND-SW
               IF CUST-PURGED
                   MOVE 'Y' TO WS-ERASED-SW
               END-IF
           END-IF

           EXEC CICS READ
               FILE('ACCTMSTR')
               INTO(ACCOUNT-RECORD)
               RIDFLD(WS-CUSTOMER-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'READ ACCTMSTR' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
               IF ACC-HOLDER-NAME = WS-ERASED-MARK
                   MOVE 'Y' TO WS-ERASED-SW
               END-IF
           END-IF.

       1500-CHECK-ERASED-EXIT.
           EXIT.

      *================================================================
       1600-SHOW-ERASED.
      *================================================================
      * Nothing past the fact of erasure is put on the screen, and
      * the conversation carries no loan forward to page through.
           MOVE LOW-VALUES TO AINQMAPO
           MOVE 'CUSTOMER ERASED' TO CUSTNMO
           MOVE 'ERASED'          TO ACSTATO
           MOVE SPACES            TO CA-MODE
           MOVE SPACES            TO CA-LOAN-ACCT-NO
           MOVE 'N'               TO CA-MORE-SW
           MOVE 'ERASED'          TO WS-RESULT
           PERFORM 8000-WRITE-ACCESS-LOG
               THRU 8000-WRITE-ACCESS-LOG-EXIT
           MOVE 'CUSTOMER ERASED UNDER GDPR - NO DETAILS CAN BE SHOWN'
               TO WS-MESSAGE
           PERFORM 0900-SEND-SCREEN
               THRU 0900-SEND-SCREEN-EXIT.

       1600-SHOW-ERASED-EXIT.
           EXIT.

      *================================================================
       2000-SHOW-SUMMARY.
      *================================================================
      * Customer header plus one line per loan, twelve loans to the
      * page; the loans the customer is party to follow the own
      * loans on the last page, as many as the page has room for.
      * The inquiry is logged before the screen goes out.
           MOVE 'SUMMARY' TO AL-FUNCTION
           PERFORM 1500-CHECK-ERASED
               THRU 1500-CHECK-ERASED-EXIT
           IF WS-CUSTOMER-ERASED
               PERFORM 1600-SHOW-ERASED
                   THRU 1600-SHOW-ERASED-EXIT
               GO TO 2000-SHOW-SUMMARY-EXIT
           END-IF

           MOVE LOW-VALUES TO AINQMAPO
           PERFORM 2100-FILL-CUSTOMER-HEADER
               THRU 2100-FILL-CUSTOMER-HEADER-EXIT
           MOVE WS-LOAN-HEADING TO HDRO
           PERFORM 2200-LIST-LOANS
               THRU 2200-LIST-LOANS-EXIT
           MOVE ZEROS TO WS-PARTY-COUNT
           MOVE 'N'   TO WS-PARTY-TRUNC-SW
           IF NOT CA-MORE
               PERFORM 2300-LIST-PARTY-LOANS
                   THRU 2300-LIST-PARTY-LOANS-EXIT
           END-IF

           MOVE WS-LOAN-COUNT  TO WS-COUNT-ED
           MOVE WS-PARTY-COUNT TO WS-PARTY-ED
           EVALUATE TRUE
               WHEN WS-LOAN-COUNT = ZEROS
               AND WS-PARTY-COUNT = ZEROS
               AND NOT WS-PARTY-TRUNCATED
               AND NOT WS-ACCOUNT-FOUND
               AND NOT WS-CUSTOMER-FOUND
                   MOVE LOW-VALUES TO AINQMAPO
                   MOVE SPACES TO CA-MODE
                   MOVE 'NOT FOUND' TO WS-RESULT
                   STRING 'CUSTOMER ' CA-CUSTOMER-ID
                          ' NOT FOUND ON ANY MASTER'
                       DELIMITED SIZE INTO WS-MESSAGE
               WHEN WS-LOAN-COUNT = ZEROS
               AND WS-PARTY-COUNT = ZEROS
               AND NOT WS-PARTY-TRUNCATED
                   MOVE 'S' TO CA-MODE
                   MOVE 'NO LOANS' TO WS-RESULT
                   MOVE 'NO LOANS ON FILE FOR THIS CUSTOMER'
                       TO WS-MESSAGE
               WHEN CA-MORE
                   MOVE 'S' TO CA-MODE
                   MOVE 'FOUND' TO WS-RESULT
                   STRING WS-COUNT-ED ' LOAN(S) SHOWN - PF8 FOR MORE'
                          ' LOANS, LOAN ACCT + PF5 FOR SCHEDULE'
                       DELIMITED SIZE INTO WS-MESSAGE
               WHEN WS-PARTY-TRUNCATED
                   MOVE 'S' TO CA-MODE
                   MOVE 'FOUND' TO WS-RESULT
                   STRING WS-COUNT-ED ' OWN LOAN(S), ' WS-PARTY-ED
                          ' AS CO-BORROWER/GUARANTOR - NOT ALL SHOWN,'
                          ' SEE CUST-360'
                       DELIMITED SIZE INTO WS-MESSAGE
               WHEN WS-PARTY-COUNT > ZEROS
                   MOVE 'S' TO CA-MODE
                   MOVE 'FOUND' TO WS-RESULT
                   STRING WS-COUNT-ED ' OWN LOAN(S), ' WS-PARTY-ED
                          ' AS CO-BORROWER/GUARANTOR - OWN LOAN ACCT'
                          ' + PF5 FOR SCHEDULE'
                       DELIMITED SIZE INTO WS-MESSAGE
               WHEN OTHER
                   MOVE 'S' TO CA-MODE
                   MOVE 'FOUND' TO WS-RESULT
                   STRING WS-COUNT-ED ' LOAN(S) SHOWN - KEY LOAN ACCT'
                          ' AND PF5 FOR ITS SCHEDULE'
                       DELIMITED SIZE INTO WS-MESSAGE
           END-EVALUATE

           PERFORM 8000-WRITE-ACCESS-LOG
               THRU 8000-WRITE-ACCESS-LOG-EXIT
           PERFORM 0900-SEND-SCREEN
               THRU 0900-SEND-SCREEN-EXIT.

       2000-SHOW-SUMMARY-EXIT.
           EXIT.

      *================================================================
       2100-FILL-CUSTOMER-HEADER.
      *================================================================
      * Name from CUSTNAME, falling back on the account holder name;
      * account status, balance and currency from the account
      * master read by 1500.
           MOVE CA-CUSTOMER-ID TO WS-CUSTOMER-KEY
           EXEC CICS READ
               FILE('CUSTNAME')
               INTO(NAME-ADDRESS-RECORD)
               RIDFLD(WS-CUSTOMER-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NOTFND)
               IF WS-ACCOUNT-FOUND
                   MOVE ACC-HOLDER-NAME TO CUSTNMO
               ELSE
                   MOVE '(NO NAME ON FILE)' TO CUSTNMO
               END-IF
           ELSE
               MOVE 'READ CUSTNAME' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               MOVE CNM-NAME TO CUSTNMO
           END-IF

           IF WS-ACCOUNT-FOUND
               EVALUATE TRUE
                   WHEN ACC-ACTIVE
                       MOVE 'ACTIVE'    TO ACSTATO
                   WHEN ACC-FROZEN
                       MOVE 'FROZEN'    TO ACSTATO
                   WHEN ACC-CLOSED
                       MOVE 'CLOSED'    TO ACSTATO
                   WHEN ACC-HELD
                       MOVE 'HELD'      TO ACSTATO
                   WHEN ACC-DORMANT
                       MOVE 'DORMANT'   TO ACSTATO
                   WHEN OTHER
                       MOVE 'UNKNOWN'   TO ACSTATO
               END-EVALUATE
               MOVE ACC-BALANCE  TO WS-BALANCE-ED
               MOVE WS-BALANCE-ED TO ACBALO
               MOVE ACC-CURRENCY TO ACCCYO
               PERFORM 2150-FILL-OD-LIMIT
                   THRU 2150-FILL-OD-LIMIT-EXIT
           ELSE
               MOVE 'NO ACCOUNT' TO ACSTATO
           END-IF

           PERFORM 2160-FILL-CREDIT-SCORE
               THRU 2160-FILL-CREDIT-SCORE-EXIT.

       2100-FILL-CUSTOMER-HEADER-EXIT.
           EXIT.

      *================================================================
       2150-FILL-OD-LIMIT.
      *================================================================
      * Only a facility in force today counts -- the same test
      * ACCOUNT-MAINT applies before it lets a debit through.
           EXEC CICS READ
               FILE('ODFACIL')
               INTO(OD-FACILITY-RECORD)
               RIDFLD(WS-CUSTOMER-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NOTFND)
               MOVE 'NONE' TO ODLIMO
           ELSE
               MOVE 'READ ODFACIL' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               IF OD-ACTIVE
               AND (OD-EXPIRY-DATE = ZEROS
                    OR OD-EXPIRY-DATE >= WS-TODAY-N)
                   MOVE OD-LIMIT    TO WS-LIMIT-ED
                   MOVE WS-LIMIT-ED TO ODLIMO
               ELSE
                   MOVE 'NONE' TO ODLIMO
               END-IF
           END-IF.

       2150-FILL-OD-LIMIT-EXIT.
           EXIT.

      *================================================================
       2160-FILL-CREDIT-SCORE.
      *================================================================
      * CR-ARREARS-DAYS is the worst days past due across all the
      * customer's loans, posted nightly by CREDIT-FEED.
           EXEC CICS READ
               FILE('CREDITPD')
               INTO(CREDIT-RECORD)
               RIDFLD(WS-CUSTOMER-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NOTFND)
               MOVE 'N/A' TO PDSCRO
           ELSE
               MOVE 'READ CREDITPD' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               MOVE CR-PD-SCORE     TO WS-PD-SCORE-ED
               MOVE WS-PD-SCORE-ED  TO PDSCRO
               MOVE CR-ARREARS-DAYS TO WS-ARREARS-ED
               MOVE WS-ARREARS-ED   TO ARRDAYSO
               MOVE CR-SCORE-DATE   TO SCRDATEO
           END-IF.

       2160-FILL-CREDIT-SCORE-EXIT.
           EXIT.

      *================================================================
       2200-LIST-LOANS.
      *================================================================
      * Browses AMORTSCH from the customer's first loan (or the loan
      * the page starts at). Each loan's lines run in month order,
      * so the first line due today or later is the next due
      * installment; once it is found the browse skips to the next
      * loan rather than reading out the rest of the schedule.
           MOVE ZEROS  TO WS-LOAN-COUNT
           MOVE 'N'    TO WS-BROWSE-DONE-SW
           MOVE 'N'    TO CA-MORE-SW
           MOVE SPACES TO WS-CUR-LOAN-ACCT
           MOVE CA-CUSTOMER-ID TO WS-AB-CUSTOMER-ID
           MOVE CA-PAGE-LOAN   TO WS-AB-LOAN-ACCT-NO
           MOVE ZEROS          TO WS-AB-MONTH-NUM

           EXEC CICS STARTBR
               FILE('AMORTSCH')
               RIDFLD(WS-AMORT-BROWSE-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NOTFND)
               GO TO 2200-LIST-LOANS-EXIT
           END-IF
           MOVE 'STARTBR AMORTSCH' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT

           PERFORM 2210-BROWSE-LOAN-LINE
               THRU 2210-BROWSE-LOAN-LINE-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR
               FILE('AMORTSCH')
           END-EXEC

           IF WS-CUR-LOAN-ACCT NOT = SPACES
               PERFORM 2250-FORMAT-LOAN-LINE
                   THRU 2250-FORMAT-LOAN-LINE-EXIT
           END-IF.

       2200-LIST-LOANS-EXIT.
           EXIT.

      *================================================================
       2210-BROWSE-LOAN-LINE.
      *================================================================
           EXEC CICS READNEXT
               FILE('AMORTSCH')
               INTO(AMORT-RECORD)
               RIDFLD(WS-AMORT-BROWSE-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 2210-BROWSE-LOAN-LINE-EXIT
           END-IF
           MOVE 'READNEXT AMORTSCH' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT

           IF AMORT-CUSTOMER-ID NOT = CA-CUSTOMER-ID
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 2210-BROWSE-LOAN-LINE-EXIT
           END-IF

           IF AMORT-LOAN-ACCT-NO NOT = WS-CUR-LOAN-ACCT
               IF WS-CUR-LOAN-ACCT NOT = SPACES
                   PERFORM 2250-FORMAT-LOAN-LINE
                       THRU 2250-FORMAT-LOAN-LINE-EXIT
               END-IF
               IF WS-LOAN-COUNT >= 12
                   MOVE 'Y' TO CA-MORE-SW
                   MOVE AMORT-LOAN-ACCT-NO TO CA-NEXT-LOAN
                   MOVE SPACES TO WS-CUR-LOAN-ACCT
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
                   GO TO 2210-BROWSE-LOAN-LINE-EXIT
               END-IF
               MOVE AMORT-LOAN-ACCT-NO TO WS-CUR-LOAN-ACCT
               MOVE 'N'   TO WS-NEXT-DUE-SW
               MOVE ZEROS TO WS-NEXT-MONTH
               MOVE ZEROS TO WS-NEXT-DUE-DATE
               MOVE ZEROS TO WS-NEXT-INSTALMENT
           END-IF

           IF WS-NEXT-DUE-FOUND
               GO TO 2210-BROWSE-LOAN-LINE-EXIT
           END-IF

      * Until the next due line turns up, the outstanding balance is
      * where the schedule stands after the latest line read -- for
      * a loan already past its final due date, what it ended on.
           MOVE AMORT-END-BALANCE TO WS-OUTSTANDING
           IF AMORT-DUE-DATE IS NUMERIC
           AND AMORT-DUE-DATE >= WS-TODAY-N
               MOVE 'Y' TO WS-NEXT-DUE-SW
               MOVE AMORT-MONTH-NUM     TO WS-NEXT-MONTH
               MOVE AMORT-DUE-DATE      TO WS-NEXT-DUE-DATE
               MOVE AMORT-BEGIN-BALANCE TO WS-OUTSTANDING
               COMPUTE WS-NEXT-INSTALMENT =
                   AMORT-INTEREST-PORTION + AMORT-PRINCIPAL-PORTION
               MOVE WS-CUR-LOAN-ACCT TO WS-AB-LOAN-ACCT-NO
               MOVE 9999             TO WS-AB-MONTH-NUM
               EXEC CICS RESETBR
                   FILE('AMORTSCH')
                   RIDFLD(WS-AMORT-BROWSE-KEY)
                   GTEQ
                   RESP(WS-CICS-RESP)
               END-EXEC
               IF WS-CICS-RESP = DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-BROWSE-DONE-SW
               ELSE
                   MOVE 'RESETBR AMORTSCH' TO WS-CHECK-STATUS-OPER
                   PERFORM 9500-CHECK-CICS-RESP
                       THRU 9500-CHECK-CICS-RESP-EXIT
               END-IF
           END-IF.

       2210-BROWSE-LOAN-LINE-EXIT.
           EXIT.

      *================================================================
       2250-FORMAT-LOAN-LINE.
      *================================================================
      * A written-off loan shows its write-off date and what is
      * still unrecovered instead of a schedule position; otherwise
      * the status is arrears while a dunning letter stands, matured
      * once no installment is left to fall due, and current.
           ADD 1 TO WS-LOAN-COUNT
           PERFORM 2260-READ-LOAN-STATUS
               THRU 2260-READ-LOAN-STATUS-EXIT

           MOVE WS-CUR-LOAN-ACCT TO WS-LN-LOAN-ACCT
           IF WS-STAGE-FOUND
               MOVE SH-STAGE TO WS-LN-STAGE
           ELSE
               MOVE '-'      TO WS-LN-STAGE
           END-IF
           MOVE WS-DUNN-LEVEL TO WS-LN-DUNN

           EVALUATE TRUE
               WHEN WS-WOFF-FOUND AND WO-WRITTEN-OFF
                   MOVE ZEROS            TO WS-LN-MONTH
                   MOVE WO-WRITEOFF-DATE TO WS-LN-DUE-DATE
                   MOVE ZEROS            TO WS-LN-INSTALMENT
                   IF WO-RECOVERED < WO-PRINCIPAL
                       COMPUTE WS-LN-OUTSTANDING =
                           WO-PRINCIPAL - WO-RECOVERED
                       MOVE 'WRITTEN OFF' TO WS-LN-STATUS
                   ELSE
                       MOVE ZEROS         TO WS-LN-OUTSTANDING
                       MOVE 'W/O RECOVRD' TO WS-LN-STATUS
                   END-IF
               WHEN WS-NEXT-DUE-FOUND
                   MOVE WS-NEXT-MONTH      TO WS-LN-MONTH
                   MOVE WS-NEXT-DUE-DATE   TO WS-LN-DUE-DATE
                   MOVE WS-NEXT-INSTALMENT TO WS-LN-INSTALMENT
                   MOVE WS-OUTSTANDING     TO WS-LN-OUTSTANDING
                   IF WS-DUNN-LEVEL > ZEROS
                       MOVE 'IN ARREARS' TO WS-LN-STATUS
                   ELSE
                       MOVE 'CURRENT'    TO WS-LN-STATUS
                   END-IF
               WHEN OTHER
                   MOVE ZEROS              TO WS-LN-MONTH
                   MOVE 'NONE'             TO WS-LN-DUE-DATE
                   MOVE ZEROS              TO WS-LN-INSTALMENT
                   MOVE WS-OUTSTANDING     TO WS-LN-OUTSTANDING
                   IF WS-DUNN-LEVEL > ZEROS
                       MOVE 'IN ARREARS' TO WS-LN-STATUS
                   ELSE
                       MOVE 'MATURED'    TO WS-LN-STATUS
                   END-IF
           END-EVALUATE

           MOVE WS-LOAN-LINE TO DTLO (WS-LOAN-COUNT).

       2250-FORMAT-LOAN-LINE-EXIT.
           EXIT.

      *================================================================
       2260-READ-LOAN-STATUS.
      *================================================================
      * Stage, dunning level and write-off record for one loan, all
      * keyed customer + loan account.
           MOVE 'N'   TO WS-STAGE-FOUND-SW
           MOVE 'N'   TO WS-WOFF-FOUND-SW
           MOVE ZEROS TO WS-DUNN-LEVEL
           MOVE CA-CUSTOMER-ID   TO WS-LK-CUSTOMER-ID
           MOVE WS-CUR-LOAN-ACCT TO WS-LK-LOAN-ACCT-NO

           EXEC CICS READ
               FILE('STAGEHST')
               INTO(STAGE-HISTORY-RECORD)
               RIDFLD(WS-LOAN-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'READ STAGEHST' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               MOVE 'Y' TO WS-STAGE-FOUND-SW
           END-IF

           EXEC CICS READ
               FILE('DUNNSTAT')
               INTO(DUNN-STATE-RECORD)
               RIDFLD(WS-LOAN-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'READ DUNNSTAT' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               MOVE DS-LETTER-LEVEL TO WS-DUNN-LEVEL
           END-IF

           EXEC CICS READ
               FILE('WOFFMAST')
               INTO(WRITEOFF-MASTER-RECORD)
               RIDFLD(WS-LOAN-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'READ WOFFMAST' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               MOVE 'Y' TO WS-WOFF-FOUND-SW
           END-IF.

       2260-READ-LOAN-STATUS-EXIT.
           EXIT.

      *================================================================
       2300-LIST-PARTY-LOANS.
      *================================================================
      * Browses the LOANPRTY path by party ID. Released rows are
      * history and are skipped. When the page is full the browse
      * stops and the message line sends the operator to CUST-360
      * for the rest.
           MOVE CA-CUSTOMER-ID TO WS-PARTY-BROWSE-KEY
           MOVE 'N' TO WS-BROWSE-DONE-SW

           EXEC CICS STARTBR
               FILE('LOANPTYX')
               RIDFLD(WS-PARTY-BROWSE-KEY)
               EQUAL
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(NOTFND)
               GO TO 2300-LIST-PARTY-LOANS-EXIT
           END-IF
           MOVE 'STARTBR LOANPTYX' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT

           PERFORM 2310-BROWSE-PARTY-LINE
               THRU 2310-BROWSE-PARTY-LINE-EXIT
               UNTIL WS-BROWSE-DONE

           EXEC CICS ENDBR
               FILE('LOANPTYX')
           END-EXEC.

       2300-LIST-PARTY-LOANS-EXIT.
           EXIT.

      *================================================================
       2310-BROWSE-PARTY-LINE.
      *================================================================
      * Every row but the last for a party comes back DUPKEY on the
      * path; that is a normal read here.
           EXEC CICS READNEXT
               FILE('LOANPTYX')
               INTO(LOAN-PARTY-RECORD)
               RIDFLD(WS-PARTY-BROWSE-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 2310-BROWSE-PARTY-LINE-EXIT
           END-IF
           IF WS-CICS-RESP = DFHRESP(DUPKEY)
               MOVE DFHRESP(NORMAL) TO WS-CICS-RESP
           END-IF
           MOVE 'READNEXT LOANPTYX' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT

           IF LP-PARTY-ID NOT = CA-CUSTOMER-ID
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 2310-BROWSE-PARTY-LINE-EXIT
           END-IF
           IF NOT LP-PARTY-ACTIVE
               GO TO 2310-BROWSE-PARTY-LINE-EXIT
           END-IF

           COMPUTE WS-LINE-COUNT = WS-LOAN-COUNT + WS-PARTY-COUNT
           IF WS-LINE-COUNT >= 12
               MOVE 'Y' TO WS-PARTY-TRUNC-SW
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 2310-BROWSE-PARTY-LINE-EXIT
           END-IF

           ADD 1 TO WS-PARTY-COUNT
           ADD 1 TO WS-LINE-COUNT
           MOVE LP-LOAN-ACCT-NO TO WS-PL-LOAN-ACCT
           IF LP-GUARANTOR
               MOVE 'GUARANTOR'   TO WS-PL-ROLE
           ELSE
               MOVE 'CO-BORROWER' TO WS-PL-ROLE
           END-IF
           MOVE LP-CUSTOMER-ID TO WS-PL-BORROWER
           COMPUTE WS-PARTY-SHARE-PCT = LP-LIABILITY-SHARE * 100
           MOVE WS-PARTY-SHARE-PCT TO WS-PL-SHARE
           MOVE WS-PARTY-LINE TO DTLO (WS-LINE-COUNT).

       2310-BROWSE-PARTY-LINE-EXIT.
           EXIT.

      *================================================================
       3000-SHOW-SCHEDULE.
      *================================================================
      * Twelve schedule lines of one loan from CA-FIRST-MONTH. The
      * browse starts one month early so the line before the page,
      * if there is one, tells whether the page can go back and
      * whether its first line is the next due installment.
           MOVE 'SCHEDULE' TO AL-FUNCTION
           PERFORM 1500-CHECK-ERASED
               THRU 1500-CHECK-ERASED-EXIT
           IF WS-CUSTOMER-ERASED
               PERFORM 1600-SHOW-ERASED
                   THRU 1600-SHOW-ERASED-EXIT
               GO TO 3000-SHOW-SCHEDULE-EXIT
           END-IF

           MOVE LOW-VALUES TO AINQMAPO
           PERFORM 2100-FILL-CUSTOMER-HEADER
               THRU 2100-FILL-CUSTOMER-HEADER-EXIT
           MOVE WS-SCHED-HEADING TO HDRO

           MOVE ZEROS  TO WS-SCHED-COUNT
           MOVE ZEROS  TO WS-PREV-DUE-DATE
           MOVE 'N'    TO WS-BROWSE-DONE-SW
           MOVE 'N'    TO CA-MORE-SW
           MOVE 'N'    TO CA-BACK-SW
           MOVE CA-CUSTOMER-ID  TO WS-AB-CUSTOMER-ID
           MOVE CA-LOAN-ACCT-NO TO WS-AB-LOAN-ACCT-NO
           IF CA-FIRST-MONTH > ZEROS
               COMPUTE WS-AB-MONTH-NUM = CA-FIRST-MONTH - 1
           ELSE
               MOVE ZEROS TO WS-AB-MONTH-NUM
           END-IF

           EXEC CICS STARTBR
               FILE('AMORTSCH')
               RIDFLD(WS-AMORT-BROWSE-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'STARTBR AMORTSCH' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               PERFORM 3100-BROWSE-SCHEDULE-LINE
                   THRU 3100-BROWSE-SCHEDULE-LINE-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('AMORTSCH')
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN WS-SCHED-COUNT = ZEROS
                   MOVE SPACES TO CA-MODE
                   MOVE 'NO SCHED' TO WS-RESULT
                   STRING 'NO SCHEDULE ON FILE FOR LOAN '
                          CA-LOAN-ACCT-NO
                          ' OF THIS CUSTOMER'
                       DELIMITED SIZE INTO WS-MESSAGE
               WHEN CA-MORE
                   MOVE 'A' TO CA-MODE
                   MOVE 'FOUND' TO WS-RESULT
                   STRING 'LOAN ' CA-LOAN-ACCT-NO
                          ' - > NEXT DUE  * DUE DATE PASSED'
                          ' - PF8 FOR MORE'
                       DELIMITED SIZE INTO WS-MESSAGE
               WHEN OTHER
                   MOVE 'A' TO CA-MODE
                   MOVE 'FOUND' TO WS-RESULT
                   STRING 'LOAN ' CA-LOAN-ACCT-NO
                          ' - > NEXT DUE  * DUE DATE PASSED'
                          ' - END OF SCHEDULE'
                       DELIMITED SIZE INTO WS-MESSAGE
           END-EVALUATE

           PERFORM 8000-WRITE-ACCESS-LOG
               THRU 8000-WRITE-ACCESS-LOG-EXIT
           PERFORM 0900-SEND-SCREEN
               THRU 0900-SEND-SCREEN-EXIT.

       3000-SHOW-SCHEDULE-EXIT.
           EXIT.

      *================================================================
       3100-BROWSE-SCHEDULE-LINE.
      *================================================================
           EXEC CICS READNEXT
               FILE('AMORTSCH')
               INTO(AMORT-RECORD)
               RIDFLD(WS-AMORT-BROWSE-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-BROWSE-SCHEDULE-LINE-EXIT
           END-IF
           MOVE 'READNEXT AMORTSCH' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT

           IF AMORT-CUSTOMER-ID  NOT = CA-CUSTOMER-ID
           OR AMORT-LOAN-ACCT-NO NOT = CA-LOAN-ACCT-NO
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-BROWSE-SCHEDULE-LINE-EXIT
           END-IF

           IF AMORT-MONTH-NUM < CA-FIRST-MONTH
               MOVE 'Y' TO CA-BACK-SW
               IF AMORT-DUE-DATE IS NUMERIC
                   MOVE AMORT-DUE-DATE TO WS-PREV-DUE-DATE
               END-IF
               GO TO 3100-BROWSE-SCHEDULE-LINE-EXIT
           END-IF

           IF WS-SCHED-COUNT >= 12
               MOVE 'Y' TO CA-MORE-SW
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3100-BROWSE-SCHEDULE-LINE-EXIT
           END-IF

           ADD 1 TO WS-SCHED-COUNT
           IF WS-SCHED-COUNT = 1
               MOVE AMORT-MONTH-NUM TO CA-FIRST-MONTH
           END-IF
           MOVE AMORT-MONTH-NUM TO CA-LAST-MONTH
           PERFORM 3150-FORMAT-SCHEDULE-LINE
               THRU 3150-FORMAT-SCHEDULE-LINE-EXIT.

       3100-BROWSE-SCHEDULE-LINE-EXIT.
           EXIT.

      *================================================================
       3150-FORMAT-SCHEDULE-LINE.
      *================================================================
      * '*' marks a line whose due date has passed; '>' marks the
      * first line still to fall due, the next due installment.
           MOVE SPACES TO WS-SC-MARK
           IF AMORT-DUE-DATE IS NUMERIC
               IF AMORT-DUE-DATE < WS-TODAY-N
                   MOVE '*' TO WS-SC-MARK
               ELSE
                   IF WS-PREV-DUE-DATE < WS-TODAY-N
                       MOVE '>' TO WS-SC-MARK
                   END-IF
               END-IF
               MOVE AMORT-DUE-DATE TO WS-SC-DUE-DATE
               MOVE AMORT-DUE-DATE TO WS-PREV-DUE-DATE
           ELSE
               MOVE SPACES TO WS-SC-DUE-DATE
           END-IF

           MOVE AMORT-MONTH-NUM         TO WS-SC-MONTH
           COMPUTE WS-SC-INSTALMENT =
               AMORT-INTEREST-PORTION + AMORT-PRINCIPAL-PORTION
           MOVE AMORT-INTEREST-PORTION  TO WS-SC-INTEREST
           MOVE AMORT-PRINCIPAL-PORTION TO WS-SC-PRINCIPAL
           MOVE AMORT-END-BALANCE       TO WS-SC-END-BALANCE
           MOVE WS-SCHED-LINE TO DTLO (WS-SCHED-COUNT).

       3150-FORMAT-SCHEDULE-LINE-EXIT.
           EXIT.

      *================================================================
       3500-SHOW-SETTLEMENTS.
      *================================================================
      * Twelve settlements of the customer from CA-SETL-NEXT-KEY, or
      * from the customer's first when it is LOW-VALUES. SETLHIST is
      * keyed customer, loan account, settlement date and time, so
      * the browse reads one loan's settlements after another, each
      * in date order. The control row is keyed on spaces, ahead of
      * every customer, and is never reached by the browse.
           MOVE 'SETTLE' TO AL-FUNCTION
           PERFORM 1500-CHECK-ERASED
               THRU 1500-CHECK-ERASED-EXIT
           IF WS-CUSTOMER-ERASED
               PERFORM 1600-SHOW-ERASED
                   THRU 1600-SHOW-ERASED-EXIT
               GO TO 3500-SHOW-SETTLEMENTS-EXIT
           END-IF

           MOVE LOW-VALUES TO AINQMAPO
           PERFORM 2100-FILL-CUSTOMER-HEADER
               THRU 2100-FILL-CUSTOMER-HEADER-EXIT
           MOVE WS-SETL-HEADING TO HDRO

           MOVE ZEROS  TO WS-SETL-COUNT
           MOVE 'N'    TO WS-BROWSE-DONE-SW
           MOVE 'N'    TO CA-MORE-SW
           IF CA-SETL-NEXT-KEY = LOW-VALUES
               MOVE CA-CUSTOMER-ID TO WS-SB-CUSTOMER-ID
               MOVE LOW-VALUES     TO WS-SB-REST
           ELSE
               MOVE CA-SETL-NEXT-KEY TO WS-SETL-BROWSE-KEY
           END-IF

           EXEC CICS STARTBR
               FILE('SETLHIST')
               RIDFLD(WS-SETL-BROWSE-KEY)
               GTEQ
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'STARTBR SETLHIST' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-CICS-RESP
                   THRU 9500-CHECK-CICS-RESP-EXIT
               PERFORM 3510-BROWSE-SETTLE-LINE
                   THRU 3510-BROWSE-SETTLE-LINE-EXIT
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE('SETLHIST')
               END-EXEC
           END-IF

           MOVE WS-SETL-COUNT TO WS-COUNT-ED
           EVALUATE TRUE
               WHEN WS-SETL-COUNT = ZEROS
                   MOVE SPACES TO CA-MODE
                   MOVE 'NO SETLS' TO WS-RESULT
                   MOVE 'NO SETTLEMENTS ON FILE FOR THIS CUSTOMER'
                       TO WS-MESSAGE
               WHEN CA-MORE
                   MOVE 'H' TO CA-MODE
                   MOVE 'FOUND' TO WS-RESULT
                   STRING WS-COUNT-ED ' SETTLEMENT(S) SHOWN'
                          ' - PF8 FOR MORE SETTLEMENTS'
                       DELIMITED SIZE INTO WS-MESSAGE
               WHEN OTHER
                   MOVE 'H' TO CA-MODE
                   MOVE 'FOUND' TO WS-RESULT
                   STRING WS-COUNT-ED ' SETTLEMENT(S) SHOWN'
                          ' - END OF SETTLEMENT HISTORY'
                       DELIMITED SIZE INTO WS-MESSAGE
           END-EVALUATE

           PERFORM 8000-WRITE-ACCESS-LOG
               THRU 8000-WRITE-ACCESS-LOG-EXIT
           PERFORM 0900-SEND-SCREEN
               THRU 0900-SEND-SCREEN-EXIT.

       3500-SHOW-SETTLEMENTS-EXIT.
           EXIT.

      *================================================================
       3510-BROWSE-SETTLE-LINE.
      *================================================================
      * The thirteenth settlement read is not shown; its key starts
      * the next page.
           EXEC CICS READNEXT
               FILE('SETLHIST')
               INTO(SETTLE-HISTORY-RECORD)
               RIDFLD(WS-SETL-BROWSE-KEY)
               RESP(WS-CICS-RESP)
           END-EXEC
           IF WS-CICS-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3510-BROWSE-SETTLE-LINE-EXIT
           END-IF
           MOVE 'READNEXT SETLHIST' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT

           IF HS-CUSTOMER-ID NOT = CA-CUSTOMER-ID
               MOVE 'Y' TO WS-BROWSE-DONE-SW
               GO TO 3510-BROWSE-SETTLE-LINE-EXIT
           END-IF

           IF WS-SETL-COUNT >= 12
               MOVE 'Y'    TO CA-MORE-SW
               MOVE HS-KEY TO CA-SETL-NEXT-KEY
               MOVE 'Y'    TO WS-BROWSE-DONE-SW
               GO TO 3510-BROWSE-SETTLE-LINE-EXIT
           END-IF

           ADD 1 TO WS-SETL-COUNT
           MOVE HS-LOAN-ACCT-NO      TO WS-ST-LOAN-ACCT
           MOVE HS-SETTLE-DATE       TO WS-ST-SETTLE-DATE
           MOVE HS-SWIFT-CODE        TO WS-ST-SWIFT-CODE
           MOVE HS-GROSS-AMOUNT      TO WS-ST-GROSS
           MOVE HS-NET-AMOUNT        TO WS-ST-NET
           MOVE HS-SETTLEMENT-STATUS TO WS-ST-STATUS
           MOVE WS-SETL-LINE TO DTLO (WS-SETL-COUNT).

       3510-BROWSE-SETTLE-LINE-EXIT.
           EXIT.

      *================================================================
       8000-WRITE-ACCESS-LOG.
      *================================================================
      * Written before the screen is sent: an inquiry that cannot be
      * logged is not answered (9500 ends the task first).
           MOVE WS-TODAY-X      TO AL-LOG-DATE
           MOVE WS-NOW-X        TO AL-LOG-TIME
           MOVE EIBTRNID        TO AL-TRANSID
           MOVE EIBTRMID        TO AL-TERMID
           MOVE WS-USERID       TO AL-USERID
           MOVE CA-CUSTOMER-ID  TO AL-CUSTOMER-ID
           IF AL-FUNCTION = 'SCHEDULE'
               MOVE CA-LOAN-ACCT-NO TO AL-LOAN-ACCT-NO
           ELSE
               MOVE SPACES          TO AL-LOAN-ACCT-NO
           END-IF
           MOVE WS-RESULT       TO AL-RESULT
           EXEC CICS WRITEQ TD
               QUEUE('AINL')
               FROM(WS-ACCESS-LOG-RECORD)
               LENGTH(WS-LOG-LENGTH)
               RESP(WS-CICS-RESP)
           END-EXEC
           MOVE 'WRITEQ TD AINL' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-CICS-RESP
               THRU 9500-CHECK-CICS-RESP-EXIT.

       8000-WRITE-ACCESS-LOG-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-CICS-RESP.
      *================================================================
      * Online counterpart of the batch file-status guard. Callers
      * deal with the conditions they expect (NOTFND, ENDFILE,
      * MAPFAIL) first; anything else ends the task with the
      * failing operation on the screen, showing no customer data.
           IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-CICS-RESP TO WS-RESP-ED
               STRING 'ACCT-INQ: CICS ERROR DURING '
                      WS-CHECK-STATUS-OPER
                      ' - RESP=' WS-RESP-ED
                   DELIMITED SIZE INTO WS-ERROR-TEXT
               EXEC CICS SEND TEXT
                   FROM(WS-ERROR-TEXT)
                   LENGTH(WS-TEXT-LENGTH)
                   ERASE
                   FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       9500-CHECK-CICS-RESP-EXIT.
           EXIT.

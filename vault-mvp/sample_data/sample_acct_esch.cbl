      *             sorted transaction history), and flags the subset
      *             dormant longer than the REGPARMS escheatment
      *             period as due for the unclaimed-property filing.
      *             Only a credit balance is property owed to the
      *             customer; a dormant account left overdrawn is
      *             listed but never flagged as due.
      *             Without this, truly abandoned balances are
      *             indistinguishable from active ones.
      * AUTHOR:     VAULT DEMO
           05  WS-ACCOUNT-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-DORMANT-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-ESCHEAT-COUNT     PIC 9(8) COMP VALUE ZEROS.
           05  WS-DORMANT-BALANCE   PIC S9(14)V99 COMP-3 VALUE ZEROS.
           05  WS-ESCHEAT-BALANCE   PIC S9(14)V99 COMP-3 VALUE ZEROS.

      *----------------------------------------------------------------
      * REPORT VARIABLES
      *----------------------------------------------------------------
       01  WS-REPORT-DATA.
           05  WS-REPORT-LINE       PIC X(132)   VALUE SPACES.
           05  WS-BALANCE-ED        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-TOTAL-ED          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
                                                 VALUE ZEROS.
           05  WS-AGE-ED            PIC ZZZZ9    VALUE ZEROS.
           05  WS-COUNT-ED          PIC ZZZZZZZ9 VALUE ZEROS.

           MOVE ACC-BALANCE    TO WS-BALANCE-ED
           MOVE WS-DORMANT-AGE TO WS-AGE-ED
           IF WS-DORMANT-AGE > WS-ESCHEAT-DAYS
           AND ACC-BALANCE > ZEROS
               ADD 1 TO WS-ESCHEAT-COUNT
               ADD ACC-BALANCE TO WS-ESCHEAT-BALANCE
               STRING 'ESCHEAT DUE | ACCOUNT:' DELIMITED SIZE

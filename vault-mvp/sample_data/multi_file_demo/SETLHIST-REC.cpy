       01  SETTLE-HISTORY-RECORD.
           05  HS-KEY.
               10  HS-CUSTOMER-ID  PIC X(10).
               10  HS-LOAN-ACCT-NO PIC X(10).
               10  HS-SETTLE-DATE  PIC 9(08).
               10  HS-SETTLE-TIME  PIC 9(06).
               10  HS-SEQ-NO       PIC 9(03).
           05  HS-SWIFT-CODE       PIC X(11).
           05  HS-GROSS-AMOUNT     PIC 9(12)V99 COMP-3.
           05  HS-SETTLEMENT-FEE   PIC 9(09)V99 COMP-3.
           05  HS-NET-AMOUNT       PIC 9(12)V99 COMP-3.
           05  HS-SETTLEMENT-STATUS PIC X(10).
           05  HS-SOURCE           PIC X(01).
               88  HS-FROM-NIGHTLY VALUE 'N'.
               88  HS-FROM-PAYOFF  VALUE 'P'.
           05  HS-COMPACT-DATE     PIC 9(08).
           05  HS-BANK-MATCH-SW    PIC X(01).
               88  HS-BANK-MATCHED VALUE 'Y'.
       01  SETTLE-HISTORY-CONTROL REDEFINES SETTLE-HISTORY-RECORD.
           05  HSC-KEY             PIC X(37).
           05  HSC-LAST-STAMP-DATE PIC 9(08).
           05  HSC-LAST-COMPACT-DATE PIC 9(08).
           05  HSC-COMPACT-RUNS    PIC 9(05).
           05  HSC-ROWS-ON-FILE    PIC 9(09).
           05  HSC-LAST-COMPACT-ROWS PIC 9(09).
           05  FILLER              PIC X(14).

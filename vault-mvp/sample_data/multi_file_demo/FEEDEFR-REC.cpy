       01  FEE-DEFERRAL-RECORD.
           05  FE-KEY.
               10  FE-CUSTOMER-ID  PIC X(10).
               10  FE-LOAN-ACCT-NO PIC X(10).
           05  FE-STATUS           PIC X(01).
               88  FE-AMORTIZING   VALUE 'A'.
               88  FE-FULLY-RELEASED VALUE 'C'.
               88  FE-ACCEL-PAYOFF VALUE 'P'.
               88  FE-ACCEL-WRITEOFF VALUE 'W'.
           05  FE-FEE-COLLECTED    PIC 9(12)V99 COMP-3.
           05  FE-FEE-RELEASED     PIC 9(12)V99 COMP-3.
           05  FE-FEE-DEFERRED     PIC 9(12)V99 COMP-3.
           05  FE-FIRST-FEE-DATE   PIC 9(08).
           05  FE-LAST-FEE-DATE    PIC 9(08).
           05  FE-LAST-RELEASE-PERIOD PIC 9(06).
           05  FE-CLOSE-DATE       PIC 9(08).
           05  FILLER              PIC X(05).
       01  FEE-DEFERRAL-CONTROL REDEFINES FEE-DEFERRAL-RECORD.
           05  FEC-KEY             PIC X(20).
           05  FEC-LAST-BUILD-DATE PIC 9(08).
           05  FEC-LAST-RELEASE-PERIOD PIC 9(06).
           05  FILLER              PIC X(46).

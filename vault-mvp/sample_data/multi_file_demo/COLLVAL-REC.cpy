       01  COLLATERAL-VALUE-RECORD.
           05  CV-KEY.
               10  CV-CUSTOMER-ID  PIC X(10).
               10  CV-LOAN-ACCT-NO PIC X(10).
           05  CV-PROPERTY-VALUE   PIC 9(12)V99 COMP-3.
           05  CV-VALUATION-DATE   PIC 9(08).
           05  CV-VALUE-SOURCE     PIC X(01).
               88  CV-FROM-VALUERS VALUE 'V'.
               88  CV-FROM-ORIGINATION VALUE 'O'.
           05  CV-OUTSTANDING      PIC 9(12)V99 COMP-3.
           05  CV-LTV-RATIO        PIC 9V9(4)   COMP-3.
           05  CV-REVAL-DATE       PIC 9(08).
           05  FILLER              PIC X(04).

       01  LOAN-PARTY-RECORD.
           05  LP-KEY.
               10  LP-CUSTOMER-ID  PIC X(10).
               10  LP-LOAN-ACCT-NO PIC X(10).
               10  LP-PARTY-ID     PIC X(10).
           05  LP-PARTY-ROLE       PIC X(01).
               88  LP-CO-BORROWER  VALUE 'C'.
               88  LP-GUARANTOR    VALUE 'G'.
           05  LP-LIABILITY-SHARE  PIC 9V9(4)   COMP-3.
           05  LP-PARTY-STATUS     PIC X(01).
               88  LP-PARTY-ACTIVE VALUE 'A'.
               88  LP-PARTY-RELEASED VALUE 'R'.
           05  LP-START-DATE       PIC 9(08).
           05  LP-RELEASE-DATE     PIC 9(08).
           05  LP-MAINT-OPERATOR   PIC X(08).
           05  FILLER              PIC X(21).

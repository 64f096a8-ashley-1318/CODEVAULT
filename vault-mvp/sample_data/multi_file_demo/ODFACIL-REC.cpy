       01  OD-FACILITY-RECORD.
           05  OD-ACC-NUMBER       PIC X(10).
           05  OD-STATUS           PIC X(01).
               88  OD-ACTIVE       VALUE 'A'.
               88  OD-CANCELLED    VALUE 'C'.
           05  OD-LIMIT            PIC 9(12)V99 COMP-3.
           05  OD-DEBIT-RATE       PIC 9(3)V99 COMP-3.
           05  OD-EXPIRY-DATE      PIC 9(08).
           05  OD-APPROVER-ID      PIC X(08).
           05  OD-CHANGE-DATE      PIC 9(08).
           05  FILLER              PIC X(04).

       01  CPTY-LIMIT-RECORD.
           05  CL-KEY.
               10  CL-BIC          PIC X(11).
               10  CL-CURRENCY     PIC X(03).
           05  CL-LIMIT-STATUS     PIC X(01).
               88  CL-LIMIT-ACTIVE VALUE 'A'.
               88  CL-LIMIT-SUSPENDED VALUE 'S'.
           05  CL-DAILY-LIMIT      PIC 9(12)V99 COMP-3.
           05  CL-USED-DATE        PIC 9(08).
           05  CL-USED-AMOUNT      PIC 9(12)V99 COMP-3.
           05  CL-USED-COUNT       PIC 9(07)    COMP-3.
           05  CL-HELD-AMOUNT      PIC 9(12)V99 COMP-3.
           05  CL-HELD-COUNT       PIC 9(07)    COMP-3.
           05  CL-RELEASE-PENDING  PIC 9(12)V99 COMP-3.
           05  CL-APPROVER-1       PIC X(08).
           05  CL-APPROVER-2       PIC X(08).
           05  CL-CHANGE-DATE      PIC 9(08).
           05  CL-RELEASE-DATE     PIC 9(08).
           05  FILLER              PIC X(05).

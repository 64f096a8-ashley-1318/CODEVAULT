       01  ECL-SCENARIO-RECORD.
           05  ES-CUSTOMER-ID      PIC X(10).
           05  ES-LOAN-ACCT-NO     PIC X(10).
           05  ES-POST-DATE        PIC 9(08).
           05  ES-POST-PERIOD REDEFINES ES-POST-DATE.
               10  ES-POST-YYYYMM  PIC 9(06).
               10  ES-POST-DD      PIC 9(02).
           05  ES-IFRS-STAGE       PIC 9(01).
           05  ES-SCENARIO-QUARTER PIC X(06).
           05  ES-EAD-AMOUNT       PIC 9(12)V99 COMP-3.
           05  ES-COLLATERAL-VALUE PIC 9(12)V99 COMP-3.
           05  ES-WEIGHTED-ECL     PIC 9(12)V99 COMP-3.
      *        OCCURRENCE 1 = BASE, 2 = UPSIDE, 3 = DOWNSIDE
           05  ES-SCENARIO         OCCURS 3 TIMES.
               10  ES-SCN-WEIGHT   PIC 9V9(4)   COMP-3.
               10  ES-SCN-LGD      PIC 9V9(4)   COMP-3.
               10  ES-SCN-ECL      PIC 9(12)V99 COMP-3.
           05  FILLER              PIC X(19).

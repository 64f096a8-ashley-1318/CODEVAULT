       01  MAILING-EXTRACT-RECORD.
           05  MX-ACC-NUMBER        PIC X(10).
           05  MX-STMT-PERIOD       PIC 9(6).
           05  MX-NAME              PIC X(35).
           05  MX-ADDR-LINE-1       PIC X(35).
           05  MX-ADDR-LINE-2       PIC X(35).
           05  MX-CITY              PIC X(20).
           05  MX-POSTCODE          PIC X(10).
           05  MX-COUNTRY           PIC X(2).
           05  MX-DOC-TYPE          PIC X(1).
               88  MX-STATEMENT     VALUE 'S' ' '.
               88  MX-RATE-NOTICE   VALUE 'R'.
               88  MX-TAX-STATEMENT VALUE 'T'.
           05  FILLER               PIC X(6).

       01  RUN-CONTROL-RECORD.
           05  RCR-KEY.
               10  RCR-BUSINESS-DATE PIC 9(8).
               10  RCR-CHAIN        PIC X(8).
               10  RCR-STEP         PIC X(8).
           05  RCR-PROGRAM          PIC X(8).
           05  RCR-STATUS           PIC X(1).
               88  RCR-STARTED      VALUE 'S'.
               88  RCR-COMPLETE     VALUE 'C'.
               88  RCR-FAILED       VALUE 'F'.
               88  RCR-OVERRIDDEN   VALUE 'O'.
           05  RCR-RUN-COUNT        PIC 9(3).
           05  RCR-START-DATE       PIC 9(8).
           05  RCR-START-TIME       PIC 9(6).
           05  RCR-END-DATE         PIC 9(8).
           05  RCR-END-TIME         PIC 9(6).
           05  RCR-STEP-RC          PIC 9(4).
           05  RCR-OVERRIDE-BY      PIC X(8).
           05  RCR-OVERRIDE-REASON  PIC X(35).
           05  FILLER               PIC X(9).

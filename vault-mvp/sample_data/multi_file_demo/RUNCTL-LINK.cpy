       01  RUN-CONTROL-LINK.
           05  RCL-FUNCTION         PIC X(5).
               88  RCL-GUARD        VALUE 'GUARD'.
               88  RCL-CHECK        VALUE 'CHECK'.
               88  RCL-DONE         VALUE 'DONE '.
           05  RCL-PROGRAM          PIC X(8).
           05  RCL-STEP-RC          PIC 9(4) COMP.
           05  RCL-RESULT           PIC X(1).
               88  RCL-RUN-STEP     VALUE 'R'.
               88  RCL-OVERRIDE-RUN VALUE 'O'.
               88  RCL-STEP-COMPLETE VALUE 'C'.
               88  RCL-NOT-CONTROLLED VALUE 'N'.
               88  RCL-CONTROL-FAILED VALUE 'E'.
           05  RCL-BUSINESS-DATE    PIC 9(8).
           05  RCL-CHAIN            PIC X(8).
           05  RCL-STEP             PIC X(8).
           05  RCL-OVERRIDE-BY      PIC X(8).

           05  WS-UNCHANGED-COUNT   PIC 9(8) COMP VALUE ZEROS.
           05  WS-NO-RECORD-COUNT   PIC 9(8) COMP VALUE ZEROS.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
      * Rolls the sorted position lines up per customer and posts the
      * worst figure at each change of customer, flushing the final
      * customer at end of file.
           PERFORM 0040-CHECK-RUN-CONTROL
               THRU 0040-CHECK-RUN-CONTROL-EXIT
           PERFORM 0100-OPEN-FILES
               THRU 0100-OPEN-FILES-EXIT
           PERFORM 0200-READ-POSITION-RECORD
           PERFORM 9000-END-PROGRAM
           STOP RUN.

      *================================================================
       0040-CHECK-RUN-CONTROL.
      *================================================================
      * Business-date run control (RUN-CTRL): a step already complete
      * for the business date is refused before it touches a file.
           MOVE 'CHECK'    TO RCL-FUNCTION
           MOVE 'CREDFEED' TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-STEP-COMPLETE
               DISPLAY 'CREDIT-FEED: STEP ALREADY COMPLETE FOR '
                   'BUSINESS DATE ' RCL-BUSINESS-DATE ' - NOT RERUN'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-CONTROL-FAILED
               DISPLAY 'CREDIT-FEED: RUN CONTROL UNAVAILABLE - '
                   'RUN STOPPED'
               MOVE 9999 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RCL-OVERRIDE-RUN
               DISPLAY 'CREDIT-FEED: RERUN FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE ' AUTHORISED BY ' RCL-OVERRIDE-BY
           END-IF.

       0040-CHECK-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       0100-OPEN-FILES.
      *================================================================
      *================================================================
           CLOSE POSITION-FILE
           CLOSE CREDIT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           PERFORM 9050-RECORD-RUN-CONTROL
               THRU 9050-RECORD-RUN-CONTROL-EXIT.

      *================================================================
       9050-RECORD-RUN-CONTROL.
      *================================================================
      * Books the step complete for the business date (failed, and
      * free to run again, above the chain's 7000 band).
           MOVE 'DONE '        TO RCL-FUNCTION
           MOVE WS-RETURN-CODE TO RCL-STEP-RC
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-CONTROL-FAILED
               DISPLAY 'CREDIT-FEED: RUN CONTROL NOT UPDATED - STEP '
                   'COMPLETED, DO NOT RERUN IT WITHOUT CHECKING ITS '
                   'OUTPUT'
               MOVE 9999 TO RETURN-CODE
           END-IF.

       9050-RECORD-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.

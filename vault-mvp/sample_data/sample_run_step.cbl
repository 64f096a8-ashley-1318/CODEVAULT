      *================================================================
      * PROGRAM-ID: RUN-STEP
      * PURPOSE:    Run-control job step. Runs in front of each
      *             controlled step of the nightly and month-end
      *             chains with the same RUNSTEP card as the step it
      *             guards, action GUARD in columns 28-32:
      *               RC 0  the step has not completed for the business
      *                     date (or an override card reopened it), so
      *                     it runs;
      *               RC 4  the step is already complete for the
      *                     business date, so the JCL bypasses it and
      *                     it allocates nothing -- no empty generation
      *                     is catalogued over the one the completed
      *                     run cut.
      *             A utility step (IEBGENER) cannot CALL RUN-CTRL
      *             itself, so a second RUN-STEP with action DONE runs
      *             after it to book it complete. Anything wrong with
      *             the cards or the run-control KSDS ends RC 9999 and
      *             the step stays bypassed.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-STEP.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-CARD-FILE
               ASSIGN TO RUNSTEP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same card RUN-CTRL reads; only the program and action are
      * used here.
       FD  STEP-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  STEP-CARD-RECORD.
           05  SC-CHAIN             PIC X(8).
           05  FILLER               PIC X(1).
           05  SC-STEP              PIC X(8).
           05  FILLER               PIC X(1).
           05  SC-PROGRAM           PIC X(8).
           05  FILLER               PIC X(1).
           05  SC-ACTION            PIC X(5).
               88  SC-GUARD         VALUE 'GUARD'.
               88  SC-DONE          VALUE 'DONE '.
           05  FILLER               PIC X(48).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * RUN CONTROL INTERFACE (to RUN-CTRL)
      *----------------------------------------------------------------
           COPY 'RUNCTL-LINK'.

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RETURN-CODE       PIC 9(4) COMP VALUE ZEROS.
           05  WS-RUNSTEP-STATUS    PIC X(2)     VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================
       0000-MAIN.
      *================================================================
           OPEN INPUT STEP-CARD-FILE
           IF WS-RUNSTEP-STATUS NOT = '00'
               DISPLAY 'RUN-STEP: NO RUNSTEP CARD - RUN STOPPED'
               MOVE 9999 TO WS-RETURN-CODE
               GO TO 0000-END
           END-IF
           READ STEP-CARD-FILE
               AT END
                   MOVE SPACES TO STEP-CARD-RECORD
           END-READ
           CLOSE STEP-CARD-FILE

           MOVE SC-PROGRAM TO RCL-PROGRAM
           MOVE ZEROS      TO RCL-STEP-RC
           EVALUATE TRUE
               WHEN SC-GUARD
                   PERFORM 1000-GUARD-STEP
                       THRU 1000-GUARD-STEP-EXIT
               WHEN SC-DONE
                   PERFORM 2000-BOOK-STEP-DONE
                       THRU 2000-BOOK-STEP-DONE-EXIT
               WHEN OTHER
                   DISPLAY 'RUN-STEP: RUNSTEP ACTION ' SC-ACTION
                       ' NOT GUARD OR DONE - RUN STOPPED'
                   MOVE 9999 TO WS-RETURN-CODE
           END-EVALUATE.

       0000-END.
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *================================================================
       1000-GUARD-STEP.
      *================================================================
           MOVE 'GUARD' TO RCL-FUNCTION
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           EVALUATE TRUE
               WHEN RCL-RUN-STEP
                   DISPLAY 'RUN-STEP: ' RCL-CHAIN ' ' RCL-STEP
                       ' (' RCL-PROGRAM ') RUNS FOR BUSINESS DATE '
                       RCL-BUSINESS-DATE
               WHEN RCL-OVERRIDE-RUN
                   DISPLAY 'RUN-STEP: ' RCL-CHAIN ' ' RCL-STEP
                       ' (' RCL-PROGRAM ') RERUNS FOR BUSINESS DATE '
                       RCL-BUSINESS-DATE ' ON OVERRIDE BY '
                       RCL-OVERRIDE-BY
               WHEN RCL-STEP-COMPLETE
                   DISPLAY 'RUN-STEP: ' RCL-CHAIN ' ' RCL-STEP
                       ' (' RCL-PROGRAM ') ALREADY COMPLETE FOR '
                       'BUSINESS DATE ' RCL-BUSINESS-DATE
                       ' (RC ' RCL-STEP-RC ') - STEP BYPASSED'
                   MOVE 4 TO WS-RETURN-CODE
               WHEN OTHER
                   DISPLAY 'RUN-STEP: RUN CONTROL UNAVAILABLE FOR '
                       SC-CHAIN ' ' SC-STEP ' - STEP BYPASSED'
                   MOVE 9999 TO WS-RETURN-CODE
           END-EVALUATE.

       1000-GUARD-STEP-EXIT.
           EXIT.

      *================================================================
       2000-BOOK-STEP-DONE.
      *================================================================
      * Only reached when the utility ended RC 0: the JCL bypasses
      * this step otherwise.
           MOVE 'DONE ' TO RCL-FUNCTION
           CALL 'RUN-CTRL' USING RUN-CONTROL-LINK
           IF RCL-RUN-STEP
               DISPLAY 'RUN-STEP: ' RCL-CHAIN ' ' RCL-STEP
                   ' (' RCL-PROGRAM ') COMPLETE FOR BUSINESS DATE '
                   RCL-BUSINESS-DATE
           ELSE
               DISPLAY 'RUN-STEP: RUN CONTROL NOT UPDATED FOR '
                   SC-CHAIN ' ' SC-STEP ' - STEP COMPLETED, DO NOT '
                   'RERUN IT WITHOUT CHECKING ITS OUTPUT'
               MOVE 9999 TO WS-RETURN-CODE
           END-IF.

       2000-BOOK-STEP-DONE-EXIT.
           EXIT.

      *================================================================
      * PROGRAM-ID: RUN-CTRL
      * PURPOSE:    Business-date run control subprogram. Every
      *             program in the nightly and month-end chains CALLs
      *             it at start ('CHECK') and again on a normal end
      *             ('DONE '); the RUN-STEP guard step in front of each
      *             of them CALLs it with 'GUARD'. It keeps one row per
      *             business date, chain and step on the run-control
      *             KSDS (RUNCTRL):
      *               S  started, not yet ended (or ended in an abend)
      *               C  complete -- ended with a return code inside
      *                  the chain's accepted band (7000 or under)
      *               F  ended normally but with a failing return code
      *               O  complete, rerun authorised by an override card
      *             The business date comes from the RUNDATE card, not
      *             the clock, so a chain that slips past midnight or
      *             is resubmitted the next morning still books against
      *             the date it was run for. The step comes from the
      *             RUNSTEP card: chain name, step name and the program
      *             the step runs, which must be the caller. A step
      *             with no RUNSTEP card is not under run control and
      *             runs as it always has (ACCOUNT-MAINT's own jobs).
      *             A complete step is refused: GUARD returns 'C' so
      *             the guard step ends RC 4 and the JCL bypasses the
      *             step; CHECK returns 'C' so a step started without
      *             its guard stops before it touches a file. Only a
      *             second RUNSTEP card of the form
      *               OVERRIDE yyyymmdd chain    step     userid   why
      *             naming this date, chain and step, with the
      *             authoriser's user ID and a reason, lets GUARD
      *             reopen a complete step; the authoriser and reason
      *             stay on the row. S and F rows (an abend or failed
      *             attempt) run again without an override, so a rerun
      *             after an abend picks up exactly the steps that did
      *             not finish.
      * AUTHOR:     VAULT DEMO
      * DATE:       2024-01-01
      *================================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-CTRL.
       AUTHOR. VAULT-DEMO-SYSTEM.
       DATE-WRITTEN. 2024-01-01.
       DATE-COMPILED. 2024-01-01.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-MAINFRAME.
       OBJECT-COMPUTER. IBM-MAINFRAME.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCR-KEY
               FILE STATUS IS WS-RUNCTRL-STATUS.
           SELECT BUSINESS-DATE-CARD
               ASSIGN TO RUNDATE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNDATE-STATUS.
           SELECT STEP-CARD-FILE
               ASSIGN TO RUNSTEP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
           COPY 'RUNCTL-REC'.

       FD  BUSINESS-DATE-CARD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE     PIC X(8).
           05  BD-DATE-PARTS REDEFINES BD-BUSINESS-DATE.
               10  BD-YYYY          PIC 9(4).
               10  BD-MM            PIC 9(2).
               10  BD-DD            PIC 9(2).
           05  FILLER               PIC X(72).

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
           05  FILLER               PIC X(48).
       01  OVERRIDE-CARD-RECORD.
           05  OC-KEYWORD           PIC X(8).
               88  OC-IS-OVERRIDE   VALUE 'OVERRIDE'.
           05  FILLER               PIC X(1).
           05  OC-BUSINESS-DATE     PIC X(8).
           05  FILLER               PIC X(1).
           05  OC-CHAIN             PIC X(8).
           05  FILLER               PIC X(1).
           05  OC-STEP              PIC X(8).
           05  FILLER               PIC X(1).
           05  OC-AUTHORISED-BY     PIC X(8).
           05  FILLER               PIC X(1).
           05  OC-REASON            PIC X(35).

       WORKING-STORAGE SECTION.

      *----------------------------------------------------------------
      * THIS CALL'S STEP AND OVERRIDE
      *----------------------------------------------------------------
       01  WS-STEP-DATA.
           05  WS-CARD-PROGRAM      PIC X(8)     VALUE SPACES.
           05  WS-OVERRIDE-SW       PIC X(1)     VALUE 'N'.
               88  WS-OVERRIDE-CARD VALUE 'Y'.
           05  WS-OVERRIDE-IMAGE.
               10  WS-OVR-KEYWORD   PIC X(8)     VALUE SPACES.
               10  WS-OVR-DATE      PIC X(8)     VALUE SPACES.
               10  WS-OVR-CHAIN     PIC X(8)     VALUE SPACES.
               10  WS-OVR-STEP      PIC X(8)     VALUE SPACES.
               10  WS-OVR-BY        PIC X(8)     VALUE SPACES.
               10  WS-OVR-REASON    PIC X(35)    VALUE SPACES.
           05  WS-ROW-FOUND-SW      PIC X(1)     VALUE 'N'.
               88  WS-ROW-FOUND     VALUE 'Y'.
           05  WS-DAYS-IN-MONTH     PIC 9(2)     VALUE ZEROS.
           05  WS-LEAP-QUOTIENT     PIC 9(4)     VALUE ZEROS.
           05  WS-LEAP-REM-4        PIC 9(4)     VALUE ZEROS.
           05  WS-LEAP-REM-100      PIC 9(4)     VALUE ZEROS.
           05  WS-LEAP-REM-400      PIC 9(4)     VALUE ZEROS.

      *----------------------------------------------------------------
      * DAYS IN EACH MONTH (February adjusted for leap years)
      *----------------------------------------------------------------
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER               PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.

      * ACCEPT FROM TIME supplies HHMMSSss; taking the leftmost six
      * digits through this group keeps the hundredths out of the
      * stamp, as SETTLE-SYS does.
       01  WS-TIME-WORK.
           05  WS-TODAY-N           PIC 9(8)     VALUE ZEROS.
           05  WS-TIME-RAW.
               10  WS-TIME-HHMMSS   PIC 9(6).
               10  FILLER           PIC 9(2).

      *----------------------------------------------------------------
      * PROCESS CONTROL VARIABLES
      *----------------------------------------------------------------
       01  WS-CONTROL.
           05  WS-RUNCTRL-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-RUNDATE-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-RUNSTEP-STATUS    PIC X(2)     VALUE SPACES.
           05  WS-RUNCTRL-OPEN-SW   PIC X(1)     VALUE 'N'.
               88  WS-RUNCTRL-OPEN  VALUE 'Y'.
           05  WS-CHECK-STATUS-CODE PIC X(2)     VALUE SPACES.
           05  WS-CHECK-STATUS-OPER PIC X(30)    VALUE SPACES.

       LINKAGE SECTION.
           COPY 'RUNCTL-LINK'.

       PROCEDURE DIVISION USING RUN-CONTROL-LINK.
      *================================================================
       0000-MAIN.
      *================================================================
      * Files are opened and closed on every call: the caller holds
      * nothing between its CHECK and its DONE, and the KSDS is free
      * for BATCH-CTRL and the next step as soon as each call ends.
           MOVE SPACES TO RCL-RESULT
                          RCL-OVERRIDE-BY
           MOVE ZEROS  TO RCL-BUSINESS-DATE
           MOVE 'N' TO WS-RUNCTRL-OPEN-SW
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-N
           ACCEPT WS-TIME-RAW FROM TIME

           PERFORM 0100-READ-STEP-CARD
               THRU 0100-READ-STEP-CARD-EXIT
           IF RCL-NOT-CONTROLLED
           OR RCL-CONTROL-FAILED
               GOBACK
           END-IF
           PERFORM 0200-READ-BUSINESS-DATE
               THRU 0200-READ-BUSINESS-DATE-EXIT
           IF RCL-CONTROL-FAILED
               GOBACK
           END-IF
           PERFORM 0300-OPEN-RUN-CONTROL
               THRU 0300-OPEN-RUN-CONTROL-EXIT

           MOVE RCL-BUSINESS-DATE TO RCR-BUSINESS-DATE
           MOVE RCL-CHAIN         TO RCR-CHAIN
           MOVE RCL-STEP          TO RCR-STEP
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-FOUND-SW
           END-READ
           IF WS-RUNCTRL-STATUS NOT = '23'
               MOVE WS-RUNCTRL-STATUS    TO WS-CHECK-STATUS-CODE
               MOVE 'READ RUN-CONTROL'   TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RCL-GUARD
                   PERFORM 1000-GUARD-STEP
                       THRU 1000-GUARD-STEP-EXIT
               WHEN RCL-CHECK
                   PERFORM 2000-START-STEP
                       THRU 2000-START-STEP-EXIT
               WHEN RCL-DONE
                   PERFORM 3000-END-STEP
                       THRU 3000-END-STEP-EXIT
               WHEN OTHER
                   DISPLAY 'RUN-CTRL: UNKNOWN FUNCTION ' RCL-FUNCTION
                       ' FROM ' RCL-PROGRAM
                   MOVE 'E' TO RCL-RESULT
           END-EVALUATE

           CLOSE RUN-CONTROL-FILE
           GOBACK.

      *================================================================
       0100-READ-STEP-CARD.
      *================================================================
      * No RUNSTEP DD means the step is not part of a controlled
      * chain. A card for some other program means the deck was
      * copied into the wrong step, and nothing can be trusted.
           OPEN INPUT STEP-CARD-FILE
           IF WS-RUNSTEP-STATUS NOT = '00'
               MOVE 'N' TO RCL-RESULT
               GO TO 0100-READ-STEP-CARD-EXIT
           END-IF

           READ STEP-CARD-FILE
               AT END
                   MOVE SPACES TO STEP-CARD-RECORD
           END-READ
           MOVE SC-CHAIN   TO RCL-CHAIN
           MOVE SC-STEP    TO RCL-STEP
           MOVE SC-PROGRAM TO WS-CARD-PROGRAM

           MOVE 'N' TO WS-OVERRIDE-SW
           READ STEP-CARD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF OC-IS-OVERRIDE
                       MOVE 'Y'              TO WS-OVERRIDE-SW
                       MOVE OC-KEYWORD       TO WS-OVR-KEYWORD
                       MOVE OC-BUSINESS-DATE TO WS-OVR-DATE
                       MOVE OC-CHAIN         TO WS-OVR-CHAIN
                       MOVE OC-STEP          TO WS-OVR-STEP
                       MOVE OC-AUTHORISED-BY TO WS-OVR-BY
                       MOVE OC-REASON        TO WS-OVR-REASON
                   END-IF
           END-READ
           CLOSE STEP-CARD-FILE

           IF RCL-CHAIN = SPACES
           OR RCL-STEP = SPACES
           OR WS-CARD-PROGRAM NOT = RCL-PROGRAM
               DISPLAY 'RUN-CTRL: RUNSTEP CARD MISSING OR NOT FOR '
                   RCL-PROGRAM ' (CARD NAMES ' WS-CARD-PROGRAM
                   ') - RUN STOPPED'
               MOVE 'E' TO RCL-RESULT
           END-IF.

       0100-READ-STEP-CARD-EXIT.
           EXIT.

      *================================================================
       0200-READ-BUSINESS-DATE.
      *================================================================
      * The business date card is mandatory for a controlled step and
      * must be a real calendar date.
           MOVE ZEROS TO RCL-BUSINESS-DATE
           OPEN INPUT BUSINESS-DATE-CARD
           IF WS-RUNDATE-STATUS NOT = '00'
               DISPLAY 'RUN-CTRL: NO RUNDATE BUSINESS DATE CARD - '
                   'RUN STOPPED'
               MOVE 'E' TO RCL-RESULT
               GO TO 0200-READ-BUSINESS-DATE-EXIT
           END-IF
           READ BUSINESS-DATE-CARD
               AT END
                   MOVE SPACES TO BD-BUSINESS-DATE
           END-READ
           CLOSE BUSINESS-DATE-CARD

           IF BD-BUSINESS-DATE NOT NUMERIC
               GO TO 0200-DATE-INVALID
           END-IF
           IF BD-YYYY < 1601
           OR BD-MM < 01 OR BD-MM > 12
           OR BD-DD < 01
               GO TO 0200-DATE-INVALID
           END-IF
           MOVE WS-MONTH-DAYS (BD-MM) TO WS-DAYS-IN-MONTH
           IF BD-MM = 02
               DIVIDE BD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE BD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE BD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = ZEROS
               OR (WS-LEAP-REM-4 = ZEROS
                   AND WS-LEAP-REM-100 NOT = ZEROS)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF
           IF BD-DD > WS-DAYS-IN-MONTH
               GO TO 0200-DATE-INVALID
           END-IF
           MOVE BD-BUSINESS-DATE TO RCL-BUSINESS-DATE
           GO TO 0200-READ-BUSINESS-DATE-EXIT.

       0200-DATE-INVALID.
           DISPLAY 'RUN-CTRL: RUNDATE BUSINESS DATE CARD INVALID ('
               BD-BUSINESS-DATE ') - RUN STOPPED'
           MOVE 'E' TO RCL-RESULT.

       0200-READ-BUSINESS-DATE-EXIT.
           EXIT.

      *================================================================
       0300-OPEN-RUN-CONTROL.
      *================================================================
      * The KSDS is created empty the first time any step runs.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTRL-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
               MOVE WS-RUNCTRL-STATUS    TO WS-CHECK-STATUS-CODE
               MOVE 'CREATE RUN-CONTROL' TO WS-CHECK-STATUS-OPER
               PERFORM 9500-CHECK-FILE-STATUS
                   THRU 9500-CHECK-FILE-STATUS-EXIT
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           MOVE WS-RUNCTRL-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'OPEN RUN-CONTROL'   TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE 'Y' TO WS-RUNCTRL-OPEN-SW.

       0300-OPEN-RUN-CONTROL-EXIT.
           EXIT.

      *================================================================
       1000-GUARD-STEP.
      *================================================================
      * Decides whether the step runs at all. Nothing is written
      * unless an override reopens a complete step: the program's own
      * CHECK books the start.
           IF NOT WS-ROW-FOUND
               MOVE 'R' TO RCL-RESULT
               GO TO 1000-GUARD-STEP-EXIT
           END-IF
           IF NOT RCR-COMPLETE
               MOVE RCR-OVERRIDE-BY TO RCL-OVERRIDE-BY
               IF RCR-OVERRIDDEN
                   MOVE 'O' TO RCL-RESULT
               ELSE
                   MOVE 'R' TO RCL-RESULT
               END-IF
               GO TO 1000-GUARD-STEP-EXIT
           END-IF

           MOVE RCR-STEP-RC TO RCL-STEP-RC
           MOVE 'C' TO RCL-RESULT
           IF NOT WS-OVERRIDE-CARD
               GO TO 1000-GUARD-STEP-EXIT
           END-IF
           IF WS-OVR-DATE NOT = RCL-BUSINESS-DATE
           OR WS-OVR-CHAIN NOT = RCL-CHAIN
           OR WS-OVR-STEP NOT = RCL-STEP
           OR WS-OVR-BY = SPACES
           OR WS-OVR-REASON = SPACES
               DISPLAY 'RUN-CTRL: OVERRIDE CARD DOES NOT NAME '
                   RCL-BUSINESS-DATE ' ' RCL-CHAIN ' ' RCL-STEP
                   ' WITH AN AUTHORISER AND REASON - IGNORED'
               GO TO 1000-GUARD-STEP-EXIT
           END-IF

           MOVE 'O'           TO RCR-STATUS
           MOVE WS-OVR-BY     TO RCR-OVERRIDE-BY
           MOVE WS-OVR-REASON TO RCR-OVERRIDE-REASON
           REWRITE RUN-CONTROL-RECORD
           MOVE WS-RUNCTRL-STATUS    TO WS-CHECK-STATUS-CODE
           MOVE 'REWRITE RUN-CONTROL' TO WS-CHECK-STATUS-OPER
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT
           MOVE WS-OVR-BY TO RCL-OVERRIDE-BY
           MOVE 'O' TO RCL-RESULT
           DISPLAY 'RUN-CTRL: ' RCL-CHAIN ' ' RCL-STEP
               ' COMPLETE FOR ' RCL-BUSINESS-DATE
               ' - RERUN AUTHORISED BY ' WS-OVR-BY ': ' WS-OVR-REASON.

       1000-GUARD-STEP-EXIT.
           EXIT.

      *================================================================
       2000-START-STEP.
      *================================================================
      * Books the start of the step. A complete row means the guard
      * was bypassed, and the step is refused.
           IF WS-ROW-FOUND
               IF RCR-COMPLETE
                   MOVE RCR-STEP-RC TO RCL-STEP-RC
                   MOVE 'C' TO RCL-RESULT
                   GO TO 2000-START-STEP-EXIT
               END-IF
               MOVE RCR-OVERRIDE-BY TO RCL-OVERRIDE-BY
               IF RCR-OVERRIDDEN
                   MOVE 'O' TO RCL-RESULT
               ELSE
                   MOVE 'R' TO RCL-RESULT
               END-IF
               ADD 1 TO RCR-RUN-COUNT
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE RCL-BUSINESS-DATE TO RCR-BUSINESS-DATE
               MOVE RCL-CHAIN         TO RCR-CHAIN
               MOVE RCL-STEP          TO RCR-STEP
               MOVE 1                 TO RCR-RUN-COUNT
               MOVE 'R' TO RCL-RESULT
           END-IF

           MOVE RCL-PROGRAM    TO RCR-PROGRAM
           MOVE 'S'            TO RCR-STATUS
           MOVE WS-TODAY-N     TO RCR-START-DATE
           MOVE WS-TIME-HHMMSS TO RCR-START-TIME
           MOVE ZEROS          TO RCR-END-DATE
                                  RCR-END-TIME
                                  RCR-STEP-RC
           PERFORM 3500-STORE-ROW
               THRU 3500-STORE-ROW-EXIT.

       2000-START-STEP-EXIT.
           EXIT.

      *================================================================
       3000-END-STEP.
      *================================================================
      * Books the end of the step. A return code above the chain's
      * 7000 band is a failed step, free to run again. A utility step
      * has no CHECK of its own, so its DONE may find no row.
           IF NOT WS-ROW-FOUND
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE RCL-BUSINESS-DATE TO RCR-BUSINESS-DATE
               MOVE RCL-CHAIN         TO RCR-CHAIN
               MOVE RCL-STEP          TO RCR-STEP
               MOVE RCL-PROGRAM       TO RCR-PROGRAM
               MOVE 1                 TO RCR-RUN-COUNT
               MOVE WS-TODAY-N        TO RCR-START-DATE
               MOVE WS-TIME-HHMMSS    TO RCR-START-TIME
           END-IF

           IF RCL-STEP-RC > 7000
               MOVE 'F' TO RCR-STATUS
           ELSE
               MOVE 'C' TO RCR-STATUS
           END-IF
           MOVE WS-TODAY-N     TO RCR-END-DATE
           MOVE WS-TIME-HHMMSS TO RCR-END-TIME
           MOVE RCL-STEP-RC    TO RCR-STEP-RC
           MOVE 'R' TO RCL-RESULT
           PERFORM 3500-STORE-ROW
               THRU 3500-STORE-ROW-EXIT.

       3000-END-STEP-EXIT.
           EXIT.

      *================================================================
       3500-STORE-ROW.
      *================================================================
           IF WS-ROW-FOUND
               REWRITE RUN-CONTROL-RECORD
               MOVE 'REWRITE RUN-CONTROL' TO WS-CHECK-STATUS-OPER
           ELSE
               WRITE RUN-CONTROL-RECORD
               MOVE 'WRITE RUN-CONTROL'  TO WS-CHECK-STATUS-OPER
           END-IF
           MOVE WS-RUNCTRL-STATUS    TO WS-CHECK-STATUS-CODE
           PERFORM 9500-CHECK-FILE-STATUS
               THRU 9500-CHECK-FILE-STATUS-EXIT.

       3500-STORE-ROW-EXIT.
           EXIT.

      *================================================================
       9500-CHECK-FILE-STATUS.
      *================================================================
      * Generic file-status guard, same convention as LOAN-CALC's
      * paragraph of the same name, but like SETTLE-SYS this is a
      * subprogram: the failure goes back to the caller as result 'E'
      * and the caller stops its own run.
           IF WS-CHECK-STATUS-CODE NOT = '00'
               DISPLAY 'RUN-CTRL: I/O ERROR DURING '
                   WS-CHECK-STATUS-OPER
                   ' - FILE STATUS=' WS-CHECK-STATUS-CODE
               MOVE 'E' TO RCL-RESULT
               IF WS-RUNCTRL-OPEN
                   CLOSE RUN-CONTROL-FILE
               END-IF
               GOBACK
           END-IF.

       9500-CHECK-FILE-STATUS-EXIT.
           EXIT.

       FD  MAILING-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
      * Shared with RATE-NOTICE and TAX-STMT, whose rate-change
      * letters and year-end tax statements go to the bureau on the
      * same mailing stream under their own document types.
           COPY 'MAILXTRT-REC'.

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD

           IF WS-ADDRESS-FOUND
               ADD 1 TO WS-MAILED-COUNT
               MOVE SPACES           TO MAILING-EXTRACT-RECORD
               MOVE 'S'              TO MX-DOC-TYPE
               MOVE ACC-NUMBER       TO MX-ACC-NUMBER
               MOVE WS-STMT-PERIOD   TO MX-STMT-PERIOD
               MOVE CNM-NAME         TO MX-NAME

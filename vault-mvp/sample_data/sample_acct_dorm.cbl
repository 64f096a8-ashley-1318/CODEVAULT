               10  TH-ACC-NUMBER    PIC X(10).
               10  TH-TRAN-TYPE     PIC X(2).
                   88  TH-IS-SYSTEM-POSTING
                                    VALUES 'IN' 'FE' 'DM'
                                           'DI' 'OF' 'OL' 'HL'.
               10  TH-HOLDER-NAME   PIC X(35).
               10  TH-COUNTRY       PIC X(2).
               10  TH-CURRENCY      PIC X(3).
      * The history is sorted by account then apply date, so each
      * account's group is consumed in one pass. Only genuine
      * customer activity refreshes the clock: the month-end cycle's
      * interest and fee postings (and the dormancy marker itself,
      * and an MLRO hold) are the system talking to itself, and
      * counting them would keep every account with a balance awake
      * forever -- exactly the abandoned-with-balance population this
      * sweep exists to find.
      *----------------------------------------------------------------
       01  WS-ACTIVITY-DATA.
           05  WS-HISTORY-KEY       PIC X(10)    VALUE SPACES.

      * Password history (pwd_history.dat): one row per password an
      * operator has been given, scrambled by pwscramble.cbl exactly
      * as OP-PASSWORD is -- never the readable text.  Appended by
      * operadmin.cbl for a new account's initial password and by
      * signon.cbl for every change, which also trims each
      * operator's rows to the newest PP-HISTORY-DEPTH and refuses
      * a new password matching any of them.
       01 PWD-HISTORY-RECORD.
          05 PH-OPERATOR-ID         PIC X(8).
          05 PH-FILLER1             PIC X.
          05 PH-CHANGE-DATE         PIC 9(8).
          05 PH-FILLER2             PIC X.
          05 PH-CHANGE-TIME         PIC 9(8).
          05 PH-FILLER3             PIC X.
          05 PH-PASSWORD            PIC X(8).

      * Password policy (pwd_policy.dat), one record, ops-editable
      * the same way thresholds.dat is.  PP-EXPIRY-DAYS is how long
      * a password lasts from the day it was set (0: never expires);
      * sign-on warns for PP-WARN-DAYS before that and offers an
      * early change; PP-HISTORY-DEPTH is how many of an operator's
      * previous passwords signon.cbl keeps (pwdhistrec.cpy) and
      * refuses to take back.  An absent or unreadable file leaves
      * 90, 14 and 5 standing.
       01 PWD-POLICY-RECORD.
          05 PP-EXPIRY-DAYS         PIC 9(4).
          05 PP-FILLER1             PIC X.
          05 PP-WARN-DAYS           PIC 9(4).
          05 PP-FILLER2             PIC X.
          05 PP-HISTORY-DEPTH       PIC 9(2).

      * the administrator's initial password never outlives first
      * use.  Spaces on records written before the field existed.
          05 OP-PWD-EXPIRED         PIC X.
      * The date the password was last set -- by its owner through
      * signon.cbl, or by operadmin.cbl for a new account's initial
      * password.  signon.cbl ages it against pwd_policy.dat
      * (pwdpolicyrec.cpy) and forces a change once it is past
      * expiry.  Zero, or spaces on records written before the
      * field existed, counts as expired.
          05 OP-FILLER6             PIC X.
          05 OP-PWD-CHANGED         PIC 9(8).
      * Y when operadmin.cbl disabled the account as a leaver's (it
      * sets OP-LOCKED as well, so signon.cbl refuses the id); a
      * fail-count lockout leaves it blank.  The offboarding
      * worklist (offboardlist.cbl) and the nightly live-reference
      * check (offboardcheck.cbl) go by this flag.
          05 OP-FILLER7             PIC X.
          05 OP-DISABLED            PIC X.

      * Emergency override of a change freeze (freeze_overrides.dat),
      * one row per maintenance-screen session a SUPERVSR let
      * through a declared window: who, from which screen, under
      * which freeze, the change ticket (EMERGENCY when none was
      * keyed) and the reason given.  Written by changegate.cbl;
      * configsnapshot.cbl reads it to tell an overridden change
      * in a freeze from one nobody owned up to.
       01 FREEZE-OVERRIDE-RECORD.
          05 FO-RUN-DATE            PIC 9(8).
          05 FO-FILLER1             PIC X.
          05 FO-RUN-TIME            PIC 9(8).
          05 FO-FILLER2             PIC X.
          05 FO-OPERATOR-ID         PIC X(8).
          05 FO-FILLER3             PIC X.
          05 FO-CALLER              PIC X(8).
          05 FO-FILLER4             PIC X.
          05 FO-FREEZE-NAME         PIC X(30).
          05 FO-FILLER5             PIC X.
          05 FO-TICKET              PIC X(12).
          05 FO-FILLER6             PIC X.
          05 FO-REASON              PIC X(60).

      * Nightly schedule change audit (schedule_change_audit.dat),
      * one row per change keyed on schedmaint.cbl and one per
      * staged schedule nightly.cbl promotes at chain start.
      * SA-ACTION is ADD, CHANGE, MOVE, HOLD or RELEASE from the
      * screen, PROMOTE from the chain (operator NIGHTLY, no step).
      * The step's schedule row (schedrec.cpy) is kept whole as it
      * was before and after the change; positions are the step's
      * place in the schedule before and after, 0 for none.  The
      * run date leads, as in every maintenance audit file, so
      * configsnapshot.cbl can explain the change by date alone.
       01 SCHEDULE-AUDIT-RECORD.
          05 SA-RUN-DATE            PIC 9(8).
          05 SA-FILLER1             PIC X.
          05 SA-RUN-TIME            PIC 9(8).
          05 SA-FILLER2             PIC X.
          05 SA-OPERATOR-ID         PIC X(8).
          05 SA-FILLER3             PIC X.
          05 SA-TICKET              PIC X(12).
          05 SA-FILLER4             PIC X.
          05 SA-ACTION              PIC X(8).
          05 SA-FILLER5             PIC X.
          05 SA-STEP                PIC X(8).
          05 SA-FILLER6             PIC X.
          05 SA-OLD-POSITION        PIC 9(2).
          05 SA-FILLER7             PIC X.
          05 SA-NEW-POSITION        PIC 9(2).
          05 SA-FILLER8             PIC X.
          05 SA-OLD-IMAGE           PIC X(140).
          05 SA-FILLER9             PIC X.
          05 SA-NEW-IMAGE           PIC X(140).

      * decide what counts as CRITICAL versus INFO without a
      * recompile.  AL-KEY-1/AL-KEY-2 carry whichever two values give
      * the alert its meaning (threshold and result, elapsed and
      * limit, ...) -- not every condition uses both.  AL-REGION is
      * the region (regionrec.cpy) the alerting run was in; rows from
      * before the field existed read as spaces and are PROD's.
      * AL-DRILL is DRILL when the alert was raised while a
      * fault-injection drill was open in that region
      * (drillcardrec.cpy), spaces otherwise.
       01 ALERT-RECORD.
          05 AL-SOURCE-PROGRAM      PIC X(8).
          05 AL-FILLER1             PIC X.
          05 AL-KEY-2               PIC S9(30).
          05 AL-FILLER6             PIC X.
          05 AL-RUN-ID              PIC 9(9).
          05 AL-FILLER7             PIC X.
          05 AL-REGION              PIC X(8).
          05 AL-FILLER8             PIC X.
          05 AL-DRILL               PIC X(5).

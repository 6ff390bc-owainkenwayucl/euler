      * Request turnaround target (sla_targets.dat), ops-edited the
      * way thresholds.dat is.  One row per priority class and
      * request type, the promise made to the requester: answered
      * (DONE or FAILED) within ST-TARGET-HOURS of being queued.
      * Either key may be * for any; the most specific row wins --
      * exact priority and type, then exact priority, then exact
      * type, then * *.  A request no row covers has no target and
      * is neither met nor breached.
       01 SLA-TARGET-RECORD.
          05 ST-PRIORITY            PIC X(1).
          05 ST-FILLER1             PIC X.
          05 ST-TYPE                PIC X(6).
          05 ST-FILLER2             PIC X.
          05 ST-TARGET-HOURS        PIC 9(4).

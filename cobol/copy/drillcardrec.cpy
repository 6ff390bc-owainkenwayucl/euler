      * Fault-injection drill card (drill_card.dat), one record.  A
      * supervisor arms a drill by keying DC-ARMED-BY (their
      * operator id -- it must be a SUPERVSR in operators.dat),
      * the schedule step to fault and the fault:
      *
      *    RC    -- the step is not run; its attempt ends with
      *             DC-FORCED-RC instead;
      *    LOCK  -- a stale run lock is left held in the step's name
      *             before it starts, as a crashed run would leave
      *             one, so the step refuses to start;
      *    TRNC  -- the step runs, then its output file DC-TARGET
      *             (in cobol/data) is cut to half its records.
      *
      * nightly.cbl only honours a card outside PROD (region.dat).
      * DC-STATE is blank or ARMED when keyed; nightly.cbl sets
      * FIRED on the run that injects the fault, with that run's date
      * and id and the time it ended in DC-FIRED-*, counts the chain
      * runs since in DC-RERUNS, and sets DONE once a later run ends
      * clean -- the operator has recovered, and drill_summary.dat
      * (drillsumrec.cpy) says how long it took.  A FIRED card is
      * what marks the region's runs as DRILL until then.
       01 DRILL-CARD-RECORD.
          05 DC-ARMED-BY            PIC X(8).
          05 DC-FILLER1             PIC X.
          05 DC-PROGRAM-ID          PIC X(8).
          05 DC-FILLER2             PIC X.
          05 DC-FAULT               PIC X(4).
          05 DC-FILLER3             PIC X.
          05 DC-FORCED-RC           PIC 9(4).
          05 DC-FILLER4             PIC X.
          05 DC-TARGET              PIC X(30).
          05 DC-FILLER5             PIC X.
          05 DC-STATE               PIC X(5).
          05 DC-FILLER6             PIC X.
          05 DC-FIRED-DATE          PIC 9(8).
          05 DC-FILLER7             PIC X.
          05 DC-FIRED-TIME          PIC 9(8).
          05 DC-FILLER8             PIC X.
          05 DC-FIRED-SECS          PIC 9(12).
          05 DC-FILLER9             PIC X.
          05 DC-FIRED-RUN-ID        PIC 9(9).
          05 DC-FILLER10            PIC X.
          05 DC-RERUNS              PIC 9(4).

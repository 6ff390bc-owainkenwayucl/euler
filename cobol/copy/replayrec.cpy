      * Replay verdict (replay_verdicts.dat), one row per replay
      * replayrun.cbl performs: the run under question (date, program,
      * the run id whose retained result was held against), the
      * retained and freshly replayed results, the verdict and the
      * date the replay was done.  RV-VERDICT is
      *    MATCH   the replay reproduced the retained result;
      *    DIFFER  it didn't (RV-REASON says whether the threshold or
      *            the result moved);
      *    NOHIST  no retained result for the run to hold against;
      *    NOSNAP  no usable configuration snapshot for the night;
      *    NORUN   the replay produced no result.
      * evidencepack.cbl copies the rows for its run into the pack.
       01 REPLAY-VERDICT-RECORD.
          05 RV-RUN-DATE            PIC 9(8).
          05 RV-FILLER1             PIC X.
          05 RV-PROGRAM-ID          PIC X(8).
          05 RV-FILLER2             PIC X.
          05 RV-RUN-ID              PIC 9(9).
          05 RV-FILLER3             PIC X.
          05 RV-RETAINED-RESULT     PIC 9(30).
          05 RV-FILLER4             PIC X.
          05 RV-FRESH-RESULT        PIC 9(30).
          05 RV-FILLER5             PIC X.
          05 RV-VERDICT             PIC X(6).
          05 RV-FILLER6             PIC X.
          05 RV-REPLAY-DATE         PIC 9(8).
          05 RV-FILLER7             PIC X.
          05 RV-REASON              PIC X(30).

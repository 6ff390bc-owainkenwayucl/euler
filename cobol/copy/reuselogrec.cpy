      * One row per run of an incremental driver (reuse_log.dat):
      * how many candidates it actually derived tonight (NEW), how
      * many answers it copied forward from its persistent store
      * (REUSED), and how many stored answers failed their re-check
      * and were derived again (REFRESHED, also counted in NEW).
      * Program id then run date, the shop's standard leading
      * columns, so nightly.cbl finds tonight's row for a step the
      * same way it finds its ops-log row.
       01 REUSE-LOG-RECORD.
          05 RU-PROGRAM-ID          PIC X(8).
          05 RU-FILLER1             PIC X.
          05 RU-RUN-DATE            PIC 9(8).
          05 RU-FILLER2             PIC X.
          05 RU-NEW-COUNT           PIC 9(9).
          05 RU-FILLER3             PIC X.
          05 RU-REUSED-COUNT        PIC 9(9).
          05 RU-FILLER4             PIC X.
          05 RU-REFRESHED-COUNT     PIC 9(9).

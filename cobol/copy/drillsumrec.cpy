      * Drill summary (drill_summary.dat), one row per completed
      * fault-injection drill (drillcardrec.cpy), appended by
      * nightly.cbl on the run that ends clean after the fault: who
      * armed it, what was faulted, when the faulted run ended and
      * when the recovering run did, how many chain runs it took in
      * between, and the operator's recovery time in seconds from
      * the one end to the other.  The fired-to-recovered dates are
      * also the drill's window: drillcheck.cbl keeps those dates'
      * results out of certification and the warehouse extract.
       01 DRILL-SUMMARY-RECORD.
          05 DS-REGION              PIC X(8).
          05 DS-FILLER1             PIC X.
          05 DS-ARMED-BY            PIC X(8).
          05 DS-FILLER2             PIC X.
          05 DS-PROGRAM-ID          PIC X(8).
          05 DS-FILLER3             PIC X.
          05 DS-FAULT               PIC X(4).
          05 DS-FILLER4             PIC X.
          05 DS-FIRED-DATE          PIC 9(8).
          05 DS-FILLER5             PIC X.
          05 DS-FIRED-TIME          PIC 9(8).
          05 DS-FILLER6             PIC X.
          05 DS-FIRED-RUN-ID        PIC 9(9).
          05 DS-FILLER7             PIC X.
          05 DS-RECOVER-DATE        PIC 9(8).
          05 DS-FILLER8             PIC X.
          05 DS-RECOVER-TIME        PIC 9(8).
          05 DS-FILLER9             PIC X.
          05 DS-RECOVER-RUN-ID      PIC 9(9).
          05 DS-FILLER10            PIC X.
          05 DS-RERUNS              PIC 9(4).
          05 DS-FILLER11            PIC X.
          05 DS-RECOVERY-SECONDS    PIC 9(9).

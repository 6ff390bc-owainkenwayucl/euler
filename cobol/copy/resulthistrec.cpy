      * from programs with no seeded recurrence and on rows written
      * before the field existed.
          05 RH-SEED-PAIR           PIC X(20).
          05 RH-FILLER8             PIC X.
      * The segment's chain link, on the RHTRL row only: the previous
      * segment's link folded with this segment's rows (this column
      * blank) through chainlink.cbl, so an edit to any past row
      * breaks its link and every link after it.  Written under
      * histchain.cbl's latch and walked nightly by chainverify.cbl.
      * Spaces on header and data rows and on trailers written before
      * the chain existed.
          05 RH-CHAIN               PIC X(18).

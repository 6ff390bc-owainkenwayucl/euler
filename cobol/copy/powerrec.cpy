      * Perfect-power flag for a staged candidate
      * (candidate_powers.dat): N = PW-BASE ** PW-EXPONENT with the
      * largest such exponent.  candidatestage.cbl writes one row
      * per perfect power in the canonical candidate file and
      * triage.cbl refreshes the file from the same candidates, so
      * primefactorization.cbl can factor the base and multiply the
      * exponents up instead of scanning N itself.  Candidates that
      * are not perfect powers have no row.
       01 POWER-RECORD.
          05 PW-N                   PIC 9(30).
          05 PW-FILLER1             PIC X.
          05 PW-BASE                PIC 9(30).
          05 PW-FILLER2             PIC X.
          05 PW-EXPONENT            PIC 9(3).

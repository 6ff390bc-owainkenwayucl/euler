      * Fibonacci membership of a staged candidate (fib_class.dat),
      * one row per N in prime_candidates.dat.  Terms are numbered
      * the way reqsweep.cbl's FIBTRM reply numbers them: F(0) = 0,
      * F(1) = F(2) = 1, F(3) = 2, ...
      *
      *    MEMBER     N = F(FC-INDEX), the lowest such index; both
      *               neighbour fields hold N itself.
      *    NONMEMBER  F(FC-INDEX) = FC-LOWER < N < FC-UPPER =
      *               F(FC-INDEX + 1).  FC-UPPER is zero when the
      *               next term is past 30 digits (N above F(145)).
      *    MISMATCH   the perfect-square test and the term walk
      *               disagreed; neighbours as the walk found them.
      *
      * FC-METHOD says which test decided membership: SQUARE for
      * the 5N**2 + 4 / 5N**2 - 4 test, WALK for N too wide for the
      * square to fit 30 digits, where the walk alone decides.
       01 FIB-CLASS-RECORD.
          05 FC-N                   PIC 9(30).
          05 FC-FILLER1             PIC X.
          05 FC-CLASS               PIC X(9).
          05 FC-FILLER2             PIC X.
          05 FC-INDEX               PIC 9(3).
          05 FC-FILLER3             PIC X.
          05 FC-LOWER               PIC 9(30).
          05 FC-FILLER4             PIC X.
          05 FC-UPPER               PIC 9(30).
          05 FC-FILLER5             PIC X.
          05 FC-METHOD              PIC X(6).

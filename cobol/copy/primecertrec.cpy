      * Pratt primality certificate, keyed by N (prime_certs.dat,
      * indexed like the prime_cache.dat it certifies).  A Y in the
      * cache is only as good as the scan or Fermat test behind it;
      * a certificate is a proof anyone can re-check cheaply: the
      * complete factorization of N-1 and a witness a with
      * a**(N-1) = 1 MOD N but a**((N-1)/q) <> 1 MOD N for every
      * prime q dividing N-1, which forces N to be prime.  Each q
      * must itself be proved prime: PCT-PROOF T when trial division
      * settles it (q has no divisor up to SQRT(q)), C when q has a
      * PROVEN certificate of its own in this file -- the Pratt
      * chain, one record per link.  N = 2 is the base case, with no
      * factors and no witness.
      *
      * PCT-STATUS is PROVEN once the certificate checks out,
      * PROBABLE when no certificate could be completed inside the
      * budgets (the cached verdict stands, unproven), and REFUTED
      * when a base a with a**(N-1) <> 1 MOD N turned up -- proof
      * that the cached Y is wrong.  PCT-WITNESS holds that refuting
      * base on a REFUTED record.
       01 PRIME-CERT-RECORD.
          05 PCT-N                  PIC 9(30).
          05 PCT-FILLER1            PIC X.
          05 PCT-STATUS             PIC X(8).
          05 PCT-FILLER2            PIC X.
          05 PCT-WITNESS            PIC 9(9).
          05 PCT-FILLER3            PIC X.
          05 PCT-BUILD-DATE         PIC 9(8).
          05 PCT-FILLER4            PIC X.
          05 PCT-FACTOR-COUNT       PIC 9(2).
      * A 30-digit N-1 has at most 22 distinct prime factors (the
      * product of the first 23 primes already has 31 digits).
          05 PCT-FACTOR-ENTRY OCCURS 25 TIMES.
             10 PCT-FILLER5         PIC X.
             10 PCT-PRIME           PIC 9(30).
             10 PCT-FILLER6         PIC X.
             10 PCT-EXPONENT        PIC 9(3).
             10 PCT-FILLER7         PIC X.
             10 PCT-PROOF           PIC X.

      * spaces on PFFAC/PFTRL rows and on files written before the
      * field existed.
          05 PF-SOURCE              PIC X(6).
          05 PF-FILLER5             PIC X.
      * How the factor on a PFFAC row was found: TRIAL for the
      * smallestfactor.cbl scan (or the cofactor that scan proved
      * prime), RHO for a split found by pollardrho.cbl once the
      * candidate outran its trial-division budget, PRP for a
      * cofactor past the budget that fermatprime.cbl passes as a
      * probable prime (rho is not run on it).  Spaces on
      * PFHDR/PFTRL rows and on rows written before the field
      * existed, which were all trial-division answers.
          05 PF-METHOD              PIC X(5).
      * Where the group's answer came from, on the PFHDR row: NEW
      * when tonight's run factored N, REUSE when the group was
      * copied forward from the factorization store (pf_store.dat)
      * -- so a reused answer is never read as a fresh computation
      * -- with PF-ANSWER-DATE the run date the answer was actually
      * derived.  Spaces/zeros on PFFAC/PFTRL rows and on files
      * written before the fields existed.
          05 PF-FILLER6             PIC X.
          05 PF-ORIGIN              PIC X(5).
          05 PF-FILLER7             PIC X.
          05 PF-ANSWER-DATE         PIC 9(8).

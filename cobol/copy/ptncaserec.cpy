      * Reconciliation case raised by partnerrecon.cbl
      * (partner_recon_cases.dat, append-only).  One row per
      * partner answer that disagrees with ours, keyed on the
      * requester tag, the partner's own reference and our N (the
      * candidate the xref maps that reference to), so the case
      * lines up with the row resultdeliver.cbl delivers.
      * PC-REASON is DISAGREE when the factors or exponents differ
      * and N-DIFFERS when the partner quotes a different N for the
      * reference than the one we were sent.  A case is open until
      * partnerdispo.cbl records a disposition against the same key
      * (ptndisporec.cpy).
       01 PARTNER-CASE-RECORD.
          05 PC-REQUESTER           PIC X(8).
          05 PC-FILLER1             PIC X.
          05 PC-PARTNER-REF         PIC X(12).
          05 PC-FILLER2             PIC X.
          05 PC-N                   PIC 9(30).
          05 PC-FILLER3             PIC X.
          05 PC-RAISED-DATE         PIC 9(8).
          05 PC-FILLER4             PIC X.
          05 PC-REASON              PIC X(9).

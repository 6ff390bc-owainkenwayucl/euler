      * Candidate master record, keyed by N (candidate_master.dat,
      * indexed like prime_cache.dat).  Everything the shop knows
      * about one candidate used to live in seven files that
      * pipelinequery.cbl had to rescan on every question;
      * candmaster.cbl now folds them into one record per N each
      * night, and resultdeliver.cbl, histextract.cbl and
      * candbrowse.cbl read the answer from here.
      *
      * CM-VERDICT is PRIME, COMPOSITE or NEITHER (N below 2), spaces
      * while nothing has ruled on N yet.  CM-VERDICT-METHOD names
      * the evidence behind it, weakest to strongest: CACHE (the
      * prime_cache.dat verdict), PRP (a factorization whose only
      * factor passed fermatprime.cbl), TRIAL or RHO (a complete
      * factorization, the method that found the split), CERT (a
      * PROVEN or REFUTED Pratt certificate in prime_certs.dat).  A
      * verdict is only replaced by evidence at least as strong.
       01 CAND-MASTER-RECORD.
          05 CM-N                   PIC 9(30).
          05 CM-FILLER1             PIC X.
          05 CM-VERDICT             PIC X(9).
          05 CM-FILLER2             PIC X.
          05 CM-VERDICT-METHOD      PIC X(5).
          05 CM-FILLER3             PIC X.
      * From the last complete (trailered) primefactor_report.dat
      * group: Y once one has been seen, with the distinct-factor
      * count, the largest prime and the date the answer was
      * derived (PF-ANSWER-DATE, so a reused group keeps its
      * original date).
          05 CM-FACTORED            PIC X.
          05 CM-FILLER4             PIC X.
          05 CM-DISTINCT-COUNT      PIC 9(9).
          05 CM-FILLER5             PIC X.
          05 CM-LARGEST-PRIME       PIC 9(30).
          05 CM-FILLER6             PIC X.
          05 CM-FACTOR-DATE         PIC 9(8).
          05 CM-FILLER7             PIC X.
      * perfectclass.cbl's label and divisor sum, and totient.cbl's
      * phi (zero until an OK totient row has been seen).
          05 CM-SIGMA-CLASS         PIC X(9).
          05 CM-FILLER8             PIC X.
          05 CM-DIVISOR-SUM         PIC 9(30).
          05 CM-FILLER9             PIC X.
          05 CM-PHI                 PIC 9(30).
          05 CM-FILLER10            PIC X.
      * The first night candidate_xref.dat carried a claim on N,
      * and how many claims it carried the last night it had any.
          05 CM-FIRST-REQUESTED     PIC 9(8).
          05 CM-FILLER11            PIC X.
          05 CM-REQUESTER-COUNT     PIC 9(4).
          05 CM-FILLER12            PIC X.
      * F or S, the triage.cbl queue N was last placed in; space
      * while it has never been triaged.
          05 CM-TRIAGE-QUEUE        PIC X.
          05 CM-FILLER13            PIC X.
      * Candidates tested against N across every capacity_log.dat
      * row ever folded -- cumulative, so it outlives the log's
      * retention window.
          05 CM-CANDIDATES-TESTED   PIC 9(15).
          05 CM-FILLER14            PIC X.
      * The night candmaster.cbl last changed the record.
          05 CM-LAST-UPDATED        PIC 9(8).

      * Predicted size of the SOLUTN2 term ledger (fib_prediction.dat,
      * one record, rewritten by every pisanoreport.cbl run): how
      * many terms below FP-THRESHOLD the configured divisor set will
      * pick, worked out from each divisor's Pisano period rather
      * than by running the job.  The divisor set and seed pair are
      * rendered exactly as SOLUTN2 stamps them into RH-DIVISOR-SET
      * and RH-SEED-PAIR, so fibverify.cbl can tell whether the
      * prediction was made for the configuration the ledger it is
      * checking actually ran under.
       01 FIB-PREDICTION-RECORD.
          05 FP-RUN-DATE            PIC 9(8).
          05 FP-FILLER1             PIC X.
          05 FP-THRESHOLD           PIC 9(18).
          05 FP-FILLER2             PIC X.
          05 FP-TERM-COUNT          PIC 9(9).
          05 FP-FILLER3             PIC X.
          05 FP-PREDICTED           PIC 9(9).
          05 FP-FILLER4             PIC X.
          05 FP-DIVISOR-SET         PIC X(40).
          05 FP-FILLER5             PIC X.
          05 FP-SEED-PAIR           PIC X(20).

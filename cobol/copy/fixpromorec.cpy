      * Regression-fixture promotion audit
      * (fixture_promotion_audit.dat), one row per fixture row
      * fixturepromote.cbl appended to an expected-results file.
      * FP-FIXTURE names the file -- DIVIDES, LRGFACT or SMLFACT for
      * testdivides/testlargestfactor/testsmallestfactor_expected.dat
      * -- and FP-SOURCE the certified production run the answer came
      * from (PRIMFACT for primefactor_report.dat, BATCHGCD for
      * gcd_results.dat), with that run's date and ops-log run id (0
      * where the source step keeps none).  FP-A, FP-B and
      * FP-EXPECTED are the fixture row as written.  testsuite.cbl
      * reads it to say how many cases came from production and from
      * when.
       01 FIXTURE-PROMOTION-RECORD.
          05 FP-RUN-DATE            PIC 9(8).
          05 FP-FILLER1             PIC X.
          05 FP-RUN-TIME            PIC 9(8).
          05 FP-FILLER2             PIC X.
          05 FP-OPERATOR-ID         PIC X(8).
          05 FP-FILLER3             PIC X.
          05 FP-FIXTURE             PIC X(8).
          05 FP-FILLER4             PIC X.
          05 FP-SOURCE              PIC X(8).
          05 FP-FILLER5             PIC X.
          05 FP-SOURCE-DATE         PIC 9(8).
          05 FP-FILLER6             PIC X.
          05 FP-SOURCE-RUN-ID       PIC 9(9).
          05 FP-FILLER7             PIC X.
          05 FP-A                   PIC 9(30).
          05 FP-FILLER8             PIC X.
          05 FP-B                   PIC 9(30).
          05 FP-FILLER9             PIC X.
          05 FP-EXPECTED            PIC 9(30).

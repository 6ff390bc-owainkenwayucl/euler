      *      RH-DIVISOR-SET) and confirms it reproduces RH-RESULT --
      *      so a Lucas-seeded run verifies against Lucas seeds
      *      instead of being flagged corrupt against the classic
      *      start;
      *    - holds the detail file's row count against the count
      *      pisanoreport.cbl predicted from the divisors' Pisano
      *      periods (fib_prediction.dat), when that prediction was
      *      made for the threshold, divisor set and seeds the run
      *      itself recorded.
      *
      * Any divergence is reported with the first term at which it
      * appears, and the job ends with a non-zero return code.
                ASSIGN TO "cobol/data/results_history.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RH-STATUS.
             SELECT PREDICTION-FILE
                ASSIGN TO "cobol/data/fib_prediction.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRD-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/fib_verify_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 ST-SOLN           PIC 9(18).
          FD RESULTS-HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD PREDICTION-FILE.
             COPY "fibpredrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).

             01 ws-sub-status PIC XX.
             01 ws-rh-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-prd-status PIC XX.
             01 ws-predicted-disp PIC 9(9).
             01 ws-et-eof PIC X VALUE "N".
             01 ws-sub-eof PIC X VALUE "N".
             01 ws-rh-eof PIC X VALUE "N".
          PERFORM VERIFY-SUBTOTALS.
          PERFORM VERIFY-FINAL-RESULT.
          PERFORM VERIFY-AGAINST-SEEDS.
          PERFORM VERIFY-PREDICTED-COUNT.
          PERFORM WRITE-SUMMARY.
          CLOSE REPORT-FILE.
          DISPLAY "FIBVERIFY: " ws-divergence-disp " DIVERGENCE(S)".
             END-PERFORM
             CLOSE RESULTS-HISTORY-FILE
          END-IF.
      * A fast-mode segment marks FAST at the tail of its divisor-set
      * stamp; the rule it ran under is the set before the marker.
          IF ws-recorded-set(37:4) IS EQUAL TO "FAST"
             MOVE SPACES TO ws-recorded-set(37:4)
          END-IF.
          IF ws-history-found IS EQUAL TO "Y"
             AND ws-final-result IS NOT EQUAL TO ws-running-total
             ADD 1 TO ws-divergence-count
             MOVE 2 TO WS-D-DIVISOR(1)
          END-IF.

      * The Pisano prediction is only evidence about this ledger if
      * it was made for the same threshold, divisor set and seeds
      * the run recorded; a prediction for another configuration is
      * noted as stale rather than counted as a divergence.  The
      * stamps are compared as SOLUTN2 wrote them, so a pre-stamp
      * history row (spaces) never matches.
       VERIFY-PREDICTED-COUNT.
          IF ws-history-found IS NOT EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT PREDICTION-FILE.
          IF ws-prd-status IS NOT EQUAL TO "00"
             MOVE "NO PISANO PREDICTION ON FILE" TO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO FIB-PREDICTION-RECORD.
          READ PREDICTION-FILE
             AT END
                MOVE SPACES TO FIB-PREDICTION-RECORD
          END-READ.
          CLOSE PREDICTION-FILE.
          MOVE SPACES TO REPORT-RECORD.
          IF FP-PREDICTED IS NOT NUMERIC
             OR FP-THRESHOLD IS NOT NUMERIC
             OR FP-THRESHOLD IS NOT EQUAL TO ws-final-threshold
             OR FP-DIVISOR-SET IS NOT EQUAL TO ws-recorded-set
             OR FP-SEED-PAIR IS NOT EQUAL TO ws-recorded-seeds
             MOVE "PISANO PREDICTION IS FOR ANOTHER CONFIGURATION"
                TO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          MOVE FP-PREDICTED TO ws-predicted-disp.
          MOVE ws-row-count TO ws-row-disp.
          IF FP-PREDICTED IS EQUAL TO ws-row-count
             STRING "PISANO PREDICTION " ws-predicted-disp
                " MATCHES DETAIL ROW COUNT" DELIMITED BY SIZE
                INTO REPORT-RECORD
          ELSE
             ADD 1 TO ws-divergence-count
             STRING "PISANO PREDICTION " ws-predicted-disp
                " DISAGREES WITH DETAIL ROW COUNT " ws-row-disp
                DELIMITED BY SIZE INTO REPORT-RECORD
          END-IF.
          WRITE REPORT-RECORD.

       WRITE-SUMMARY.
          MOVE ws-divergence-count TO ws-divergence-disp.
          MOVE SPACES TO REPORT-RECORD.

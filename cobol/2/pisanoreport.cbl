       IDENTIFICATION DIVISION.
       PROGRAM-ID. pisanoreport.
       AUTHOR. Owain Kenway.

      * Pisano-period residue report for SOLUTN2's term filter.
      * Which term positions a divisor set will pick has only ever
      * been found out by running the job and comparing totals.  But
      * the recurrence taken modulo any d repeats -- the pair of
      * residues (prev, current) can only take d*d values, and the
      * recurrence runs backwards as well as forwards, so the first
      * repeat is a return to the start -- and the length of that
      * cycle is the Pisano period of d (for the classic 1, 0 seeds;
      * a seeded sequence such as the Lucas numbers has its own
      * period, which divides it).  Within one period the positions
      * whose residue is 0 are exactly the positions the divisor
      * picks, forever.
      *
      * For each divisor in fib_divisors.dat (the same loading and
      * {2} default as SOLUTN2) under the seeds in fib_seeds.dat,
      * this job walks residues to the period, lists the divisible
      * positions within it in pisano_report.dat, and then predicts
      * how many terms below the SOLUTN2 PROD threshold the filter
      * will include: a term is picked when its position, reduced by
      * some divisor's period, lands on one of that divisor's
      * divisible positions.  Positions count from 0 at the first
      * seed term, the way SOLUTN2 numbers them in
      * fib_subtotals.dat.  The prediction goes to
      * fib_prediction.dat (fibpredrec.cpy) for fibverify.cbl to
      * hold against the real fib_even_terms.dat row count.
      *
      * The residue walk is bounded (control entry PISANO, MODE
      * PROD; default 1000000 positions): a divisor whose period is
      * not found inside the bound, or whose divisible positions
      * overflow the table, is reported as such and predicted by
      * reducing the terms themselves instead.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CTL-FILE ASSIGN TO "cobol/data/thresholds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
             SELECT FIB-DIVISOR-FILE
                ASSIGN TO "cobol/data/fib_divisors.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FDV-STATUS.
             SELECT SEED-FILE
                ASSIGN TO "cobol/data/fib_seeds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEE-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/pisano_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.
             SELECT PREDICTION-FILE
                ASSIGN TO "cobol/data/fib_prediction.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRD-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD FIB-DIVISOR-FILE.
             01 FIB-DIVISOR-RECORD.
                05 FD-DIVISOR        PIC 9(9).
          FD SEED-FILE.
             01 SEED-RECORD.
                05 SD-CURRENT        PIC 9(9).
                05 SD-FILLER1        PIC X.
                05 SD-PREV           PIC 9(9).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).
          FD PREDICTION-FILE.
             COPY "fibpredrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-ctl-status PIC XX.
             01 ws-fdv-status PIC XX.
             01 ws-see-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-prd-status PIC XX.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-fdv-eof PIC X VALUE "N".
             01 ws-run-date PIC 9(8).
      * SOLUTN2's own threshold field and default.
             01 n USAGE IS BINARY-LONG VALUE 4000000.
             01 ws-threshold-disp PIC 9(18).
             01 ws-period-limit USAGE BINARY-LONG UNSIGNED
                VALUE 1000000.
             COPY "divtab.cpy".
             01 ws-seed-current USAGE BINARY-LONG UNSIGNED VALUE 1.
             01 ws-seed-prev USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-seed-pair-text PIC X(20) VALUE SPACES.
             01 ws-seed-disp PIC 9(9).
             01 ws-divisor-set-text PIC X(40) VALUE SPACES.
             01 ws-set-ptr USAGE BINARY-LONG UNSIGNED.
             01 ws-divisor-disp PIC 9(9).
             01 ws-set-idx USAGE BINARY-LONG UNSIGNED.
      * Residue walk for one divisor.
             01 ws-d USAGE BINARY-LONG UNSIGNED.
             01 ws-r-prev USAGE BINARY-LONG UNSIGNED.
             01 ws-r-current USAGE BINARY-LONG UNSIGNED.
             01 ws-r-next USAGE BINARY-LONG UNSIGNED.
             01 ws-r-start-prev USAGE BINARY-LONG UNSIGNED.
             01 ws-r-start-current USAGE BINARY-LONG UNSIGNED.
             01 ws-position USAGE BINARY-LONG UNSIGNED.
             01 ws-walk-done PIC X.
      * Per divisor: its period (0 when not found inside the bound)
      * and the divisible positions within it.  WS-PI-USABLE is N
      * when the table cannot stand in for the divisor -- no period,
      * or more divisible positions than the table holds.
             01 WS-PISANO-TABLE.
                05 WS-PISANO-ENTRY OCCURS 20 TIMES.
                   10 WS-PI-PERIOD        PIC 9(9).
                   10 WS-PI-USABLE        PIC X.
                   10 WS-PI-ZERO-COUNT    PIC 9(3).
                   10 WS-PI-ZERO-POS OCCURS 100 TIMES
                         PIC 9(9).
             01 ws-pi-sub USAGE BINARY-LONG UNSIGNED.
             01 ws-zero-idx USAGE BINARY-LONG UNSIGNED.
      * The prediction walk over the actual terms below n.
             01 ws-term-current USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-term-prev USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-term-temp USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-term-position USAGE BINARY-LONG UNSIGNED.
             01 ws-reduced USAGE BINARY-LONG UNSIGNED.
             01 ws-picked PIC X.
             01 ws-term-count PIC 9(9) VALUE 0.
             01 ws-predicted-count PIC 9(9) VALUE 0.
             01 ws-direct-count PIC 9(9) VALUE 0.
             01 ws-period-disp PIC 9(9).
             01 ws-count-disp PIC 9(3).
             01 ws-pos-disp PIC 9(9).
             01 ws-line-ptr USAGE BINARY-LONG UNSIGNED.
             01 ws-on-line USAGE BINARY-LONG UNSIGNED.
             01 ws-limit-disp PIC 9(9).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-THRESHOLD.
          PERFORM LOAD-DIVISOR-SET.
          PERFORM LOAD-SEED-PAIR.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          MOVE n TO ws-threshold-disp.
          STRING "PISANO RESIDUE REPORT " ws-run-date
             " THRESHOLD " ws-threshold-disp " SEEDS "
             ws-seed-pair-text DELIMITED BY SIZE INTO REPORT-RECORD.
          PERFORM EMIT-LINE.
          PERFORM VARYING ws-set-idx FROM 1 BY 1
             UNTIL ws-set-idx IS GREATER THAN DT-COUNT
             PERFORM WALK-ONE-DIVISOR
             PERFORM REPORT-ONE-DIVISOR
          END-PERFORM.
          PERFORM PREDICT-LEDGER-TERMS.
          MOVE SPACES TO REPORT-RECORD.
          STRING "PREDICTED LEDGER TERMS: " ws-predicted-count
             " OF " ws-term-count " TERMS BELOW THRESHOLD"
             DELIMITED BY SIZE INTO REPORT-RECORD.
          PERFORM EMIT-LINE.
          IF ws-direct-count IS GREATER THAN 0
             MOVE SPACES TO REPORT-RECORD
             STRING "  DIRECT REDUCTIONS (NO USABLE PERIOD): "
                ws-direct-count DELIMITED BY SIZE INTO REPORT-RECORD
             PERFORM EMIT-LINE
          END-IF.
          CLOSE REPORT-FILE.
          PERFORM WRITE-PREDICTION.
          MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * SOLUTN2's PROD threshold, and this job's own residue-walk
      * bound, from the control file; absent entries leave the
      * WORKING-STORAGE defaults.
       LOAD-THRESHOLD.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF CTL-PROGRAM-ID IS EQUAL TO "SOLUTN2"
                         AND CTL-MODE IS EQUAL TO "PROD"
                         MOVE CTL-THRESHOLD TO n
                      END-IF
                      IF CTL-PROGRAM-ID IS EQUAL TO "PISANO"
                         AND CTL-MODE IS EQUAL TO "PROD"
                         AND CTL-THRESHOLD IS GREATER THAN 0
                         MOVE CTL-THRESHOLD TO ws-period-limit
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.

      * The divisor set exactly as SOLUTN2 loads and renders it, so
      * the stamp on the prediction matches the stamp on the run.
       LOAD-DIVISOR-SET.
          MOVE 1 TO DT-COUNT.
          MOVE 2 TO DT-DIVISOR(1).
          OPEN INPUT FIB-DIVISOR-FILE.
          IF ws-fdv-status IS EQUAL TO "00"
             MOVE 0 TO DT-COUNT
             PERFORM UNTIL ws-fdv-eof IS EQUAL TO "Y"
                READ FIB-DIVISOR-FILE
                   AT END
                      MOVE "Y" TO ws-fdv-eof
                   NOT AT END
                      IF FD-DIVISOR IS NUMERIC
                         AND FD-DIVISOR IS GREATER THAN 0
                         IF DT-COUNT IS LESS THAN 20
                            ADD 1 TO DT-COUNT
                            MOVE FD-DIVISOR TO DT-DIVISOR(DT-COUNT)
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FIB-DIVISOR-FILE
             IF DT-COUNT IS EQUAL TO 0
                MOVE 1 TO DT-COUNT
                MOVE 2 TO DT-DIVISOR(1)
             END-IF
          END-IF.
          MOVE SPACES TO ws-divisor-set-text.
          MOVE 1 TO ws-set-ptr.
          PERFORM VARYING ws-set-idx FROM 1 BY 1
             UNTIL ws-set-idx IS GREATER THAN DT-COUNT
             OR ws-set-ptr IS GREATER THAN 31
             MOVE DT-DIVISOR(ws-set-idx) TO ws-divisor-disp
             STRING ws-divisor-disp " " DELIMITED BY SIZE
                INTO ws-divisor-set-text WITH POINTER ws-set-ptr
          END-PERFORM.

      * The seed pair as SOLUTN2 reads and renders it; a bad or
      * (0, 0) pair leaves the classic (1, 0) start.
       LOAD-SEED-PAIR.
          OPEN INPUT SEED-FILE.
          IF ws-see-status IS EQUAL TO "00"
             READ SEED-FILE
                NOT AT END
                   IF SD-CURRENT IS NUMERIC AND SD-PREV IS NUMERIC
                      IF SD-CURRENT IS NOT EQUAL TO 0
                         OR SD-PREV IS NOT EQUAL TO 0
                         MOVE SD-CURRENT TO ws-seed-current
                         MOVE SD-PREV TO ws-seed-prev
                      END-IF
                   END-IF
             END-READ
             CLOSE SEED-FILE
          END-IF.
          MOVE SPACES TO ws-seed-pair-text.
          MOVE ws-seed-current TO ws-seed-disp.
          STRING ws-seed-disp " " DELIMITED BY SIZE
             INTO ws-seed-pair-text.
          MOVE ws-seed-prev TO ws-seed-disp.
          MOVE ws-seed-disp TO ws-seed-pair-text(11:9).

      * Steps the residue pair (prev, current) modulo d from the
      * seeds until it returns to where it started, noting each
      * position whose current residue is 0.  The position at which
      * the pair first repeats is the period.
       WALK-ONE-DIVISOR.
          MOVE ws-set-idx TO ws-pi-sub.
          MOVE DT-DIVISOR(ws-set-idx) TO ws-d.
          MOVE 0 TO WS-PI-PERIOD(ws-pi-sub).
          MOVE 0 TO WS-PI-ZERO-COUNT(ws-pi-sub).
          MOVE "Y" TO WS-PI-USABLE(ws-pi-sub).
          MOVE FUNCTION MOD(ws-seed-prev, ws-d) TO ws-r-start-prev.
          MOVE FUNCTION MOD(ws-seed-current, ws-d)
             TO ws-r-start-current.
          MOVE ws-r-start-prev TO ws-r-prev.
          MOVE ws-r-start-current TO ws-r-current.
          MOVE 0 TO ws-position.
          MOVE "N" TO ws-walk-done.
          PERFORM UNTIL ws-walk-done IS EQUAL TO "Y"
             IF ws-r-current IS EQUAL TO 0
                IF WS-PI-ZERO-COUNT(ws-pi-sub) IS LESS THAN 100
                   ADD 1 TO WS-PI-ZERO-COUNT(ws-pi-sub)
                   MOVE ws-position TO WS-PI-ZERO-POS(ws-pi-sub,
                      WS-PI-ZERO-COUNT(ws-pi-sub))
                ELSE
                   MOVE "N" TO WS-PI-USABLE(ws-pi-sub)
                END-IF
             END-IF
             COMPUTE ws-r-next = ws-r-prev + ws-r-current
             IF ws-r-next IS GREATER THAN OR EQUAL TO ws-d
                SUBTRACT ws-d FROM ws-r-next
             END-IF
             MOVE ws-r-current TO ws-r-prev
             MOVE ws-r-next TO ws-r-current
             ADD 1 TO ws-position
             IF ws-r-prev IS EQUAL TO ws-r-start-prev
                AND ws-r-current IS EQUAL TO ws-r-start-current
                MOVE ws-position TO WS-PI-PERIOD(ws-pi-sub)
                MOVE "Y" TO ws-walk-done
             END-IF
             IF ws-position IS GREATER THAN OR EQUAL TO
                ws-period-limit
                MOVE "Y" TO ws-walk-done
             END-IF
          END-PERFORM.
          IF WS-PI-PERIOD(ws-pi-sub) IS EQUAL TO 0
             MOVE "N" TO WS-PI-USABLE(ws-pi-sub)
          END-IF.

      * One heading line per divisor, then its divisible positions
      * eight to a line.
       REPORT-ONE-DIVISOR.
          MOVE ws-d TO ws-divisor-disp.
          MOVE SPACES TO REPORT-RECORD.
          IF WS-PI-PERIOD(ws-pi-sub) IS EQUAL TO 0
             MOVE ws-period-limit TO ws-limit-disp
             STRING "DIVISOR " ws-divisor-disp
                " PERIOD NOT FOUND WITHIN " ws-limit-disp
                " POSITIONS" DELIMITED BY SIZE INTO REPORT-RECORD
             PERFORM EMIT-LINE
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-PI-PERIOD(ws-pi-sub) TO ws-period-disp.
          MOVE WS-PI-ZERO-COUNT(ws-pi-sub) TO ws-count-disp.
          STRING "DIVISOR " ws-divisor-disp " PERIOD "
             ws-period-disp " DIVISIBLE POSITIONS " ws-count-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          PERFORM EMIT-LINE.
          IF WS-PI-USABLE(ws-pi-sub) IS NOT EQUAL TO "Y"
             MOVE "  MORE DIVISIBLE POSITIONS THAN THE TABLE HOLDS"
                TO REPORT-RECORD
             PERFORM EMIT-LINE
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          MOVE 1 TO ws-line-ptr.
          MOVE 0 TO ws-on-line.
          PERFORM VARYING ws-zero-idx FROM 1 BY 1
             UNTIL ws-zero-idx IS GREATER THAN
             WS-PI-ZERO-COUNT(ws-pi-sub)
             IF ws-on-line IS EQUAL TO 0
                STRING "  AT" DELIMITED BY SIZE INTO REPORT-RECORD
                   WITH POINTER ws-line-ptr
             END-IF
             MOVE WS-PI-ZERO-POS(ws-pi-sub, ws-zero-idx) TO ws-pos-disp
             STRING " " ws-pos-disp DELIMITED BY SIZE
                INTO REPORT-RECORD WITH POINTER ws-line-ptr
             ADD 1 TO ws-on-line
             IF ws-on-line IS EQUAL TO 8
                PERFORM EMIT-LINE
                MOVE SPACES TO REPORT-RECORD
                MOVE 1 TO ws-line-ptr
                MOVE 0 TO ws-on-line
             END-IF
          END-PERFORM.
          IF ws-on-line IS GREATER THAN 0
             PERFORM EMIT-LINE
          END-IF.

      * Counts the terms below n as SOLUTN2 walks them and decides
      * each one from the period tables alone: picked when, for some
      * divisor, its position reduced by that divisor's period is
      * one of the divisible positions.  The term's value is only
      * reduced directly for a divisor whose table is not usable.
       PREDICT-LEDGER-TERMS.
          MOVE ws-seed-current TO ws-term-current.
          MOVE ws-seed-prev TO ws-term-prev.
          MOVE 0 TO ws-term-position.
          PERFORM UNTIL ws-term-current IS GREATER THAN OR EQUAL TO n
             MOVE "N" TO ws-picked
             PERFORM VARYING ws-pi-sub FROM 1 BY 1
                UNTIL ws-pi-sub IS GREATER THAN DT-COUNT
                OR ws-picked IS EQUAL TO "Y"
                IF WS-PI-USABLE(ws-pi-sub) IS EQUAL TO "Y"
                   MOVE FUNCTION MOD(ws-term-position,
                      WS-PI-PERIOD(ws-pi-sub)) TO ws-reduced
                   PERFORM VARYING ws-zero-idx FROM 1 BY 1
                      UNTIL ws-zero-idx IS GREATER THAN
                      WS-PI-ZERO-COUNT(ws-pi-sub)
                      IF WS-PI-ZERO-POS(ws-pi-sub, ws-zero-idx)
                         IS EQUAL TO ws-reduced
                         MOVE "Y" TO ws-picked
                      END-IF
                   END-PERFORM
                ELSE
                   ADD 1 TO ws-direct-count
                   IF FUNCTION MOD(ws-term-current,
                      DT-DIVISOR(ws-pi-sub)) IS EQUAL TO 0
                      MOVE "Y" TO ws-picked
                   END-IF
                END-IF
             END-PERFORM
             ADD 1 TO ws-term-count
             IF ws-picked IS EQUAL TO "Y"
                ADD 1 TO ws-predicted-count
             END-IF
             MOVE ws-term-prev TO ws-term-temp
             MOVE ws-term-current TO ws-term-prev
             ADD ws-term-temp TO ws-term-current
             ADD 1 TO ws-term-position
          END-PERFORM.

      * One-record prediction, replaced every run.
       WRITE-PREDICTION.
          MOVE SPACES TO FIB-PREDICTION-RECORD.
          OPEN OUTPUT PREDICTION-FILE.
          MOVE ws-run-date TO FP-RUN-DATE.
          MOVE n TO FP-THRESHOLD.
          MOVE ws-term-count TO FP-TERM-COUNT.
          MOVE ws-predicted-count TO FP-PREDICTED.
          MOVE ws-divisor-set-text TO FP-DIVISOR-SET.
          MOVE ws-seed-pair-text TO FP-SEED-PAIR.
          WRITE FIB-PREDICTION-RECORD.
          CLOSE PREDICTION-FILE.

       EMIT-LINE.
          WRITE REPORT-RECORD.
          DISPLAY REPORT-RECORD.

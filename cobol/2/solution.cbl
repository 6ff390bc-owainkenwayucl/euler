                ASSIGN TO "cobol/data/ops_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPS-STATUS.
             SELECT MODE-SWITCH-FILE
                ASSIGN TO "cobol/data/fib_mode_switch.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MODE-STATUS.
             SELECT FAST-STATE-FILE
                ASSIGN TO "cobol/data/fib_fastmode_state.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FST-STATUS.
             SELECT RESULTS-HISTORY-FILE
                ASSIGN TO "cobol/data/results_history.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 HH-THRESHOLD           PIC 9(30).
          FD OPS-LOG-FILE.
             COPY "opslogrec.cpy".
      * FAST runs the every-third-term recurrence below instead of
      * the walk; SCAN (or an absent switch) keeps the original walk
      * -- SOLUTN1's mult_mode_switch.dat idiom.
          FD MODE-SWITCH-FILE.
             01 MODE-SWITCH-RECORD     PIC X(4).
      * Fast runs since the last walk cross-check, for the sampling
      * cadence.
          FD FAST-STATE-FILE.
             01 FAST-STATE-RECORD.
                05 FS-RUNS-SINCE     PIC 9(4).
          FD RESULTS-HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD RESULTS-HISTORY-INDEX-FILE.
             01 ws-ops-status PIC XX.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-rh-checksum PIC 9(30) USAGE COMP-3.
             01 ws-rh-chain PIC 9(18) VALUE 0.
             01 ws-chain-action PIC X(8).
             01 ws-start-time USAGE BINARY-LONG UNSIGNED.
             01 ws-end-time USAGE BINARY-LONG UNSIGNED.
             01 ws-elapsed-seconds USAGE BINARY-LONG UNSIGNED.
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * Fast mode: under the classic configuration -- divisor set
      * {2}, seeds (1, 0) -- every third Fibonacci term is even and
      * nothing else is, and the even terms obey their own
      * recurrence E(k) = 4E(k-1) + E(k-2) from E(0) = 0, E(1) = 2,
      * so the total comes out in a third of the iterations without
      * divok.cbl.  E(k) is term 3k - 1 of the walk (the walk's
      * term x holds F(x+1)), which lets the fast loop write the
      * same even-term and subtotal rows, at the same term counts,
      * that the walk would: fibverify.cbl, pisanoreport.cbl's
      * predicted count and detailcompare.cbl's fingerprints read
      * the one set of ledgers whichever way it was produced.  Any
      * other configuration walks, FAST or not.  The result is
      * retained with a FAST marker at the tail of the divisor-set
      * column (a classic stamp only fills its first ten columns),
      * and on a configurable cadence (control entry SOLUTN2, MODE
      * SAMP: every Nth fast run; 0 or absent never samples) the
      * full walk still runs to prove the two agree, raising FAST
      * MODE MISMATCH through alertlog.cbl -- SOLUTN1's stance on
      * its closed form.  The fast loop is a few dozen iterations at
      * any threshold n can hold, so it takes no checkpoints and
      * beats no heartbeat.
             01 ws-mode-status PIC XX.
             01 ws-fst-status PIC XX.
             01 ws-fast-mode PIC X VALUE "N".
             01 ws-sample-cadence USAGE BINARY-LONG UNSIGNED
                VALUE 0.
             01 ws-runs-since PIC 9(4) VALUE 0.
             01 ws-sample-due PIC X VALUE "N".
             01 ws-even-k USAGE BINARY-LONG UNSIGNED.
             01 ws-even-x USAGE BINARY-LONG UNSIGNED.
             01 ws-even-cur USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-even-prev USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-even-next USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-odd-term USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-walk-terms USAGE BINARY-LONG UNSIGNED.
             01 ws-next-sub-x USAGE BINARY-LONG UNSIGNED.
             01 ws-fast-soln USAGE BINARY-LONG UNSIGNED.
             01 ws-walk-check USAGE BINARY-LONG UNSIGNED.
             01 ws-chk-current USAGE BINARY-LONG UNSIGNED.
             01 ws-chk-prev USAGE BINARY-LONG UNSIGNED.
             01 ws-chk-temp USAGE BINARY-LONG UNSIGNED.


       PROCEDURE DIVISION.
          PERFORM LOAD-THRESHOLD.
          PERFORM LOAD-DIVISOR-SET.
          PERFORM LOAD-SEED-PAIR.
          PERFORM LOAD-FAST-MODE.
          IF ws-fast-mode IS EQUAL TO "Y"
             PERFORM RUN-FAST-MODE
             PERFORM RELEASE-RUN-LOCK
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-CHECKPOINT.
          PERFORM OPEN-DETAIL-FILES.
          IF ws-sub-status IS NOT EQUAL TO "00"
          MOVE ws-seed-prev TO ws-seed-disp.
          MOVE ws-seed-disp TO ws-seed-pair-text(11:9).

      * FAST applies only under the classic divisor set and seed
      * pair, the one configuration the even-term recurrence
      * describes; anything else is told so on the console and
      * walks.
       LOAD-FAST-MODE.
          OPEN INPUT MODE-SWITCH-FILE.
          IF ws-mode-status IS EQUAL TO "00"
             READ MODE-SWITCH-FILE
                NOT AT END
                   IF MODE-SWITCH-RECORD IS EQUAL TO "FAST"
                      MOVE "Y" TO ws-fast-mode
                   END-IF
             END-READ
             CLOSE MODE-SWITCH-FILE
          END-IF.
          IF ws-fast-mode IS EQUAL TO "Y"
             IF DT-COUNT IS NOT EQUAL TO 1
                OR DT-DIVISOR(1) IS NOT EQUAL TO 2
                OR ws-seed-current IS NOT EQUAL TO 1
                OR ws-seed-prev IS NOT EQUAL TO 0
                MOVE "N" TO ws-fast-mode
                DISPLAY "SOLUTN2: FAST MODE NEEDS THE CLASSIC DIVISOR "
                   "SET AND SEEDS, WALKING"
             END-IF
          END-IF.

      * The whole fast-mode run: fresh ledgers (a completed fast run
      * supersedes any interrupted walk, so its checkpoint is
      * cleared), the recurrence, the same control-ledger claims,
      * the sampling cross-check, then the marked history segment.
       RUN-FAST-MODE.
          MOVE SPACES TO SUBTOTAL-RECORD.
          MOVE SPACES TO EVEN-TERM-RECORD.
          OPEN OUTPUT SUBTOTAL-FILE.
          OPEN OUTPUT EVEN-TERM-FILE.
          IF ws-sub-status IS NOT EQUAL TO "00"
             OR ws-et-status IS NOT EQUAL TO "00"
             DISPLAY "SOLUTN2: CANNOT OPEN DETAIL FILES, STATUS "
                ws-sub-status " / " ws-et-status
             PERFORM RELEASE-RUN-LOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM RUN-EVEN-RECURRENCE.
          CLOSE SUBTOTAL-FILE.
          CLOSE EVEN-TERM-FILE.
          MOVE soln TO ws-fast-soln.
          MOVE "fib_even_terms.dat" TO ws-ledger-name.
          CALL 'ledgerlog' USING ws-ledger-name, ws-even-count.
          MOVE "fib_subtotals.dat" TO ws-ledger-name.
          CALL 'ledgerlog' USING ws-ledger-name, ws-subtotal-count.
          PERFORM LOAD-SAMPLE-CADENCE.
          PERFORM CHECK-SAMPLE-DUE.
          IF ws-sample-due IS EQUAL TO "Y"
             PERFORM VERIFY-AGAINST-WALK
          END-IF.
          ACCEPT ws-end-time FROM TIME.
          PERFORM WRITE-OPS-LOG.
          MOVE "FAST" TO ws-divisor-set-text(37:4).
          PERFORM WRITE-RESULTS-HISTORY.
          PERFORM WRITE-RESULTS-HISTORY-INDEX.
          PERFORM CLEAR-CHECKPOINT.
          DISPLAY soln.

      * E(k) below n, each written as the walk writes it at term
      * x = 3k - 1, with the subtotals due at the term counts before
      * it written first from the total so far.  Once E(k+1) reaches
      * n, the walk's own term count is recovered from the two odd
      * terms between: F(3k+1) = (E(k+1) - E(k)) / 2 and F(3k+2) =
      * F(3k+1) + E(k), the walk taking each that is still below n.
      * The subtotals due up to that count close the ledger.
       RUN-EVEN-RECURRENCE.
          MOVE 0 TO ws-even-prev.
          MOVE 2 TO ws-even-cur.
          MOVE 0 TO ws-even-k.
          MOVE 0 TO ws-next-sub-x.
          PERFORM UNTIL ws-even-cur IS GREATER THAN OR EQUAL TO n
             ADD 1 TO ws-even-k
             COMPUTE ws-even-x = 3 * ws-even-k - 1
             PERFORM UNTIL ws-next-sub-x IS GREATER THAN OR EQUAL TO
                ws-even-x
                MOVE ws-next-sub-x TO x
                PERFORM WRITE-SUBTOTAL
                ADD ws-subtotal-interval TO ws-next-sub-x
             END-PERFORM
             MOVE ws-even-cur TO current
             ADD current TO soln
             PERFORM WRITE-EVEN-TERM
             COMPUTE ws-even-next = 4 * ws-even-cur + ws-even-prev
             MOVE ws-even-cur TO ws-even-prev
             MOVE ws-even-next TO ws-even-cur
          END-PERFORM.
          COMPUTE ws-walk-terms = 3 * ws-even-k.
          COMPUTE ws-odd-term = (ws-even-cur - ws-even-prev) / 2.
          IF ws-odd-term IS LESS THAN n
             ADD 1 TO ws-walk-terms
             ADD ws-even-prev TO ws-odd-term
             IF ws-odd-term IS LESS THAN n
                ADD 1 TO ws-walk-terms
             END-IF
          END-IF.
          PERFORM UNTIL ws-next-sub-x IS GREATER THAN OR EQUAL TO
             ws-walk-terms
             MOVE ws-next-sub-x TO x
             PERFORM WRITE-SUBTOTAL
             ADD ws-subtotal-interval TO ws-next-sub-x
          END-PERFORM.

       LOAD-SAMPLE-CADENCE.
          MOVE "N" TO ws-ctl-eof.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF CTL-PROGRAM-ID IS EQUAL TO "SOLUTN2"
                         AND CTL-MODE IS EQUAL TO "SAMP"
                         MOVE CTL-THRESHOLD TO ws-sample-cadence
                         MOVE "Y" TO ws-ctl-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.

      * The cadence counter persists across runs; every Nth fast
      * run is also proven by the walk, and the counter resets.
       CHECK-SAMPLE-DUE.
          MOVE "N" TO ws-sample-due.
          IF ws-sample-cadence IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT FAST-STATE-FILE.
          IF ws-fst-status IS EQUAL TO "00"
             READ FAST-STATE-FILE
                NOT AT END
                   IF FS-RUNS-SINCE IS NUMERIC
                      MOVE FS-RUNS-SINCE TO ws-runs-since
                   END-IF
             END-READ
             CLOSE FAST-STATE-FILE
          END-IF.
          ADD 1 TO ws-runs-since.
          IF ws-runs-since IS GREATER THAN OR EQUAL TO
             ws-sample-cadence
             MOVE "Y" TO ws-sample-due
             MOVE 0 TO ws-runs-since
          END-IF.
          OPEN OUTPUT FAST-STATE-FILE.
          MOVE ws-runs-since TO FS-RUNS-SINCE.
          WRITE FAST-STATE-RECORD.
          CLOSE FAST-STATE-FILE.

      * The proving walk: every term from the seeds through
      * divok.cbl under the loaded divisor table, exactly the rule
      * the SCAN path applies, summing only -- no ledger rows.  A
      * disagreement with the recurrence is the one condition this
      * mode must never swallow.
       VERIFY-AGAINST-WALK.
          MOVE 0 TO ws-walk-check.
          MOVE ws-seed-current TO ws-chk-current.
          MOVE ws-seed-prev TO ws-chk-prev.
          PERFORM UNTIL ws-chk-current IS GREATER THAN OR EQUAL TO n
             CALL 'divok' USING ws-chk-current, DIVISOR-TABLE,
                ws-isok
             IF ws-isok IS GREATER THAN 0
                ADD ws-chk-current TO ws-walk-check
             END-IF
             MOVE ws-chk-prev TO ws-chk-temp
             MOVE ws-chk-current TO ws-chk-prev
             ADD ws-chk-temp TO ws-chk-current
          END-PERFORM.
          IF ws-walk-check IS NOT EQUAL TO ws-fast-soln
             DISPLAY "SOLUTN2: FAST MODE MISMATCH, WALK "
                ws-walk-check " RECURRENCE " ws-fast-soln
             MOVE "FAST MODE MISMATCH" TO ws-alert-condition
             MOVE ws-walk-check TO ws-alert-key-1
             MOVE ws-fast-soln TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1,
                ws-alert-key-2
             PERFORM RELEASE-RUN-LOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          DISPLAY "SOLUTN2: FAST MODE SAMPLE VERIFIED".

      * If a checkpoint from an earlier, interrupted run exists for
      * this same threshold n, pick up current/prev/soln/term-count
      * from it instead of starting the Fibonacci sequence over from
       WRITE-RESULTS-HISTORY.
          COMPUTE ws-rh-checksum = n + soln.
          MOVE SPACES TO RESULT-HISTORY-RECORD.
      * Under the history latch from here until the segment is on
      * file: the trailer's chain link continues from the last one
      * written, and no other step may append in between.
          MOVE "BEGIN" TO ws-chain-action.
          CALL 'histchain' USING ws-chain-action, ws-rh-chain,
             RESULT-HISTORY-RECORD.
          OPEN EXTEND RESULTS-HISTORY-FILE.
          IF ws-rh-status IS NOT EQUAL TO "00"
             OPEN OUTPUT RESULTS-HISTORY-FILE
          MOVE ws-backfill TO RH-BACKFILL.
          MOVE n TO RH-THRESHOLD.
          MOVE 0 TO RH-RESULT.
          PERFORM CHAIN-HISTORY-ROW.
          WRITE RESULT-HISTORY-RECORD.
          MOVE "SOLUTN2" TO RH-PROGRAM-ID.
          MOVE ws-run-date TO RH-RUN-DATE.
          MOVE ws-backfill TO RH-BACKFILL.
          MOVE n TO RH-THRESHOLD.
          MOVE soln TO RH-RESULT.
      * The mode marker: a fast-mode segment carries FAST at the
      * tail of the divisor-set column (spaces there on a walk, as
      * before), so an analyst -- and driftcheck.cbl's grouping --
      * can tell which arithmetic produced the figure.
          MOVE ws-divisor-set-text TO RH-DIVISOR-SET.
          MOVE ws-seed-pair-text TO RH-SEED-PAIR.
          PERFORM CHAIN-HISTORY-ROW.
          WRITE RESULT-HISTORY-RECORD.
          MOVE "RHTRL" TO RH-PROGRAM-ID.
          MOVE ws-run-date TO RH-RUN-DATE.
          MOVE ws-backfill TO RH-BACKFILL.
          MOVE 1 TO RH-THRESHOLD.
          MOVE ws-rh-checksum TO RH-RESULT.
          PERFORM CHAIN-HISTORY-ROW.
          MOVE ws-rh-chain TO RH-CHAIN.
          WRITE RESULT-HISTORY-RECORD.
          CLOSE RESULTS-HISTORY-FILE.
          MOVE "END" TO ws-chain-action.
          CALL 'histchain' USING ws-chain-action, ws-rh-chain,
             RESULT-HISTORY-RECORD.

      * Folds the row about to be written into the segment's running
      * chain link; after the trailer row it is the trailer's link.
       CHAIN-HISTORY-ROW.
          MOVE "ROW" TO ws-chain-action.
          CALL 'histchain' USING ws-chain-action, ws-rh-chain,
             RESULT-HISTORY-RECORD.

      * Keeps an indexed companion (req034) to the sequential history
      * above, holding just the latest threshold/result for this run

       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution.
       AUTHOR. Owain Kenway.

      * Largest palindrome made from the product of two k-digit
      * numbers, k (n below) from thresholds.dat.  The search walks
      * the larger factor a down from 10**k - 1 and, for each a, the
      * smaller factor b down from a, so every product is tried at
      * most once.  Products only shrink as b falls, so a row stops
      * at its first palindrome or as soon as a * b is no larger
      * than the best found so far, and the whole search stops once
      * a * a (the largest product a row can reach) is no larger.
      * Two 15-digit factors make a 30-digit product, the widest the
      * fields can hold; a digit count outside 1..15 is refused with
      * return code 8.
      *
      * Every improvement on the best so far is written to
      * palindrome_detail.dat with both factors, so the last row is
      * the answer and the rows above it show how it was reached.
      * The production shell is SOLUTN3's: known-answer self-test,
      * run lock, run id, as-of backfill override, ops-log row,
      * results-history segment and its indexed companion, and a
      * sealed checkpoint (palindrome_checkpoint.dat) so a large-k
      * search killed part way resumes from the last row it
      * finished rather than from 10**k - 1.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CTL-FILE ASSIGN TO "cobol/data/thresholds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
             SELECT AS-OF-FILE
                ASSIGN TO "cobol/data/as_of_date.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ASF-STATUS.
             SELECT DETAIL-FILE
                ASSIGN TO "cobol/data/palindrome_detail.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DET-STATUS.
             SELECT CKPT-FILE
                ASSIGN TO "cobol/data/palindrome_checkpoint.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CKPT-STATUS.
             SELECT OPS-LOG-FILE
                ASSIGN TO "cobol/data/ops_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPS-STATUS.
             SELECT RESULTS-HISTORY-FILE
                ASSIGN TO "cobol/data/results_history.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RH-STATUS.
             SELECT RESULTS-HISTORY-INDEX-FILE
                ASSIGN TO "cobol/data/results_history_idx.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RHI-KEY
                FILE STATUS IS WS-RHI-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD AS-OF-FILE.
             01 AS-OF-RECORD.
                05 AO-DATE           PIC 9(8).
          FD OPS-LOG-FILE.
             COPY "opslogrec.cpy".
          FD RESULTS-HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD RESULTS-HISTORY-INDEX-FILE.
             COPY "resulthistidxrec.cpy".
      * One row per improvement on the best palindrome so far: the
      * palindrome, both factors (larger first) and the digit count
      * searched, stamped with the run it came from.
          FD DETAIL-FILE.
             01 DETAIL-RECORD.
                05 PD-PALINDROME      PIC 9(30).
                05 PD-FILLER1         PIC X.
                05 PD-FACTOR-1        PIC 9(15).
                05 PD-FILLER2         PIC X.
                05 PD-FACTOR-2        PIC 9(15).
                05 PD-FILLER3         PIC X.
                05 PD-DIGITS          PIC 9(2).
                05 PD-FILLER4         PIC X.
                05 PD-RUN-ID          PIC 9(9).
                05 PD-FILLER5         PIC X.
                05 PD-RUN-DATE        PIC 9(8).
                05 PD-FILLER6         PIC X.
                05 PD-BACKFILL        PIC X.
      * Restart state: the digit count, the last row (larger factor)
      * fully searched, the best so far with its factors, and the
      * detail rows written -- sealed the way pf_checkpoint.dat is,
      * so a truncated write is a cold start rather than bad state.
          FD CKPT-FILE.
             01 CKPT-RECORD.
                05 CK-N                PIC 9(2).
                05 CK-FILLER1          PIC X.
                05 CK-ROW              PIC 9(16).
                05 CK-FILLER2          PIC X.
                05 CK-BEST             PIC 9(30).
                05 CK-FILLER3          PIC X.
                05 CK-FACTOR-1         PIC 9(15).
                05 CK-FILLER4          PIC X.
                05 CK-FACTOR-2         PIC 9(15).
                05 CK-FILLER5          PIC X.
                05 CK-DETAIL-COUNT     PIC 9(9).
                05 CK-FILLER6          PIC X.
                05 CK-SEAL             PIC 9(15).

          WORKING-STORAGE SECTION.
      * n is the digit count k, normally loaded from the control file
      * below; this VALUE is only the fallback used when the control
      * file is unavailable.  The factors and products are PIC S9(30)
      * COMP-3, the width every solution program's arithmetic uses.
             01 n PIC S9(30) USAGE COMP-3 VALUE 3.
             01 soln PIC S9(30) USAGE COMP-3 VALUE 0.
             01 ws-digits-max PIC S9(30) USAGE COMP-3 VALUE 15.
             01 ws-factor-low PIC S9(30) USAGE COMP-3.
             01 ws-factor-high PIC S9(30) USAGE COMP-3.
             01 ws-a PIC S9(30) USAGE COMP-3.
             01 ws-b PIC S9(30) USAGE COMP-3.
             01 ws-product PIC S9(30) USAGE COMP-3.
             01 ws-best PIC S9(30) USAGE COMP-3.
             01 ws-best-factor-1 PIC S9(30) USAGE COMP-3.
             01 ws-best-factor-2 PIC S9(30) USAGE COMP-3.
             01 ws-search-done PIC X.
             01 ws-row-done PIC X.
      * Palindrome test scratch: the product's digits reversed.
             01 ws-forward PIC S9(30) USAGE COMP-3.
             01 ws-reversed PIC S9(30) USAGE COMP-3.
             01 ws-digit PIC S9(30) USAGE COMP-3.
             01 ws-is-palindrome PIC X.
      * Y while the self-test runs the search, so it writes neither
      * detail rows nor checkpoints; n is held aside meanwhile.
             01 ws-self-test PIC X VALUE "N".
             01 ws-st-n PIC S9(30) USAGE COMP-3.
             01 ws-ctl-status PIC XX.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-lock-program-id PIC X(8) VALUE "SOLUTN4".
             01 ws-lock-action PIC X(8).
             01 ws-lock-result USAGE BINARY-LONG VALUE 0.
             01 ws-runctl-action PIC X(8).
             01 ws-run-id PIC 9(9) VALUE 0.
      * As-of override (as_of_date.dat): when ops stage a nonzero
      * date there, this run is a backfill for that processing date
      * -- every row it writes carries the as-of date plus the B
      * marker, so the filled night sits under its proper date in
      * the history and a live run the same day stays
      * distinguishable.
             01 ws-asf-status PIC XX.
             01 ws-backfill PIC X VALUE SPACE.
             01 ws-alert-source PIC X(8) VALUE "SOLUTN4".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
             01 ws-ledger-name PIC X(30).
             01 ws-ledger-count PIC 9(9).
             01 ws-det-status PIC XX.
             01 ws-ckpt-status PIC XX.
             01 ws-restarted PIC X VALUE "N".
             01 ws-detail-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-detail-on-file USAGE BINARY-LONG UNSIGNED.
             01 ws-det-eof PIC X.
             01 ws-row-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-checkpoint-interval USAGE BINARY-LONG UNSIGNED
                VALUE 50.
             01 ws-term-mod USAGE BINARY-LONG UNSIGNED.
             01 ws-ckpt-seal USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-ops-status PIC XX.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-rh-checksum PIC 9(30) USAGE COMP-3.
             01 ws-rh-chain PIC 9(18) VALUE 0.
             01 ws-chain-action PIC X(8).
             01 ws-start-time USAGE BINARY-LONG UNSIGNED.
             01 ws-end-time USAGE BINARY-LONG UNSIGNED.
             01 ws-elapsed-seconds USAGE BINARY-LONG UNSIGNED.
             01 ws-centiseconds USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-hh USAGE BINARY-LONG UNSIGNED.
             01 ws-mm USAGE BINARY-LONG UNSIGNED.
             01 ws-ss USAGE BINARY-LONG UNSIGNED.
             01 ws-cc USAGE BINARY-LONG UNSIGNED.
             01 ws-remainder1 USAGE BINARY-LONG UNSIGNED.
             01 ws-remainder2 USAGE BINARY-LONG UNSIGNED.
             01 ws-time-in USAGE BINARY-LONG UNSIGNED.
             01 ws-start-centi USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-end-centi USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-rh-status PIC XX.
             01 ws-rhi-status PIC XX.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-start-time FROM TIME.
          PERFORM KNOWN-ANSWER-SELF-TEST.
          PERFORM LOAD-AS-OF-DATE.
          PERFORM ACQUIRE-RUN-LOCK.
          PERFORM ISSUE-RUN-ID.
          PERFORM LOAD-THRESHOLD.
          IF n IS LESS THAN 1 OR n IS GREATER THAN ws-digits-max
      * Fatal: a product of two factors this wide does not fit the
      * 30-digit fields, and zero digits is no search at all.
             DISPLAY "SOLUTN4: DIGIT COUNT " n " OUTSIDE 1.."
                ws-digits-max
             PERFORM RELEASE-RUN-LOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM SET-FACTOR-RANGE.
          MOVE ws-factor-high TO ws-a.
          MOVE 0 TO ws-best.
          MOVE 0 TO ws-best-factor-1.
          MOVE 0 TO ws-best-factor-2.
          PERFORM LOAD-CHECKPOINT.
          PERFORM OPEN-DETAIL-FILE.
          IF ws-det-status IS NOT EQUAL TO "00"
      * Fatal: without the detail file the run can't record the
      * factors behind soln.
             DISPLAY "SOLUTN4: CANNOT OPEN DETAIL FILE, STATUS "
                ws-det-status
             PERFORM RELEASE-RUN-LOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM SEARCH-PALINDROMES.
          CLOSE DETAIL-FILE.
      * Control-ledger row: one detail row per improvement, and
      * ws-detail-count is carried across a checkpoint restart, so
      * it is exactly the row count the detail file should hold.
          MOVE "palindrome_detail.dat" TO ws-ledger-name.
          MOVE ws-detail-count TO ws-ledger-count.
          CALL 'ledgerlog' USING ws-ledger-name, ws-ledger-count.
          MOVE ws-best TO soln.
          ACCEPT ws-end-time FROM TIME.
          PERFORM WRITE-OPS-LOG.
          PERFORM WRITE-RESULTS-HISTORY.
          PERFORM WRITE-RESULTS-HISTORY-INDEX.
          PERFORM CLEAR-CHECKPOINT.
          DISPLAY "SOLUTN4: " ws-best-factor-1 " X " ws-best-factor-2.
          DISPLAY "SOLUTION: " soln.
          PERFORM RELEASE-RUN-LOCK.
          MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * The k-digit factors run from 10**(k-1) to 10**k - 1.
       SET-FACTOR-RANGE.
          COMPUTE ws-factor-low = 10 ** (n - 1).
          COMPUTE ws-factor-high = 10 ** n - 1.

      * Descends the larger factor from ws-a, searching each row in
      * turn, until no row left can beat the best so far.  On a
      * restart ws-a, ws-best and its factors come from the
      * checkpoint.
       SEARCH-PALINDROMES.
          MOVE "N" TO ws-search-done.
          PERFORM UNTIL ws-search-done IS EQUAL TO "Y"
             IF ws-a IS LESS THAN ws-factor-low
                OR ws-a * ws-a IS NOT GREATER THAN ws-best
                MOVE "Y" TO ws-search-done
             ELSE
                PERFORM SEARCH-ONE-ROW
                ADD 1 TO ws-row-count
                MOVE FUNCTION MOD(ws-row-count,
                   ws-checkpoint-interval) TO ws-term-mod
                IF ws-term-mod IS EQUAL TO 0
                   AND ws-self-test IS EQUAL TO "N"
                   PERFORM WRITE-CHECKPOINT
                END-IF
                SUBTRACT 1 FROM ws-a
             END-IF
          END-PERFORM.

      * One row: b descends from a, and the row ends at its first
      * palindrome (every later b gives a smaller product) or once
      * the product can no longer beat the best.  An improvement is
      * checkpointed first -- its detail row already counted, and
      * the row recorded as the one before it -- and only then
      * written to the detail file: a restart re-searches this row
      * but finds nothing strictly better than the best it resumed
      * with, so the detail row is never written twice, and a run
      * that died between the two writes has the missing row put
      * back by OPEN-DETAIL-FILE.
       SEARCH-ONE-ROW.
          MOVE ws-a TO ws-b.
          MOVE "N" TO ws-row-done.
          PERFORM UNTIL ws-row-done IS EQUAL TO "Y"
             IF ws-b IS LESS THAN ws-factor-low
                MOVE "Y" TO ws-row-done
             ELSE
                COMPUTE ws-product = ws-a * ws-b
                IF ws-product IS NOT GREATER THAN ws-best
                   MOVE "Y" TO ws-row-done
                ELSE
                   PERFORM TEST-PALINDROME
                   IF ws-is-palindrome IS EQUAL TO "Y"
                      MOVE ws-product TO ws-best
                      MOVE ws-a TO ws-best-factor-1
                      MOVE ws-b TO ws-best-factor-2
                      IF ws-self-test IS EQUAL TO "N"
                         ADD 1 TO ws-detail-count
                         ADD 1 TO ws-a
                         PERFORM WRITE-CHECKPOINT
                         SUBTRACT 1 FROM ws-a
                         PERFORM WRITE-DETAIL-RECORD
                      END-IF
                      MOVE "Y" TO ws-row-done
                   ELSE
                      SUBTRACT 1 FROM ws-b
                   END-IF
                END-IF
             END-IF
          END-PERFORM.

      * Reverses ws-product's digits; a palindrome reads the same.
       TEST-PALINDROME.
          MOVE ws-product TO ws-forward.
          MOVE 0 TO ws-reversed.
          PERFORM UNTIL ws-forward IS EQUAL TO 0
             DIVIDE ws-forward BY 10 GIVING ws-forward
                REMAINDER ws-digit
             COMPUTE ws-reversed = ws-reversed * 10 + ws-digit
          END-PERFORM.
          IF ws-reversed IS EQUAL TO ws-product
             MOVE "Y" TO ws-is-palindrome
          ELSE
             MOVE "N" TO ws-is-palindrome
          END-IF.

      * Draws this run's unique id from runcontrol.cbl so every row
      * written tonight (ops log, history segment, detail and alert
      * rows) can be traced to exactly this attempt -- a same-day
      * rerun gets a different id.
       ISSUE-RUN-ID.
          MOVE "ISSUE" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.

      * Startup self-test against the classic known answer: the
      * largest palindrome from two 2-digit numbers is 9009 = 91 x
      * 99, found through the same search the production run uses.
      * Runs before any production data file is opened and aborts
      * with a distinct return code on a wrong answer, so nightly.cbl
      * bypasses the poisoned step instead of publishing its output.
       KNOWN-ANSWER-SELF-TEST.
          MOVE "Y" TO ws-self-test.
          MOVE n TO ws-st-n.
          MOVE 2 TO n.
          PERFORM SET-FACTOR-RANGE.
          MOVE ws-factor-high TO ws-a.
          MOVE 0 TO ws-best.
          PERFORM SEARCH-PALINDROMES.
          IF ws-best IS NOT EQUAL TO 9009
             OR ws-best-factor-1 IS NOT EQUAL TO 99
             OR ws-best-factor-2 IS NOT EQUAL TO 91
             DISPLAY "SOLUTN4: SELF-TEST FAILED, GOT " ws-best
                " EXPECTED 9009"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE "N" TO ws-self-test.
          MOVE 0 TO ws-row-count.
          MOVE ws-st-n TO n.

      * Reads the as-of override: a nonzero date there makes this a
      * backfill run for that date -- ws-run-date is replaced and
      * every row written carries the B marker.  An absent or zero
      * file is a normal live run.
       LOAD-AS-OF-DATE.
          OPEN INPUT AS-OF-FILE.
          IF ws-asf-status IS EQUAL TO "00"
             READ AS-OF-FILE
                NOT AT END
                   IF AO-DATE IS GREATER THAN 0
                      MOVE AO-DATE TO ws-run-date
                      MOVE "B" TO ws-backfill
                      DISPLAY "SOLUTN4: BACKFILL RUN AS OF " AO-DATE
                   END-IF
             END-READ
             CLOSE AS-OF-FILE
          END-IF.

      * Takes this program's run lock before touching any shared
      * file, so an overlapping second run (or an operator launching
      * this step by hand mid-window) can't interleave writes into
      * the shared logs or double-clear the checkpoint.  Refusal is a
      * distinct return code (12, above the 8 the fatal paths use)
      * so job-step COND logic can tell "already running" from
      * "broke".  A lock left behind by a crashed run is
      * force-released through runlockmaint.cbl.
       ACQUIRE-RUN-LOCK.
          MOVE "ACQUIRE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.
          IF ws-lock-result IS NOT EQUAL TO 0
             DISPLAY "SOLUTN4: RUN LOCK ALREADY HELD, REFUSING TO START"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

       RELEASE-RUN-LOCK.
          MOVE "RELEASE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.

      * Reads the digit count for this job (PROGRAM-ID SOLUTN4) from
      * the control file so ops can change k without a recompile.
      * If the control file or a matching record is absent, the
      * WORKING-STORAGE default above stands.
       LOAD-THRESHOLD.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF CTL-PROGRAM-ID IS EQUAL TO "SOLUTN4"
                         AND CTL-MODE IS EQUAL TO "PROD"
                         MOVE CTL-THRESHOLD TO n
                         MOVE "Y" TO ws-ctl-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.

      * If a checkpoint from an earlier, interrupted run exists for
      * this same digit count, resume below the last row it finished
      * with its best so far, instead of starting over from
      * 10**k - 1.  A checkpoint left over from a different k is
      * ignored.
       LOAD-CHECKPOINT.
          OPEN INPUT CKPT-FILE.
          IF ws-ckpt-status IS EQUAL TO "00"
             READ CKPT-FILE
                NOT AT END
                   PERFORM VERIFY-CHECKPOINT-SEAL
                   IF ws-restarted IS EQUAL TO "V"
                      MOVE "N" TO ws-restarted
                      IF CK-N IS EQUAL TO n
                         COMPUTE ws-a = CK-ROW - 1
                         MOVE CK-BEST TO ws-best
                         MOVE CK-FACTOR-1 TO ws-best-factor-1
                         MOVE CK-FACTOR-2 TO ws-best-factor-2
                         MOVE CK-DETAIL-COUNT TO ws-detail-count
                         MOVE "Y" TO ws-restarted
                         DISPLAY "SOLUTN4: RESTARTING BELOW ROW "
                            CK-ROW
                      END-IF
                   END-IF
             END-READ
             CLOSE CKPT-FILE
          END-IF.

      * Recomputes the seal over the record just read; V in
      * ws-restarted means it verified.  A failed seal is a
      * truncated or mangled write, not restart state -- treat it
      * as absent, say so, and alert.
       VERIFY-CHECKPOINT-SEAL.
          MOVE "N" TO ws-restarted.
          IF CK-N IS NUMERIC AND CK-ROW IS NUMERIC
             AND CK-BEST IS NUMERIC AND CK-FACTOR-1 IS NUMERIC
             AND CK-FACTOR-2 IS NUMERIC
             AND CK-DETAIL-COUNT IS NUMERIC
             AND CK-SEAL IS NUMERIC
             PERFORM COMPUTE-CHECKPOINT-SEAL
             IF CK-SEAL IS EQUAL TO ws-ckpt-seal
                MOVE "V" TO ws-restarted
             END-IF
          END-IF.
          IF ws-restarted IS EQUAL TO "N"
             DISPLAY "SOLUTN4: CHECKPOINT FAILS ITS SEAL, "
                "STARTING COLD"
             MOVE "CHECKPOINT SEAL" TO ws-alert-condition
             MOVE 0 TO ws-alert-key-1
             MOVE 0 TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          END-IF.

       COMPUTE-CHECKPOINT-SEAL.
          COMPUTE ws-ckpt-seal = FUNCTION MOD(
             CK-N + CK-ROW * 3 + CK-BEST * 7 + CK-FACTOR-1 * 11
             + CK-FACTOR-2 * 13 + CK-DETAIL-COUNT * 17,
             999999999999989).

      * The detail file grows across restarts (EXTEND) rather than
      * being discarded on a fresh OPEN OUTPUT, so a restarted run
      * keeps the improvements already written before the
      * interruption.  The checkpoint counts an improvement before
      * its detail row is written, so a restart whose file holds one
      * row fewer than CK-DETAIL-COUNT died between the two, and the
      * checkpointed best -- that improvement -- is written now.
       OPEN-DETAIL-FILE.
          MOVE SPACES TO DETAIL-RECORD.
          IF ws-restarted IS NOT EQUAL TO "Y"
             OPEN OUTPUT DETAIL-FILE
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-detail-on-file.
          MOVE "N" TO ws-det-eof.
          OPEN INPUT DETAIL-FILE.
          IF ws-det-status IS EQUAL TO "00"
             PERFORM UNTIL ws-det-eof IS EQUAL TO "Y"
                READ DETAIL-FILE
                   AT END
                      MOVE "Y" TO ws-det-eof
                   NOT AT END
                      ADD 1 TO ws-detail-on-file
                END-READ
             END-PERFORM
             CLOSE DETAIL-FILE
          END-IF.
          MOVE SPACES TO DETAIL-RECORD.
          OPEN EXTEND DETAIL-FILE.
          IF ws-det-status IS NOT EQUAL TO "00"
             OPEN OUTPUT DETAIL-FILE
          END-IF.
          IF ws-det-status IS EQUAL TO "00"
             AND ws-detail-on-file IS LESS THAN ws-detail-count
             AND ws-best IS GREATER THAN 0
             DISPLAY "SOLUTN4: RESTORING DETAIL ROW FOR " ws-best
             PERFORM WRITE-DETAIL-RECORD
          END-IF.

       WRITE-DETAIL-RECORD.
          MOVE ws-best TO PD-PALINDROME.
          MOVE ws-best-factor-1 TO PD-FACTOR-1.
          MOVE ws-best-factor-2 TO PD-FACTOR-2.
          MOVE n TO PD-DIGITS.
          MOVE ws-run-id TO PD-RUN-ID.
          MOVE ws-run-date TO PD-RUN-DATE.
          MOVE ws-backfill TO PD-BACKFILL.
          WRITE DETAIL-RECORD.

      * Persists the digit count, the last row fully searched (one
      * above ws-a, the row about to be searched or being searched),
      * the best so far with its factors and the detail rows written.
       WRITE-CHECKPOINT.
          MOVE SPACES TO CKPT-RECORD.
          MOVE n TO CK-N.
          MOVE ws-a TO CK-ROW.
          MOVE ws-best TO CK-BEST.
          MOVE ws-best-factor-1 TO CK-FACTOR-1.
          MOVE ws-best-factor-2 TO CK-FACTOR-2.
          MOVE ws-detail-count TO CK-DETAIL-COUNT.
          PERFORM COMPUTE-CHECKPOINT-SEAL.
          MOVE ws-ckpt-seal TO CK-SEAL.
          OPEN OUTPUT CKPT-FILE.
          WRITE CKPT-RECORD.
          CLOSE CKPT-FILE.

      * Clears the checkpoint on a successful run so the next run
      * starts fresh from 10**k - 1.  OPEN OUTPUT with no WRITE
      * leaves the file empty, so LOAD-CHECKPOINT's READ hits AT END
      * immediately and ws-restarted stays "N".
       CLEAR-CHECKPOINT.
          OPEN OUTPUT CKPT-FILE.
          CLOSE CKPT-FILE.

      * Logs run date, start/end time and elapsed seconds for this run
      * to the shared operations log (PROGRAM-ID SOLUTN4).  The log
      * grows across every run (EXTEND); on the very first-ever run
      * the file doesn't exist yet, so a failed EXTEND falls back to
      * OPEN OUTPUT to create it.
       WRITE-OPS-LOG.
          MOVE SPACES TO OPS-LOG-RECORD.
          OPEN EXTEND OPS-LOG-FILE.
          IF ws-ops-status IS NOT EQUAL TO "00"
             OPEN OUTPUT OPS-LOG-FILE
          END-IF.
          MOVE ws-start-time TO ws-time-in.
          PERFORM TO-CENTISECONDS.
          MOVE ws-centiseconds TO ws-start-centi.
          MOVE ws-end-time TO ws-time-in.
          PERFORM TO-CENTISECONDS.
          MOVE ws-centiseconds TO ws-end-centi.
          IF ws-end-centi IS GREATER THAN OR EQUAL TO ws-start-centi
             COMPUTE ws-elapsed-seconds =
                (ws-end-centi - ws-start-centi) / 100
          ELSE
      * Run crossed midnight; a same-night batch run never does this
      * in practice, so just flag it rather than report a bogus
      * negative/huge elapsed time.
             MOVE 0 TO ws-elapsed-seconds
          END-IF.
          MOVE "SOLUTN4" TO OL-PROGRAM-ID.
          MOVE ws-run-date TO OL-RUN-DATE.
          MOVE ws-start-time TO OL-START-TIME.
          MOVE ws-end-time TO OL-END-TIME.
          MOVE ws-elapsed-seconds TO OL-ELAPSED-SECONDS.
          MOVE ws-run-id TO OL-RUN-ID.
          MOVE ws-backfill TO OL-BACKFILL.
          WRITE OPS-LOG-RECORD.
          CLOSE OPS-LOG-FILE.

      * Decomposes an HHMMSSCC time value in ws-time-in into total
      * centiseconds since midnight, in ws-centiseconds.
       TO-CENTISECONDS.
          DIVIDE ws-time-in BY 1000000 GIVING ws-hh
             REMAINDER ws-remainder1.
          DIVIDE ws-remainder1 BY 10000 GIVING ws-mm
             REMAINDER ws-remainder2.
          DIVIDE ws-remainder2 BY 100 GIVING ws-ss REMAINDER ws-cc.
          COMPUTE ws-centiseconds =
             ((ws-hh * 60 + ws-mm) * 60 + ws-ss) * 100 + ws-cc.

      * Appends this run's digit count and palindrome to the retained
      * history (PROGRAM-ID SOLUTN4), bracketed by the RHHDR header
      * and RHTRL trailer every solution program writes, so a
      * downstream reader can confirm it picked up a complete,
      * untruncated run segment.  Grows across every run (EXTEND); a
      * failed EXTEND on the first-ever run falls back to OPEN OUTPUT.
       WRITE-RESULTS-HISTORY.
          COMPUTE ws-rh-checksum = FUNCTION MOD(n + soln,
             1000000000000000000000000000000).
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
          END-IF.
          MOVE "RHHDR" TO RH-PROGRAM-ID.
          MOVE ws-run-date TO RH-RUN-DATE.
          MOVE ws-run-id TO RH-RUN-ID.
          MOVE ws-backfill TO RH-BACKFILL.
          MOVE n TO RH-THRESHOLD.
          MOVE 0 TO RH-RESULT.
          PERFORM CHAIN-HISTORY-ROW.
          WRITE RESULT-HISTORY-RECORD.
          MOVE "SOLUTN4" TO RH-PROGRAM-ID.
          MOVE ws-run-date TO RH-RUN-DATE.
          MOVE ws-run-id TO RH-RUN-ID.
          MOVE ws-backfill TO RH-BACKFILL.
          MOVE n TO RH-THRESHOLD.
          MOVE soln TO RH-RESULT.
          PERFORM CHAIN-HISTORY-ROW.
          WRITE RESULT-HISTORY-RECORD.
          MOVE "RHTRL" TO RH-PROGRAM-ID.
          MOVE ws-run-date TO RH-RUN-DATE.
          MOVE ws-run-id TO RH-RUN-ID.
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

      * The indexed companion to the sequential history above,
      * holding just the latest threshold/result for this run date
      * plus program id.  I-O on every run after the first; a failed
      * OPEN I-O (file doesn't exist yet) falls back to OPEN OUTPUT
      * to create it.  WRITE for a new key, REWRITE if this run
      * date/program id was already recorded (a same-day rerun).
       WRITE-RESULTS-HISTORY-INDEX.
          MOVE SPACES TO RESULT-HISTORY-INDEX-RECORD.
          OPEN I-O RESULTS-HISTORY-INDEX-FILE.
          IF ws-rhi-status IS NOT EQUAL TO "00"
             OPEN OUTPUT RESULTS-HISTORY-INDEX-FILE
          END-IF.
          MOVE ws-run-date TO RHI-RUN-DATE.
          MOVE "SOLUTN4" TO RHI-PROGRAM-ID.
          MOVE n TO RHI-THRESHOLD.
          MOVE soln TO RHI-RESULT.
          MOVE ws-backfill TO RHI-BACKFILL.
          WRITE RESULT-HISTORY-INDEX-RECORD
             INVALID KEY
                REWRITE RESULT-HISTORY-INDEX-RECORD
          END-WRITE.
          CLOSE RESULTS-HISTORY-INDEX-FILE.

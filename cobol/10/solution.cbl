       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution.
       AUTHOR. Owain Kenway.

      * Sum of all primes below n.  prime_sieve.dat (sievegen.cbl)
      * already holds every prime up to its header's limit in
      * ascending order, so the answer is one pass over the file,
      * adding each prime until the first one at or above n.
      *
      * The sieve only answers for n up to its limit: past it the
      * file simply runs out and the sum would come back short with
      * nothing to say so.  This job refuses that run the way
      * sievecoverage.cbl refuses to pretend staged candidates are
      * covered -- n above the header's limit (or no sieve at all)
      * is a SIEVE COVERAGE alert through alertlog.cbl, keys n and
      * the limit, and return code 8 with no history row, so the
      * scorecard shows a failed step rather than a wrong answer.
      * The remedy is a sievegen.cbl run with SIEVEGEN's limit
      * raised to cover the threshold.
      *
      * The production shell is the other solution programs':
      * known-answer self-test, run lock, run id, threshold from
      * thresholds.dat (PROGRAM-ID SOLUTN10, MODE PROD), as-of
      * backfill override, ops-log row, results-history segment and
      * its indexed companion.

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
             SELECT SIEVE-FILE
                ASSIGN TO "cobol/data/prime_sieve.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIV-STATUS.
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
      * Header (limit, prime count) then one prime per line with a
      * zero count column -- sievegen.cbl's layout.
          FD SIEVE-FILE.
             01 SIEVE-RECORD.
                05 SV-VALUE           PIC 9(9).
                05 SV-FILLER1         PIC X.
                05 SV-COUNT           PIC 9(9).
          FD OPS-LOG-FILE.
             COPY "opslogrec.cpy".
          FD RESULTS-HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD RESULTS-HISTORY-INDEX-FILE.
             COPY "resulthistidxrec.cpy".

          WORKING-STORAGE SECTION.
      * n is normally loaded from the control file below; this VALUE
      * is only the fallback used when the control file is
      * unavailable, and sits within sievegen.cbl's default limit.
             01 n PIC S9(30) USAGE COMP-3 VALUE 100000.
             01 soln PIC S9(30) USAGE COMP-3 VALUE 0.
             01 ws-sum-below PIC S9(30) USAGE COMP-3.
             01 ws-sum PIC S9(30) USAGE COMP-3.
             01 ws-primes-summed PIC 9(9) VALUE 0.
             01 ws-sieve-limit PIC 9(9) VALUE 0.
             01 ws-siv-status PIC XX.
             01 ws-siv-eof PIC X.
             01 ws-ctl-status PIC XX.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-lock-program-id PIC X(8) VALUE "SOLUTN10".
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
             01 ws-alert-source PIC X(8) VALUE "SOLUTN10".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
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
          PERFORM READ-SIEVE-LIMIT.
          IF n IS GREATER THAN ws-sieve-limit
      * Fatal: the sieve cannot answer for this n, and a sum over
      * the primes it does hold is a short answer that looks right.
             DISPLAY "SOLUTN10: THRESHOLD " n " EXCEEDS SIEVE LIMIT "
                ws-sieve-limit ", RERUN SIEVEGEN TO COVER IT"
             MOVE "SIEVE COVERAGE" TO ws-alert-condition
             MOVE n TO ws-alert-key-1
             MOVE ws-sieve-limit TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
             PERFORM RELEASE-RUN-LOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE n TO ws-sum-below.
          PERFORM SUM-SIEVE-PRIMES.
          MOVE ws-sum TO soln.
          DISPLAY "SOLUTN10: " ws-primes-summed " PRIME(S) BELOW " n.
          ACCEPT ws-end-time FROM TIME.
          PERFORM WRITE-OPS-LOG.
          PERFORM WRITE-RESULTS-HISTORY.
          PERFORM WRITE-RESULTS-HISTORY-INDEX.
          DISPLAY "SOLUTION: " soln.
          PERFORM RELEASE-RUN-LOCK.
          MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * Draws this run's unique id from runcontrol.cbl so every row
      * written tonight (ops log, history segment, alert rows) can
      * be traced to exactly this attempt -- a same-day rerun gets
      * a different id.
       ISSUE-RUN-ID.
          MOVE "ISSUE" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.

      * Startup self-test against the classic known answer: the
      * primes below 10 sum to 17, taken through the same sieve pass
      * the production run uses.  Aborts with a distinct return code
      * on a wrong answer, so nightly.cbl bypasses the poisoned step
      * instead of publishing its output.  A sieve too short (or
      * absent) to answer even this is not a bad binary -- the
      * coverage guard below refuses the run for that.
       KNOWN-ANSWER-SELF-TEST.
          PERFORM READ-SIEVE-LIMIT.
          IF ws-sieve-limit IS LESS THAN 10
             EXIT PARAGRAPH
          END-IF.
          MOVE 10 TO ws-sum-below.
          PERFORM SUM-SIEVE-PRIMES.
          IF ws-sum IS NOT EQUAL TO 17
             DISPLAY "SOLUTN10: SELF-TEST FAILED, GOT " ws-sum
                " EXPECTED 17"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE 0 TO ws-primes-summed.

      * The limit from the sieve file's header; zero when there is
      * no sieve (or no readable header), which no n can pass.
       READ-SIEVE-LIMIT.
          MOVE 0 TO ws-sieve-limit.
          OPEN INPUT SIEVE-FILE.
          IF ws-siv-status IS EQUAL TO "00"
             READ SIEVE-FILE
                NOT AT END
                   IF SV-VALUE IS NUMERIC
                      MOVE SV-VALUE TO ws-sieve-limit
                   END-IF
             END-READ
             CLOSE SIEVE-FILE
          END-IF.

      * ws-sum := the sum of the sieve primes below ws-sum-below,
      * skipping the header and stopping at the first prime at or
      * above the bound.
       SUM-SIEVE-PRIMES.
          MOVE 0 TO ws-sum.
          MOVE 0 TO ws-primes-summed.
          MOVE "N" TO ws-siv-eof.
          OPEN INPUT SIEVE-FILE.
          IF ws-siv-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          READ SIEVE-FILE
             AT END
                MOVE "Y" TO ws-siv-eof
          END-READ.
          PERFORM UNTIL ws-siv-eof IS EQUAL TO "Y"
             READ SIEVE-FILE
                AT END
                   MOVE "Y" TO ws-siv-eof
                NOT AT END
                   IF SV-VALUE IS NUMERIC
                      IF SV-VALUE IS GREATER THAN OR EQUAL TO
                         ws-sum-below
                         MOVE "Y" TO ws-siv-eof
                      ELSE
                         ADD SV-VALUE TO ws-sum
                         ADD 1 TO ws-primes-summed
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SIEVE-FILE.

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
                      DISPLAY "SOLUTN10: BACKFILL RUN AS OF " AO-DATE
                   END-IF
             END-READ
             CLOSE AS-OF-FILE
          END-IF.

      * Takes this program's run lock before touching any shared
      * file, so an overlapping second run (or an operator launching
      * this step by hand mid-window) can't interleave writes into
      * the shared logs.  Refusal is a distinct return code (12,
      * above the 8 the coverage refusal uses) so job-step COND
      * logic can tell "already running" from "broke".  A lock left
      * behind by a crashed run is force-released through
      * runlockmaint.cbl.
       ACQUIRE-RUN-LOCK.
          MOVE "ACQUIRE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.
          IF ws-lock-result IS NOT EQUAL TO 0
             DISPLAY "SOLUTN10: RUN LOCK ALREADY HELD, REFUSING TO "
                "START"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

       RELEASE-RUN-LOCK.
          MOVE "RELEASE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.

      * Reads the run-time threshold for this job (PROGRAM-ID
      * SOLUTN10) from the control file so ops can change n without
      * a recompile.  If the control file or a matching record is
      * absent, the WORKING-STORAGE default above stands.
       LOAD-THRESHOLD.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF CTL-PROGRAM-ID IS EQUAL TO "SOLUTN10"
                         AND CTL-MODE IS EQUAL TO "PROD"
                         MOVE CTL-THRESHOLD TO n
                         MOVE "Y" TO ws-ctl-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.

      * Logs run date, start/end time and elapsed seconds for this run
      * to the shared operations log (PROGRAM-ID SOLUTN10).  The log
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
          MOVE "SOLUTN10" TO OL-PROGRAM-ID.
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

      * Appends this run's threshold and result to the retained
      * history (PROGRAM-ID SOLUTN10), bracketed by the RHHDR header
      * and RHTRL trailer every solution program writes, so a
      * downstream reader can confirm it picked up a complete,
      * untruncated run segment.  Grows across every run (EXTEND); a
      * failed EXTEND on the first-ever run falls back to OPEN OUTPUT.
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
          END-IF.
          MOVE "RHHDR" TO RH-PROGRAM-ID.
          MOVE ws-run-date TO RH-RUN-DATE.
          MOVE ws-run-id TO RH-RUN-ID.
          MOVE ws-backfill TO RH-BACKFILL.
          MOVE n TO RH-THRESHOLD.
          MOVE 0 TO RH-RESULT.
          PERFORM CHAIN-HISTORY-ROW.
          WRITE RESULT-HISTORY-RECORD.
          MOVE "SOLUTN10" TO RH-PROGRAM-ID.
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
          MOVE "SOLUTN10" TO RHI-PROGRAM-ID.
          MOVE n TO RHI-THRESHOLD.
          MOVE soln TO RHI-RESULT.
          MOVE ws-backfill TO RHI-BACKFILL.
          WRITE RESULT-HISTORY-INDEX-RECORD
             INVALID KEY
                REWRITE RESULT-HISTORY-INDEX-RECORD
          END-WRITE.
          CLOSE RESULTS-HISTORY-INDEX-FILE.

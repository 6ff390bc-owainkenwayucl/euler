       IDENTIFICATION DIVISION.
       PROGRAM-ID. solution.
       AUTHOR. Owain Kenway.

      * Smallest number evenly divisible by every integer 1..n -- the
      * least common multiple of 1..n, built up one integer at a
      * time: lcm(L, i) = L / gcd(L, i) * i, with the gcd taken
      * through gcd.cbl so this job and batchgcd.cbl share the one
      * Euclid.  The divide comes before the multiply, so the only
      * value that can outgrow the 30-digit field is the new L
      * itself, and that is tested before it is formed: a result
      * too wide for 30 digits is reported as an error (return code
      * 8, LCM OVERFLOW through alertlog.cbl, no history row) rather
      * than truncated into a plausible-looking wrong answer.
      *
      * The production shell is SOLUTN3's: known-answer self-test,
      * run lock, run id, threshold from thresholds.dat (PROGRAM-ID
      * SOLUTN5, MODE PROD), as-of backfill override, ops-log row,
      * results-history segment and its indexed companion.  The
      * fold is at most a few dozen steps at any n the field can
      * hold, so there is no checkpoint or heartbeat.

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

          WORKING-STORAGE SECTION.
      * n is normally loaded from the control file below; this VALUE
      * is only the fallback used when the control file is
      * unavailable.  PIC S9(30) COMP-3 throughout, gcd.cbl's own
      * LINKAGE, so the running LCM can use the whole field.
             01 n PIC S9(30) USAGE COMP-3 VALUE 20.
             01 soln PIC S9(30) USAGE COMP-3 VALUE 1.
             01 i PIC S9(30) USAGE COMP-3.
             01 g PIC S9(30) USAGE COMP-3.
             01 temp PIC S9(30) USAGE COMP-3.
             01 ws-lcm-largest PIC S9(30) USAGE COMP-3
                VALUE 999999999999999999999999999999.
             01 ws-lcm-limit PIC S9(30) USAGE COMP-3.
             01 ws-overflow PIC X VALUE "N".
             01 ws-ctl-status PIC XX.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-lock-program-id PIC X(8) VALUE "SOLUTN5".
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
      * Known-answer self-test scratch fields: the LCM of 1..10 is
      * 2520, folded through the same gcd.cbl chain the production
      * run uses, before this binary is allowed near the production
      * files.
             01 ws-st-n PIC S9(30) USAGE COMP-3.
             01 ws-st-soln PIC S9(30) USAGE COMP-3.
             01 ws-alert-source PIC X(8) VALUE "SOLUTN5".
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
          MOVE 1 TO soln.
          MOVE 2 TO i.
          PERFORM UNTIL i IS GREATER THAN n
             OR ws-overflow IS EQUAL TO "Y"
             CALL 'gcd' USING soln, i, g
             DIVIDE soln BY g GIVING temp
      * temp * i is the new LCM; it fits 30 digits exactly when temp
      * is no larger than the widest value divided by i.
             DIVIDE ws-lcm-largest BY i GIVING ws-lcm-limit
             IF temp IS GREATER THAN ws-lcm-limit
                MOVE "Y" TO ws-overflow
             ELSE
                COMPUTE soln = temp * i
                ADD 1 TO i
             END-IF
          END-PERFORM.
          IF ws-overflow IS EQUAL TO "Y"
      * Fatal: the answer does not fit the field, and a truncated
      * LCM is a wrong answer that looks right.  i is the first
      * integer that could not be folded in.
             DISPLAY "SOLUTN5: LCM OF 1.." n " EXCEEDS 30 DIGITS AT "
                i
             MOVE "LCM OVERFLOW" TO ws-alert-condition
             MOVE n TO ws-alert-key-1
             MOVE i TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
             PERFORM RELEASE-RUN-LOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
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
      * smallest number divisible by each of 1..10 is 2520, folded
      * through the same gcd.cbl chain the production run uses.
      * Runs before any production data file is opened and aborts
      * with a distinct return code on a wrong answer, so nightly.cbl
      * bypasses the poisoned step instead of publishing its output.
       KNOWN-ANSWER-SELF-TEST.
          MOVE 1 TO ws-st-soln.
          MOVE 2 TO ws-st-n.
          PERFORM UNTIL ws-st-n IS GREATER THAN 10
             CALL 'gcd' USING ws-st-soln, ws-st-n, g
             DIVIDE ws-st-soln BY g GIVING temp
             COMPUTE ws-st-soln = temp * ws-st-n
             ADD 1 TO ws-st-n
          END-PERFORM.
          IF ws-st-soln IS NOT EQUAL TO 2520
             DISPLAY "SOLUTN5: SELF-TEST FAILED, GOT " ws-st-soln
                " EXPECTED 2520"
             MOVE 16 TO RETURN-CODE
             STOP RUN
          END-IF.

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
                      DISPLAY "SOLUTN5: BACKFILL RUN AS OF " AO-DATE
                   END-IF
             END-READ
             CLOSE AS-OF-FILE
          END-IF.

      * Takes this program's run lock before touching any shared
      * file, so an overlapping second run (or an operator launching
      * this step by hand mid-window) can't interleave writes into
      * the shared logs.  Refusal is a distinct return code (12,
      * above the 8 the overflow path uses) so job-step COND logic
      * can tell "already running" from "broke".  A lock left behind
      * by a crashed run is force-released through runlockmaint.cbl.
       ACQUIRE-RUN-LOCK.
          MOVE "ACQUIRE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.
          IF ws-lock-result IS NOT EQUAL TO 0
             DISPLAY "SOLUTN5: RUN LOCK ALREADY HELD, REFUSING TO START"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

       RELEASE-RUN-LOCK.
          MOVE "RELEASE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.

      * Reads the run-time threshold for this job (PROGRAM-ID SOLUTN5)
      * from the control file so ops can change n without a recompile.
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
                      IF CTL-PROGRAM-ID IS EQUAL TO "SOLUTN5"
                         AND CTL-MODE IS EQUAL TO "PROD"
                         MOVE CTL-THRESHOLD TO n
                         MOVE "Y" TO ws-ctl-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.

      * Logs run date, start/end time and elapsed seconds for this run
      * to the shared operations log (PROGRAM-ID SOLUTN5).  The log
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
          MOVE "SOLUTN5" TO OL-PROGRAM-ID.
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
      * history (PROGRAM-ID SOLUTN5), bracketed by the RHHDR header
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
          MOVE "SOLUTN5" TO RH-PROGRAM-ID.
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
          MOVE "SOLUTN5" TO RHI-PROGRAM-ID.
          MOVE n TO RHI-THRESHOLD.
          MOVE soln TO RHI-RESULT.
          MOVE ws-backfill TO RHI-BACKFILL.
          WRITE RESULT-HISTORY-INDEX-RECORD
             INVALID KEY
                REWRITE RESULT-HISTORY-INDEX-RECORD
          END-WRITE.
          CLOSE RESULTS-HISTORY-INDEX-FILE.

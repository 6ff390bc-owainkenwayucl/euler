      * no recompile.  A step whose predecessor ended above its
      * highest acceptable condition code is reported as BYPASSED
      * instead of being run against that predecessor's half-written
      * output files; a held step is reported as HELD; a step whose
      * frequency doesn't fall tonight (a WKLY step on a non-Sunday
      * night, a MEND step before the month's last processing day --
      * calfreq.cbl resolves every frequency code against the
      * business calendar) is reported as NOTDUE.  Every scorecard
      * row also goes to nightly_step_history.dat (stephistrec.cpy),
      * the lasting record of what each step did on each night.
      *
      * Schedule changes keyed on schedmaint.cbl wait in a staged
      * copy (nightly_schedule_next.dat) and take effect only from
      * the next chain start: once this run holds its lock, a staged
      * copy is moved over nightly_schedule.dat before the schedule
      * is read, and the promotion is logged to
      * schedule_change_audit.dat (schedauditrec.cpy).  A chain
      * already running never sees a change keyed during it.
      *
      * Each step that finishes with RL-STATUS PASS is also recorded
      * in a step-level checkpoint file (the same pattern SOLUTN3's
      * appending duplicate rows to ops_log.dat/results_history.dat.
      * Checkpoint rows carry the run date, so a stale checkpoint from
      * an earlier date is ignored; a fully clean chain clears it.
      *
      * A step that answers incrementally (primefactorization.cbl
      * copying stored factorizations forward) leaves tonight's
      * NEW / REUSED / REFRESHED counts in reuse_log.dat; they print
      * under its scorecard row, so the window saved by reuse shows
      * in the morning report.
      *
      * Steps that don't depend on each other run side by side, up
      * to the limit in nightly_concurrency.dat (one step at a time
      * when the file is absent, so the chain behaves exactly as it
      * always did until ops raise it).  A step that declares
      * prerequisites is launched as soon as every one of them has
      * ended cleanly; a step that declares none waits for every
      * step above it in the schedule to settle, which is the old
      * strictly-sequential behaviour -- so SOLUTN1 and SOLUTN2,
      * each declaring only CTLVALID, overlap, while BACKUP still
      * waits for the whole chain.  Each step is launched in the
      * background through the CALL "SYSTEM" escape with a wrapper
      * that leaves a completion marker
      * (nightly_step_<program>.rc: its exit code and end time)
      * renamed into place only once complete, and the chain polls
      * for the markers once a second.  A failed step bypasses only
      * the steps that depend on it, directly or through the
      * implicit wait; steps already in flight run to their end.
      * Scorecard rows are written in the order steps settle, each
      * with the wall-clock start of its first attempt and the end
      * of its last, so overlaps show in the morning report.
      *
      * A step can also carry a launch condition (a data file that
      * must exist or be non-empty, or an earlier step's condition
      * code compared against a value -- see schedrec.cpy).  It is
      * tested at the moment the step would be launched; a step
      * whose condition doesn't hold is reported as CONDSKIP with
      * the reason on the line beneath, and is never checkpointed,
      * so a same-night rerun tests it afresh.
      *
      * The header names the region the chain ran in (region.dat,
      * see regionrec.cpy; PROD when absent), so a test region's
      * morning report can't be taken for production's.
      *
      * Handshake with the enterprise scheduler.  When
      * nightly_trigger.dat gives a wait in minutes, the chain
      * doesn't start until upstream has dropped the go trigger
      * (nightly_go.trg, any content) to say the candidate intakes
      * are complete; the trigger is consumed when seen, so each
      * night needs a fresh one.  A same-night restart that picked
      * up tonight's checkpoint does not wait again: the first
      * attempt already had its go and consumed the trigger.  A
      * trigger that hasn't arrived by the deadline ends the run
      * with return code 16 and a TRIGGER MISSING alert, no step
      * having run.  Every run, however it
      * ends, leaves the completion trigger nightly_done.trg
      * (triggerrec.cpy) with the run id, overall condition code and
      * failed steps; the previous night's is removed as the run
      * starts, so a stale one can never be read as tonight's.
      *
      * Fault-injection drills rehearse the runbook, the retries and
      * the same-night restart against a real failure.  Outside PROD
      * a supervisor arms one on drill_card.dat (drillcardrec.cpy):
      * a step, and a forced return code, a stale run lock held in
      * its name, or its output file truncated.  The next run injects
      * the fault into that step and marks the card FIRED; from then
      * until a later run ends clean the region's runs are drills --
      * DRILL on the report header, the alerts and the completion
      * trigger, and no step-history rows, so nothing a drill does
      * reaches the scorecard history -- and the clean run records
      * the operator's recovery time in drill_summary.dat
      * (drillsumrec.cpy).  A card keyed in PROD, or by anyone but a
      * SUPERVSR, is refused with a DRILL REFUSED alert and the chain
      * runs as normal.
      *
      * The enterprise monitoring console polls chain_status.json, a
      * JSON-style status feed: the run id, region and run date, the
      * chain's own state (WAITING for the go trigger, RUNNING, then
      * OK or FAILED), and one object per scheduled step with its
      * state (PENDING, RUNNING, OK, FAILED, BYPASSED, HELD, or the
      * NOTDUE/PREREQ/CONDSKIP the report already uses), condition
      * code, start and end times, retry count and -- for the steps
      * that keep a heartbeat (SOLUTN2, SOLUTN3; heartbeatrec.cpy)
      * -- the latest percent covered.  A step waiting out a retry
      * delay stays RUNNING with its retry count raised.  The feed
      * is rewritten whenever a step changes state or a heartbeat
      * moves, always written under a work name and renamed into
      * place, so the poller never reads a half-written file.
      *
      * Alerts raised overnight don't wait for the morning digest:
      * each time a step settles, and once more as the chain ends,
      * the chain runs pagernotify.cbl, which pages whoever is on
      * call about any new CRITICAL (or in-hours WARNING) on the
      * central feed.  It is run from here rather than scheduled as
      * a step because a step would be BYPASSED by the very failure
      * it should page about.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/nightly_schedule.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCH-STATUS.
             SELECT SCHEDULE-AUDIT-FILE
                ASSIGN TO "cobol/data/schedule_change_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SAU-STATUS.
             SELECT OPS-LOG-FILE
                ASSIGN TO "cobol/data/ops_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ASSIGN TO "cobol/data/runbook.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBK-STATUS.
             SELECT RUNBOOK-INVOCATION-FILE
                ASSIGN TO "cobol/data/runbook_invocations.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBI-STATUS.
             SELECT REUSE-LOG-FILE
                ASSIGN TO "cobol/data/reuse_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUL-STATUS.
             SELECT STEP-HISTORY-FILE
                ASSIGN TO "cobol/data/nightly_step_history.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHI-STATUS.
             SELECT CONCURRENCY-FILE
                ASSIGN TO "cobol/data/nightly_concurrency.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CON-STATUS.
             SELECT REGION-FILE
                ASSIGN TO "cobol/data/region.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RGN-STATUS.
             SELECT DRILL-CARD-FILE
                ASSIGN TO "cobol/data/drill_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DCD-STATUS.
             SELECT DRILL-SUMMARY-FILE
                ASSIGN TO "cobol/data/drill_summary.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSM-STATUS.
             SELECT OPERATOR-FILE
                ASSIGN TO "cobol/data/operators.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPR-STATUS.
             SELECT TRIGGER-CONFIG-FILE
                ASSIGN TO "cobol/data/nightly_trigger.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TGC-STATUS.
             SELECT GO-TRIGGER-FILE
                ASSIGN TO "cobol/data/nightly_go.trg"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GO-STATUS.
             SELECT DONE-TRIGGER-FILE
                ASSIGN TO "cobol/data/nightly_done.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DONE-STATUS.
             SELECT STATUS-FEED-FILE
                ASSIGN TO "cobol/data/chain_status.tmp"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FED-STATUS.
      * The single-record heartbeat of whichever long-running step is
      * being looked at; the path is built from its file name.
             SELECT HEARTBEAT-FILE
                ASSIGN TO WS-HB-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HBT-STATUS.
      * One completion marker per step in flight; the path is built
      * from the step's program id, as resultdeliver.cbl builds its
      * per-requester delivery paths.
             SELECT MARKER-FILE
                ASSIGN TO WS-MARKER-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MRK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD SCHEDULE-FILE.
             COPY "schedrec.cpy".
          FD SCHEDULE-AUDIT-FILE.
             COPY "schedauditrec.cpy".
          FD OPS-LOG-FILE.
             COPY "opslogrec.cpy".
          FD RESULTS-HISTORY-FILE.
                05 RB-PROC-NO          PIC 9(4).
                05 RB-FILLER3          PIC X.
                05 RB-TEXT             PIC X(40).
          FD RUNBOOK-INVOCATION-FILE.
             COPY "runbookinvrec.cpy".
          FD CKPT-FILE.
             01 CKPT-RECORD.
                05 NC-RUN-DATE         PIC 9(8).
      * half-written PASS.  A failing row is skipped, reported and
      * alerted; the step simply runs again.
                05 NC-SEAL             PIC 9(15).
          FD REUSE-LOG-FILE.
             COPY "reuselogrec.cpy".
          FD STEP-HISTORY-FILE.
             COPY "stephistrec.cpy".
          FD CONCURRENCY-FILE.
             01 CONCURRENCY-RECORD.
                05 CN-MAX-CONCURRENT   PIC 9(2).
          FD REGION-FILE.
             COPY "regionrec.cpy".
          FD DRILL-CARD-FILE.
             COPY "drillcardrec.cpy".
          FD DRILL-SUMMARY-FILE.
             COPY "drillsumrec.cpy".
          FD OPERATOR-FILE.
             COPY "operatorrec.cpy".
          FD TRIGGER-CONFIG-FILE.
             01 TRIGGER-CONFIG-RECORD.
                05 TG-WAIT-MINUTES     PIC 9(4).
          FD GO-TRIGGER-FILE.
             01 GO-TRIGGER-RECORD      PIC X(80).
          FD DONE-TRIGGER-FILE.
             COPY "triggerrec.cpy".
          FD STATUS-FEED-FILE.
             01 STATUS-FEED-RECORD     PIC X(160).
          FD HEARTBEAT-FILE.
             COPY "heartbeatrec.cpy".
          FD MARKER-FILE.
             01 MARKER-RECORD.
                05 MK-EXIT-CODE        PIC 9(4).
                05 MK-FILLER1          PIC X.
                05 MK-END-TIME         PIC 9(8).

          WORKING-STORAGE SECTION.
             01 ws-sch-status PIC XX.
             01 ws-sau-status PIC XX.
             01 ws-promote-command PIC X(80).
             01 ws-promote-time USAGE BINARY-LONG UNSIGNED.
             01 ws-ckpt-status PIC XX.
             01 ws-lock-program-id PIC X(8) VALUE "NIGHTLY".
             01 ws-lock-action PIC X(8).
      * procedure prints beside each failure instead of living in
      * one senior operator's head and a binder.
             01 ws-rbk-status PIC XX.
             01 ws-rbi-status PIC XX.
             01 ws-rul-status PIC XX.
             01 ws-rul-eof PIC X.
             01 ws-reuse-found PIC X.
             01 ws-reuse-new PIC 9(9).
             01 ws-reuse-reused PIC 9(9).
             01 ws-reuse-refreshed PIC 9(9).
             01 ws-rbk-eof PIC X VALUE "N".
             01 ws-runbook-hit PIC X.
             01 ws-lookup-condition PIC X(20).
             01 ws-invoked-proc-no PIC 9(4).
             01 ws-exit-code-disp PIC 9(4).
             01 ws-attempt-no USAGE BINARY-LONG UNSIGNED.
             01 ws-attempt-disp PIC 9(2).
             01 ws-attempt-run-id PIC 9(9).
             01 ws-con-status PIC XX.
             01 ws-rgn-status PIC XX.
             01 ws-region PIC X(8).
      * Trigger handshake: the configured wait (0 = don't wait), the
      * clock second it runs out, whether the go trigger came, and
      * the condition code the completion trigger reports.
             01 ws-tgc-status PIC XX.
             01 ws-go-status PIC XX.
             01 ws-done-status PIC XX.
             01 ws-trigger-wait PIC 9(4) VALUE 0.
             01 ws-trigger-deadline PIC 9(12).
             01 ws-trigger-seen PIC X.
             01 ws-overall-cc PIC 9(4) VALUE 0.
             01 ws-trigger-fails PIC 9(4).
      * Drill state: N no drill, A a card armed tonight (the fault is
      * injected into the step at ws-drill-idx), O a drill already
      * fired and not yet recovered from.  A refused card leaves its
      * reason for the report.
             01 ws-dcd-status PIC XX.
             01 ws-dsm-status PIC XX.
             01 ws-opr-status PIC XX.
             01 ws-opr-eof PIC X.
             01 ws-drill-state PIC X VALUE "N".
             01 ws-drill-idx USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-drill-refusal PIC X(40) VALUE SPACES.
             01 ws-drill-supervisor PIC X.
             01 ws-drill-lock-action PIC X(8) VALUE "ACQUIRE".
             01 ws-drill-lock-result USAGE BINARY-LONG.
             01 ws-drill-secs PIC 9(9).
             01 ws-trigger-command PIC X(80).
             01 ws-shi-status PIC XX.
             01 ws-mrk-status PIC XX.
             01 WS-MARKER-PATH PIC X(60).
             01 ws-launch-command PIC X(400).
      * The command an attempt actually runs: the step's own, or the
      * step's with a drill fault worked into it.
             01 ws-step-command PIC X(200).
             01 ws-remove-command PIC X(80).
             01 ws-sleep-command PIC X(40) VALUE "sleep 1".
             01 ws-pager-command PIC X(40) VALUE "bin/pagernotify".
      * Dispatch state: how many steps may be in flight at once,
      * how many are, how many schedule entries have settled, and
      * whether the last pass over the schedule changed anything
      * (if not, the chain sleeps a second before polling again).
             01 ws-max-concurrent USAGE BINARY-LONG UNSIGNED VALUE 1.
             01 ws-running-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-settled-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-progress PIC X.
             01 ws-max-concurrent-disp PIC 9(2).
      * Outcome of a step's prerequisite check: R ready, W wait (a
      * prerequisite is still unsettled), F a prerequisite failed
      * or was bypassed, U a prerequisite settled without running
      * cleanly (held, not due, itself unmet) or names no earlier
      * step.
             01 ws-prereq-state PIC X.
             01 ws-declared PIC X.
      * Launch-condition outcome and, when it fails, why; an RC
      * condition's step is found at ws-cond-idx.
             01 ws-cond-met PIC X.
             01 ws-cond-reason PIC X(70).
             01 ws-cond-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-cond-command PIC X(80).
             01 ws-cond-rc-disp PIC 9(4).
      * Wall clock: HHMMSSCC for the report, and a running count of
      * seconds (days since 1601 times 86400 plus seconds into the
      * day) for retry delays and elapsed times across midnight.
             01 ws-now-date USAGE BINARY-LONG UNSIGNED.
             01 ws-now-time PIC 9(8).
             01 ws-now-time-parts REDEFINES ws-now-time.
                05 ws-now-hh PIC 9(2).
                05 ws-now-mm PIC 9(2).
                05 ws-now-ss PIC 9(2).
                05 ws-now-cc PIC 9(2).
             01 ws-now-secs PIC 9(12).
             01 WS-RBK-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-RBK-TABLE.
                05 WS-RBK-ENTRY OCCURS 1 TO 50 TIMES
                   10 WS-RB-TEXT          PIC X(40).
             01 ws-prereq-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-scan-idx USAGE BINARY-LONG UNSIGNED.
      * Tonight's date as calfreq.cbl takes it, and its answer.
             01 ws-freq-date PIC 9(8).
             01 ws-freq-due PIC X.
      * The whole schedule is read into this table up front, the same
      * way maintthresholds.cbl tables thresholds.dat, so the schedule
      * file isn't held open while steps run (a step could legitimately
                   10 WS-S-PREREQ OCCURS 3 TIMES PIC X(8).
                   10 WS-S-RETRY-MAX      PIC 9(2).
                   10 WS-S-RETRY-DELAY    PIC 9(4).
                   10 WS-S-COND-TYPE      PIC X(4).
                   10 WS-S-COND-TARGET    PIC X(30).
                   10 WS-S-COND-OPERATOR  PIC X(2).
                   10 WS-S-COND-VALUE     PIC 9(4).
      * Y once this step ended within its own acceptable condition
      * code tonight (including a carried PASS) -- the fact each
      * later step's prerequisite check reads.
                   10 WS-S-CLEAN          PIC X.
      * Dispatch state: W waiting to launch, R in flight, T waiting
      * out a retry delay, D settled (reported).  WS-S-FAILED is Y
      * once the step ended above its acceptable condition code or
      * was bypassed -- what makes its dependents BYPASSED.
                   10 WS-S-STATE          PIC X.
                   10 WS-S-FAILED         PIC X.
      * Y once the step was launched or carried from the checkpoint
      * tonight -- what an RC condition naming it needs to compare.
                   10 WS-S-RAN            PIC X.
                   10 WS-S-ATTEMPT-NO     PIC 9(2).
                   10 WS-S-EXIT-CODE      PIC 9(4).
                   10 WS-S-START-TIME     PIC 9(8).
                   10 WS-S-START-SECS     PIC 9(12).
                   10 WS-S-END-TIME       PIC 9(8).
                   10 WS-S-END-SECS       PIC 9(12).
                   10 WS-S-RETRY-AT       PIC 9(12).
      * The step's state as the status feed shows it.
                   10 WS-S-FEED-STATE     PIC X(8).
      * Steps already completed with PASS by an earlier attempt
      * tonight, loaded from the checkpoint file so a restart carries
      * them into the report instead of re-executing them.
                05 RL-FINAL-VALUE      PIC 9(30).
                05 RL-FILLER3          PIC X VALUE SPACE.
                05 RL-ELAPSED-SECONDS  PIC 9(9).
                05 RL-FILLER4          PIC X VALUE SPACE.
                05 RL-START-TIME       PIC 9(8).
                05 RL-FILLER5          PIC X VALUE SPACE.
                05 RL-END-TIME         PIC 9(8).
      * Status feed: the chain's state as the feed shows it, the
      * clock of the last rewrite, and the heartbeats last read --
      * one slot per heartbeat file, so a moved percent is noticed
      * between state changes.
             01 ws-fed-status PIC XX.
             01 ws-hbt-status PIC XX.
             01 WS-HB-PATH PIC X(60).
             01 ws-feed-chain-state PIC X(8) VALUE "RUNNING".
             01 ws-feed-moved PIC X.
             01 ws-feed-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-feed-num PIC Z(8)9.
             01 ws-feed-value PIC X(12).
             01 ws-feed-cc PIC X(12).
             01 ws-feed-pct PIC X(12).
             01 ws-feed-start PIC X(10).
             01 ws-feed-end PIC X(10).
             01 ws-feed-comma PIC X.
             01 ws-feed-ptr USAGE BINARY-LONG UNSIGNED.
             01 ws-feed-time PIC 9(8).
             01 ws-feed-time-parts REDEFINES ws-feed-time.
                05 ws-feed-hh PIC 9(2).
                05 ws-feed-mm PIC 9(2).
                05 ws-feed-ss PIC 9(2).
                05 ws-feed-cs PIC 9(2).
             01 ws-feed-clock PIC X(10).
             01 ws-feed-command PIC X(80).
             01 WS-HBT-TABLE.
                05 WS-HBT-ENTRY OCCURS 2 TIMES INDEXED BY HBT-IDX.
                   10 WS-HBT-FILE         PIC X(24).
                   10 WS-HBT-PROGRAM-ID   PIC X(8).
                   10 WS-HBT-PCT          PIC 9(3).
                   10 WS-HBT-SEEN         PIC X.
             01 ws-capture-report PIC X(30) VALUE
                "nightly_report.dat".
             01 ws-capture-program PIC X(8) VALUE "NIGHTLY".

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-freq-date.
          PERFORM ACQUIRE-RUN-LOCK.
      * Chain-level run id: each rerun of tonight's chain reports
      * under its own id, and the steps it launches each ISSUE their
      * distinguishable end to end.
          MOVE "ISSUE" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.
          PERFORM PROMOTE-STAGED-SCHEDULE.
          PERFORM LOAD-SCHEDULE.
          PERFORM LOAD-RUNBOOK.
          PERFORM LOAD-CHECKPOINT.
          PERFORM LOAD-CONCURRENCY.
          PERFORM LOAD-REGION.
          PERFORM LOAD-TRIGGER-CONFIG.
          PERFORM LOAD-DRILL-CARD.
          MOVE "rm -f cobol/data/nightly_done.trg" TO
             ws-trigger-command.
          CALL "SYSTEM" USING ws-trigger-command.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          MOVE SPACES TO STEP-HISTORY-RECORD.
          OPEN EXTEND STEP-HISTORY-FILE.
          IF ws-shi-status IS NOT EQUAL TO "00"
             OPEN OUTPUT STEP-HISTORY-FILE
          END-IF.
          PERFORM WRITE-HEADER.
          PERFORM INIT-HEARTBEATS.
          IF ws-trigger-wait IS GREATER THAN 0
             AND WS-CKPT-COUNT IS EQUAL TO 0
             MOVE "WAITING" TO ws-feed-chain-state
             PERFORM WRITE-STATUS-FEED
             PERFORM WAIT-FOR-TRIGGER
          END-IF.
          MOVE "RUNNING" TO ws-feed-chain-state.
          PERFORM WRITE-STATUS-FEED.
          PERFORM OPEN-DRILL.
      * Each pass collects whatever has finished, then launches
      * whatever has become ready, until every entry has settled.
          PERFORM UNTIL ws-settled-count IS EQUAL TO WS-SCH-COUNT
             MOVE "N" TO ws-progress
             PERFORM POLL-RUNNING-STEPS
             PERFORM VARYING SCH-IDX FROM 1 BY 1
                UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
                EVALUATE WS-S-STATE(SCH-IDX)
                   WHEN "W"
                      PERFORM RUN-SCHEDULED-STEP
                   WHEN "T"
                      PERFORM RELAUNCH-IF-DUE
                END-EVALUATE
             END-PERFORM
             PERFORM READ-HEARTBEATS
             IF ws-progress IS EQUAL TO "Y"
                OR ws-feed-moved IS EQUAL TO "Y"
                PERFORM WRITE-STATUS-FEED
             END-IF
             IF ws-progress IS EQUAL TO "N"
                CALL "SYSTEM" USING ws-sleep-command
             END-IF
          END-PERFORM.
          PERFORM CLOSE-DRILL.
          PERFORM WRITE-TRAILER.
          CLOSE STEP-HISTORY-FILE.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program, ws-run-id.
          IF ws-fail-count IS EQUAL TO 0
             AND ws-chain-broken IS EQUAL TO "N"
      * Clean chain: clear the step checkpoint so tomorrow starts
      * place for the same-night restart to pick up.
             PERFORM CLEAR-CHECKPOINT
          END-IF.
          IF ws-fail-count IS EQUAL TO 0
             AND ws-chain-broken IS EQUAL TO "N"
             MOVE "OK" TO ws-feed-chain-state
          ELSE
             MOVE "FAILED" TO ws-feed-chain-state
          END-IF.
          PERFORM READ-HEARTBEATS.
          PERFORM WRITE-STATUS-FEED.
          CALL "SYSTEM" USING ws-pager-command.
          PERFORM WRITE-DONE-TRIGGER.
          PERFORM RELEASE-RUN-LOCK.
          DISPLAY "NIGHTLY RUN COMPLETE: " ws-step-count " STEPS, "
             ws-fail-count " FAILED".
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.

      * A schedule staged on schedmaint.cbl since the last chain
      * start becomes the live schedule now, before it is read --
      * through the shell, as the completion trigger is renamed --
      * and the promotion is audited alongside the keyed changes.
       PROMOTE-STAGED-SCHEDULE.
          MOVE "test -e cobol/data/nightly_schedule_next.dat" TO
             ws-promote-command.
          CALL "SYSTEM" USING ws-promote-command.
          IF RETURN-CODE IS NOT EQUAL TO 0
             MOVE 0 TO RETURN-CODE
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-promote-command.
          STRING "mv cobol/data/nightly_schedule_next.dat "
             "cobol/data/nightly_schedule.dat" DELIMITED BY SIZE
             INTO ws-promote-command.
          CALL "SYSTEM" USING ws-promote-command.
          IF RETURN-CODE IS NOT EQUAL TO 0
             DISPLAY "NIGHTLY: STAGED SCHEDULE NOT PROMOTED, "
                "RUNNING THE LIVE SCHEDULE"
             MOVE 0 TO RETURN-CODE
             EXIT PARAGRAPH
          END-IF.
          ACCEPT ws-promote-time FROM TIME.
          MOVE SPACES TO SCHEDULE-AUDIT-RECORD.
          OPEN EXTEND SCHEDULE-AUDIT-FILE.
          IF ws-sau-status IS NOT EQUAL TO "00"
             OPEN OUTPUT SCHEDULE-AUDIT-FILE
          END-IF.
          MOVE ws-run-date TO SA-RUN-DATE.
          MOVE ws-promote-time TO SA-RUN-TIME.
          MOVE "NIGHTLY" TO SA-OPERATOR-ID.
          MOVE "PROMOTE" TO SA-ACTION.
          MOVE 0 TO SA-OLD-POSITION.
          MOVE 0 TO SA-NEW-POSITION.
          WRITE SCHEDULE-AUDIT-RECORD.
          CLOSE SCHEDULE-AUDIT-FILE.
          DISPLAY "NIGHTLY: STAGED SCHEDULE CHANGES PROMOTED".

      * Reads the whole schedule into WS-SCH-TABLE.  A missing or
      * empty schedule file is fatal -- there's no sensible hardcoded
      * fallback for a chain whose whole point is to be data-driven --
                   ELSE
                      MOVE 0 TO WS-S-RETRY-DELAY(WS-SCH-COUNT)
                   END-IF
                   MOVE SCH-COND-TYPE TO WS-S-COND-TYPE(WS-SCH-COUNT)
                   MOVE SCH-COND-TARGET TO
                      WS-S-COND-TARGET(WS-SCH-COUNT)
                   MOVE SCH-COND-OPERATOR TO
                      WS-S-COND-OPERATOR(WS-SCH-COUNT)
                   IF SCH-COND-VALUE IS NUMERIC
                      MOVE SCH-COND-VALUE TO
                         WS-S-COND-VALUE(WS-SCH-COUNT)
                   ELSE
                      MOVE 0 TO WS-S-COND-VALUE(WS-SCH-COUNT)
                   END-IF
                   MOVE "N" TO WS-S-RAN(WS-SCH-COUNT)
                   MOVE "N" TO WS-S-CLEAN(WS-SCH-COUNT)
                   MOVE "W" TO WS-S-STATE(WS-SCH-COUNT)
                   MOVE "N" TO WS-S-FAILED(WS-SCH-COUNT)
                   MOVE 0 TO WS-S-ATTEMPT-NO(WS-SCH-COUNT)
                   MOVE 0 TO WS-S-EXIT-CODE(WS-SCH-COUNT)
                   MOVE 0 TO WS-S-START-TIME(WS-SCH-COUNT)
                   MOVE 0 TO WS-S-START-SECS(WS-SCH-COUNT)
                   MOVE 0 TO WS-S-END-TIME(WS-SCH-COUNT)
                   MOVE 0 TO WS-S-END-SECS(WS-SCH-COUNT)
                   MOVE 0 TO WS-S-RETRY-AT(WS-SCH-COUNT)
                   MOVE "PENDING" TO WS-S-FEED-STATE(WS-SCH-COUNT)
             END-READ
          END-PERFORM.
          CLOSE SCHEDULE-FILE.
             STOP RUN
          END-IF.

      * How many steps may be in flight at once.  An absent, blank
      * or zero limit means one at a time -- the chain as it ran
      * before steps could overlap.
       LOAD-CONCURRENCY.
          MOVE 1 TO ws-max-concurrent.
          OPEN INPUT CONCURRENCY-FILE.
          IF ws-con-status IS EQUAL TO "00"
             READ CONCURRENCY-FILE
                NOT AT END
                   IF CN-MAX-CONCURRENT IS NUMERIC
                      AND CN-MAX-CONCURRENT IS GREATER THAN 0
                      MOVE CN-MAX-CONCURRENT TO ws-max-concurrent
                   END-IF
             END-READ
             CLOSE CONCURRENCY-FILE
          END-IF.

      * Which region this chain is running in.
       LOAD-REGION.
          MOVE "PROD" TO ws-region.
          OPEN INPUT REGION-FILE.
          IF ws-rgn-status IS EQUAL TO "00"
             READ REGION-FILE
                NOT AT END
                   IF RG-REGION-NAME IS NOT EQUAL TO SPACES
                      MOVE RG-REGION-NAME TO ws-region
                   END-IF
             END-READ
             CLOSE REGION-FILE
          END-IF.

      * Minutes to wait for the go trigger; an absent, blank or zero
      * wait means the chain starts as soon as it is kicked off, as
      * it always did.
       LOAD-TRIGGER-CONFIG.
          MOVE 0 TO ws-trigger-wait.
          OPEN INPUT TRIGGER-CONFIG-FILE.
          IF ws-tgc-status IS EQUAL TO "00"
             READ TRIGGER-CONFIG-FILE
                NOT AT END
                   IF TG-WAIT-MINUTES IS NUMERIC
                      MOVE TG-WAIT-MINUTES TO ws-trigger-wait
                   END-IF
             END-READ
             CLOSE TRIGGER-CONFIG-FILE
          END-IF.

      * Polls once a second for the go trigger until the wait runs
      * out.  A trigger that arrives is consumed and its arrival time
      * printed under the header; one that doesn't ends the run here
      * with return code 16 -- distinct from the 8 of a broken
      * schedule and the 12 of a held run lock -- after the report,
      * the alert and the completion trigger have all said so.
       WAIT-FOR-TRIGGER.
          PERFORM READ-CLOCK.
          COMPUTE ws-trigger-deadline =
             ws-now-secs + ws-trigger-wait * 60.
          MOVE "N" TO ws-trigger-seen.
          PERFORM UNTIL ws-trigger-seen IS EQUAL TO "Y"
             OR ws-now-secs IS NOT LESS THAN ws-trigger-deadline
             OPEN INPUT GO-TRIGGER-FILE
             IF ws-go-status IS EQUAL TO "00"
                CLOSE GO-TRIGGER-FILE
                MOVE "Y" TO ws-trigger-seen
             ELSE
                CALL "SYSTEM" USING ws-sleep-command
                PERFORM READ-CLOCK
             END-IF
          END-PERFORM.
          IF ws-trigger-seen IS EQUAL TO "Y"
             MOVE "rm -f cobol/data/nightly_go.trg" TO
                ws-trigger-command
             CALL "SYSTEM" USING ws-trigger-command
             PERFORM READ-CLOCK
             MOVE SPACES TO REPORT-RECORD
             STRING "  GO TRIGGER RECEIVED " ws-now-time
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "  GO TRIGGER NOT RECEIVED WITHIN " ws-trigger-wait
             " MINUTES -- CHAIN NOT STARTED" DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM WRITE-TRAILER.
          CLOSE STEP-HISTORY-FILE.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program, ws-run-id.
          MOVE "NIGHTLY" TO ws-program-id.
          MOVE "TRIGGER MISSING" TO ws-alert-condition.
          MOVE ws-trigger-wait TO ws-alert-key-1.
          MOVE 0 TO ws-alert-key-2.
          CALL 'alertlog' USING ws-program-id, ws-alert-condition,
             ws-alert-key-1, ws-alert-key-2.
          MOVE 16 TO ws-overall-cc.
          MOVE "FAILED" TO ws-feed-chain-state.
          PERFORM WRITE-STATUS-FEED.
          CALL "SYSTEM" USING ws-pager-command.
          PERFORM WRITE-DONE-TRIGGER.
          PERFORM RELEASE-RUN-LOCK.
          DISPLAY "NIGHTLY: GO TRIGGER NOT RECEIVED WITHIN "
             ws-trigger-wait " MINUTES, CHAIN NOT STARTED".
          MOVE 16 TO RETURN-CODE.
          STOP RUN.

      * The completion trigger: written under a temporary name and
      * renamed into place.  Unless the caller has already set it,
      * the overall condition code is the highest any step launched
      * tonight returned; steps carried from the checkpoint count as
      * the clean ends they were.
       WRITE-DONE-TRIGGER.
          MOVE 0 TO ws-trigger-fails.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             IF WS-S-RAN(SCH-IDX) IS EQUAL TO "Y"
                IF WS-S-EXIT-CODE(SCH-IDX) IS GREATER THAN
                   ws-overall-cc
                   MOVE WS-S-EXIT-CODE(SCH-IDX) TO ws-overall-cc
                END-IF
                IF WS-S-FAILED(SCH-IDX) IS EQUAL TO "Y"
                   ADD 1 TO ws-trigger-fails
                END-IF
             END-IF
          END-PERFORM.
          OPEN OUTPUT DONE-TRIGGER-FILE.
          MOVE SPACES TO TRIGGER-DONE-RECORD.
          MOVE "DONE" TO TD-RECORD-TYPE.
          MOVE ws-run-date TO TD-RUN-DATE.
          MOVE ws-run-id TO TD-RUN-ID.
          MOVE ws-overall-cc TO TD-CONDITION-CODE.
          MOVE ws-trigger-fails TO TD-FAILED-COUNT.
          MOVE ws-region TO TD-REGION.
          IF ws-drill-state IS NOT EQUAL TO "N"
             MOVE "DRILL" TO TD-DRILL
          END-IF.
          WRITE TRIGGER-DONE-RECORD.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             IF WS-S-RAN(SCH-IDX) IS EQUAL TO "Y"
                AND WS-S-FAILED(SCH-IDX) IS EQUAL TO "Y"
                MOVE SPACES TO TRIGGER-FAIL-RECORD
                MOVE "FAIL" TO TF-RECORD-TYPE
                MOVE WS-S-PROGRAM-ID(SCH-IDX) TO TF-PROGRAM-ID
                MOVE WS-S-EXIT-CODE(SCH-IDX) TO TF-EXIT-CODE
                WRITE TRIGGER-FAIL-RECORD
             END-IF
          END-PERFORM.
          CLOSE DONE-TRIGGER-FILE.
          MOVE SPACES TO ws-trigger-command.
          STRING "mv cobol/data/nightly_done.tmp "
             "cobol/data/nightly_done.trg" DELIMITED BY SIZE
             INTO ws-trigger-command.
          CALL "SYSTEM" USING ws-trigger-command.

      * Reads the drill card, if there is one.  A FIRED card outside
      * PROD means tonight is a run of a drill still open; a freshly
      * keyed card (blank or ARMED) is checked before it may fire; a
      * DONE card is history.
       LOAD-DRILL-CARD.
          MOVE "N" TO ws-drill-state.
          OPEN INPUT DRILL-CARD-FILE.
          IF ws-dcd-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO DRILL-CARD-RECORD.
          READ DRILL-CARD-FILE
             AT END
                MOVE SPACES TO DRILL-CARD-RECORD
          END-READ.
          CLOSE DRILL-CARD-FILE.
          IF DRILL-CARD-RECORD IS EQUAL TO SPACES
             EXIT PARAGRAPH
          END-IF.
          EVALUATE DC-STATE
             WHEN "FIRED"
                IF ws-region IS NOT EQUAL TO "PROD"
                   MOVE "O" TO ws-drill-state
                END-IF
             WHEN SPACES
             WHEN "ARMED"
                PERFORM VALIDATE-DRILL-CARD
                IF ws-drill-refusal IS EQUAL TO SPACES
                   MOVE "A" TO ws-drill-state
                ELSE
                   DISPLAY "NIGHTLY: DRILL CARD REFUSED -- "
                      ws-drill-refusal
                   MOVE "NIGHTLY" TO ws-program-id
                   MOVE "DRILL REFUSED" TO ws-alert-condition
                   MOVE 0 TO ws-alert-key-1
                   MOVE 0 TO ws-alert-key-2
                   CALL 'alertlog' USING ws-program-id,
                      ws-alert-condition, ws-alert-key-1,
                      ws-alert-key-2
                END-IF
          END-EVALUATE.

      * A drill may only be armed in a region that isn't PROD, by a
      * supervisor (an unlocked SUPERVSR in operators.dat), against
      * a step in tonight's schedule, with a fault that can be
      * carried out.
       VALIDATE-DRILL-CARD.
          MOVE SPACES TO ws-drill-refusal.
          IF ws-region IS EQUAL TO "PROD"
             MOVE "DRILLS MAY NOT RUN IN PROD" TO ws-drill-refusal
             EXIT PARAGRAPH
          END-IF.
          EVALUATE TRUE
             WHEN DC-FAULT IS EQUAL TO "RC"
                IF DC-FORCED-RC IS NOT NUMERIC
                   OR DC-FORCED-RC IS EQUAL TO 0
                   OR DC-FORCED-RC IS GREATER THAN 255
                   MOVE "RC FAULT NEEDS A FORCED CODE 1-255" TO
                      ws-drill-refusal
                END-IF
             WHEN DC-FAULT IS EQUAL TO "LOCK"
                CONTINUE
             WHEN DC-FAULT IS EQUAL TO "TRNC"
                IF DC-TARGET IS EQUAL TO SPACES
                   MOVE "TRNC FAULT NEEDS A TARGET FILE" TO
                      ws-drill-refusal
                END-IF
             WHEN OTHER
                MOVE "UNKNOWN FAULT TYPE" TO ws-drill-refusal
          END-EVALUATE.
          IF ws-drill-refusal IS NOT EQUAL TO SPACES
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-drill-idx.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             IF WS-S-PROGRAM-ID(SCH-IDX) IS EQUAL TO DC-PROGRAM-ID
                SET ws-drill-idx TO SCH-IDX
             END-IF
          END-PERFORM.
          IF ws-drill-idx IS EQUAL TO 0
             MOVE "STEP NOT IN THE SCHEDULE" TO ws-drill-refusal
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-drill-supervisor.
          MOVE "N" TO ws-opr-eof.
          OPEN INPUT OPERATOR-FILE.
          IF ws-opr-status IS EQUAL TO "00"
             PERFORM UNTIL ws-opr-eof IS EQUAL TO "Y"
                READ OPERATOR-FILE
                   AT END
                      MOVE "Y" TO ws-opr-eof
                   NOT AT END
                      IF OP-ID IS EQUAL TO DC-ARMED-BY
                         AND OP-ROLE IS EQUAL TO "SUPERVSR"
                         AND OP-LOCKED IS NOT EQUAL TO "Y"
                         MOVE "Y" TO ws-drill-supervisor
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
          END-IF.
          IF ws-drill-supervisor IS NOT EQUAL TO "Y"
             MOVE "NOT ARMED BY A SUPERVISOR" TO ws-drill-refusal
          END-IF.

      * Says under the header what kind of drill night this is.  An
      * armed card is marked FIRED before any step starts, so a rerun
      * after a crash mid-drill can never inject the fault twice.
       OPEN-DRILL.
          MOVE SPACES TO REPORT-RECORD.
          EVALUATE TRUE
             WHEN ws-drill-refusal IS NOT EQUAL TO SPACES
                STRING "  DRILL CARD REFUSED: " ws-drill-refusal
                   DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
             WHEN ws-drill-state IS EQUAL TO "A"
                STRING "  DRILL: FAULT " DELIMITED BY SIZE
                   DC-FAULT DELIMITED BY SPACE
                   " ON " DELIMITED BY SIZE
                   DC-PROGRAM-ID DELIMITED BY SPACE
                   " ARMED BY " DELIMITED BY SIZE
                   DC-ARMED-BY DELIMITED BY SPACE
                   INTO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE "FIRED" TO DC-STATE
                MOVE ws-run-date TO DC-FIRED-DATE
                MOVE ws-run-id TO DC-FIRED-RUN-ID
                PERFORM READ-CLOCK
                MOVE ws-now-time TO DC-FIRED-TIME
                MOVE ws-now-secs TO DC-FIRED-SECS
                MOVE 0 TO DC-RERUNS
                PERFORM REWRITE-DRILL-CARD
             WHEN ws-drill-state IS EQUAL TO "O"
                STRING "  DRILL RECOVERY RUN: FAULT " DELIMITED BY SIZE
                   DC-FAULT DELIMITED BY SPACE
                   " ON " DELIMITED BY SIZE
                   DC-PROGRAM-ID DELIMITED BY SPACE
                   " IN RUN " DC-FIRED-RUN-ID DELIMITED BY SIZE
                   INTO REPORT-RECORD
                WRITE REPORT-RECORD
          END-EVALUATE.

      * Works the armed fault into the attempt about to launch.  The
      * forced code replaces the step's command outright; the stale
      * lock is taken in the step's name before it starts (and is
      * left for the operator to clear through runlockmaint.cbl, as
      * a crashed run's would be); the truncation runs after the
      * step and keeps the step's own exit code.
       INJECT-DRILL-FAULT.
          MOVE SPACES TO ws-step-command.
          EVALUATE DC-FAULT
             WHEN "RC"
                STRING "sh -c 'exit " DC-FORCED-RC "'"
                   DELIMITED BY SIZE INTO ws-step-command
             WHEN "LOCK"
                MOVE ws-command TO ws-step-command
                MOVE WS-S-PROGRAM-ID(SCH-IDX) TO ws-program-id
                CALL 'runlock' USING ws-program-id,
                   ws-drill-lock-action, ws-drill-lock-result
             WHEN "TRNC"
                STRING ws-command DELIMITED BY "  "
                   "; r=$?; f=cobol/data/" DELIMITED BY SIZE
                   DC-TARGET DELIMITED BY SPACE
                   "; head -n $(( $(wc -l < $f) / 2 )) $f > $f.drl;"
                   DELIMITED BY SIZE
                   " mv $f.drl $f; (exit $r)" DELIMITED BY SIZE
                   INTO ws-step-command
          END-EVALUATE.

      * The end of a drill night.  The run that injected the fault
      * starts the recovery clock from its own end; a later run that
      * ends clean stops it, writes the drill summary and closes the
      * card; any other run is one more rerun on the way.
       CLOSE-DRILL.
          IF ws-drill-state IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          PERFORM READ-CLOCK.
          MOVE SPACES TO REPORT-RECORD.
          IF ws-drill-state IS EQUAL TO "A"
             MOVE ws-now-time TO DC-FIRED-TIME
             MOVE ws-now-secs TO DC-FIRED-SECS
             PERFORM REWRITE-DRILL-CARD
             STRING "  DRILL FAULT INJECTED -- RECOVERY CLOCK STARTED "
                ws-now-time DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO DC-RERUNS.
          IF ws-fail-count IS NOT EQUAL TO 0
             OR ws-chain-broken IS NOT EQUAL TO "N"
             PERFORM REWRITE-DRILL-CARD
             STRING "  DRILL STILL OPEN AFTER " DC-RERUNS " RERUN(S)"
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          COMPUTE ws-drill-secs = ws-now-secs - DC-FIRED-SECS.
          MOVE SPACES TO DRILL-SUMMARY-RECORD.
          OPEN EXTEND DRILL-SUMMARY-FILE.
          IF ws-dsm-status IS NOT EQUAL TO "00"
             OPEN OUTPUT DRILL-SUMMARY-FILE
          END-IF.
          MOVE ws-region TO DS-REGION.
          MOVE DC-ARMED-BY TO DS-ARMED-BY.
          MOVE DC-PROGRAM-ID TO DS-PROGRAM-ID.
          MOVE DC-FAULT TO DS-FAULT.
          MOVE DC-FIRED-DATE TO DS-FIRED-DATE.
          MOVE DC-FIRED-TIME TO DS-FIRED-TIME.
          MOVE DC-FIRED-RUN-ID TO DS-FIRED-RUN-ID.
          MOVE ws-run-date TO DS-RECOVER-DATE.
          MOVE ws-now-time TO DS-RECOVER-TIME.
          MOVE ws-run-id TO DS-RECOVER-RUN-ID.
          MOVE DC-RERUNS TO DS-RERUNS.
          MOVE ws-drill-secs TO DS-RECOVERY-SECONDS.
          WRITE DRILL-SUMMARY-RECORD.
          CLOSE DRILL-SUMMARY-FILE.
          MOVE "DONE" TO DC-STATE.
          PERFORM REWRITE-DRILL-CARD.
          STRING "  DRILL RECOVERED IN " ws-drill-secs " SECONDS, "
             DC-RERUNS " RERUN(S)" DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

       REWRITE-DRILL-CARD.
          OPEN OUTPUT DRILL-CARD-FILE.
          MOVE SPACE TO DC-FILLER1.
          MOVE SPACE TO DC-FILLER2.
          MOVE SPACE TO DC-FILLER3.
          MOVE SPACE TO DC-FILLER4.
          MOVE SPACE TO DC-FILLER5.
          MOVE SPACE TO DC-FILLER6.
          MOVE SPACE TO DC-FILLER7.
          MOVE SPACE TO DC-FILLER8.
          MOVE SPACE TO DC-FILLER9.
          MOVE SPACE TO DC-FILLER10.
          WRITE DRILL-CARD-RECORD.
          CLOSE DRILL-CARD-FILE.

      * Decides what to do with the waiting schedule entry at
      * SCH-IDX: report it HELD (ops parked it), NOTDUE (its frequency
      * doesn't fall tonight), BYPASSED (something it depends on
      * failed) or PREREQ (a declared prerequisite settled without
      * running cleanly); leave it waiting while anything it depends
      * on is unsettled or every slot is taken; otherwise carry it
      * from the checkpoint or launch it.  Non-run rows still get a
      * report line so the morning report accounts for every
      * scheduled step.
       RUN-SCHEDULED-STEP.
          MOVE WS-S-PROGRAM-ID(SCH-IDX) TO ws-program-id.
          MOVE WS-S-COMMAND(SCH-IDX) TO ws-command.
          IF WS-S-HOLD(SCH-IDX) IS EQUAL TO "Y"
             MOVE "HELD" TO RL-STATUS
             PERFORM WRITE-SKIPPED-LINE
             EXIT PARAGRAPH
          END-IF.
          CALL 'calfreq' USING WS-S-FREQUENCY(SCH-IDX), ws-freq-date,
             ws-freq-due.
          IF ws-freq-due IS NOT EQUAL TO "Y"
             MOVE "NOTDUE" TO RL-STATUS
             PERFORM WRITE-SKIPPED-LINE
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-PREREQUISITES.
          EVALUATE ws-prereq-state
             WHEN "W"
                EXIT PARAGRAPH
             WHEN "F"
                MOVE "BYPASSED" TO RL-STATUS
                MOVE "Y" TO WS-S-FAILED(SCH-IDX)
                MOVE "STEP BYPASSED" TO ws-alert-condition
                MOVE 0 TO ws-alert-key-1
                MOVE 0 TO ws-alert-key-2
                CALL 'alertlog' USING ws-program-id,
                   ws-alert-condition, ws-alert-key-1,
                   ws-alert-key-2
                PERFORM WRITE-SKIPPED-LINE
                EXIT PARAGRAPH
             WHEN "U"
      * A step whose declared prerequisite hasn't finished cleanly
      * tonight is held back on its own (PREREQ in the report, an
      * alert on the feed) without breaking the rest of the chain --
      * anything downstream of it declares it too and holds back
      * the same way.
                MOVE "PREREQ" TO RL-STATUS
                MOVE "PREREQ UNMET" TO ws-alert-condition
                MOVE 0 TO ws-alert-key-1
                MOVE 0 TO ws-alert-key-2
                CALL 'alertlog' USING ws-program-id,
                   ws-alert-condition, ws-alert-key-1,
                   ws-alert-key-2
                PERFORM WRITE-SKIPPED-LINE
                EXIT PARAGRAPH
          END-EVALUATE.
          PERFORM CHECK-CARRIED-STEP.
          IF ws-carried IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          IF ws-running-count IS LESS THAN ws-max-concurrent
             PERFORM CHECK-CONDITION
             IF ws-cond-met IS EQUAL TO "N"
                MOVE "CONDSKIP" TO RL-STATUS
                PERFORM WRITE-SKIPPED-LINE
                MOVE SPACES TO REPORT-RECORD
                STRING "  CONDITION NOT MET: " ws-cond-reason
                   DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
             ELSE
                PERFORM LAUNCH-STEP
             END-IF
          END-IF.

      * Tests the launch condition of the step at SCH-IDX (always
      * met when it has none).  The file tests go through the shell,
      * as the step commands themselves do; an RC condition's step
      * has already settled, CHECK-PREREQUISITES having held this
      * one back until it did.
       CHECK-CONDITION.
          MOVE "Y" TO ws-cond-met.
          MOVE SPACES TO ws-cond-reason.
          EVALUATE WS-S-COND-TYPE(SCH-IDX)
             WHEN "EXST"
                MOVE SPACES TO ws-cond-command
                STRING "test -e cobol/data/" DELIMITED BY SIZE
                   WS-S-COND-TARGET(SCH-IDX) DELIMITED BY SPACE
                   INTO ws-cond-command
                CALL "SYSTEM" USING ws-cond-command
                IF RETURN-CODE IS NOT EQUAL TO 0
                   MOVE "N" TO ws-cond-met
                   STRING WS-S-COND-TARGET(SCH-IDX) DELIMITED BY SPACE
                      " DOES NOT EXIST" DELIMITED BY SIZE
                      INTO ws-cond-reason
                END-IF
             WHEN "NEMP"
                MOVE SPACES TO ws-cond-command
                STRING "test -s cobol/data/" DELIMITED BY SIZE
                   WS-S-COND-TARGET(SCH-IDX) DELIMITED BY SPACE
                   INTO ws-cond-command
                CALL "SYSTEM" USING ws-cond-command
                IF RETURN-CODE IS NOT EQUAL TO 0
                   MOVE "N" TO ws-cond-met
                   STRING WS-S-COND-TARGET(SCH-IDX) DELIMITED BY SPACE
                      " IS ABSENT OR EMPTY" DELIMITED BY SIZE
                      INTO ws-cond-reason
                END-IF
             WHEN "RC"
                PERFORM CHECK-RC-CONDITION
          END-EVALUATE.

      * A step carried from the checkpoint ended within its own
      * acceptable code on the earlier attempt and counts as RC 0;
      * a step that never ran tonight (held, not due, skipped)
      * has no code to compare, and the condition fails.
       CHECK-RC-CONDITION.
          MOVE 0 TO ws-cond-idx.
          PERFORM VARYING ws-scan-idx FROM 1 BY 1
             UNTIL ws-scan-idx IS EQUAL TO SCH-IDX
             IF WS-S-PROGRAM-ID(ws-scan-idx) IS EQUAL TO
                WS-S-COND-TARGET(SCH-IDX)
                MOVE ws-scan-idx TO ws-cond-idx
             END-IF
          END-PERFORM.
          IF ws-cond-idx IS EQUAL TO 0
             MOVE "N" TO ws-cond-met
             STRING WS-S-COND-TARGET(SCH-IDX) DELIMITED BY SPACE
                " IS NOT AN EARLIER STEP" DELIMITED BY SIZE
                INTO ws-cond-reason
             EXIT PARAGRAPH
          END-IF.
          IF WS-S-RAN(ws-cond-idx) IS NOT EQUAL TO "Y"
             MOVE "N" TO ws-cond-met
             STRING WS-S-COND-TARGET(SCH-IDX) DELIMITED BY SPACE
                " DID NOT RUN TONIGHT" DELIMITED BY SIZE
                INTO ws-cond-reason
             EXIT PARAGRAPH
          END-IF.
          EVALUATE WS-S-COND-OPERATOR(SCH-IDX)
             WHEN "EQ"
                IF WS-S-EXIT-CODE(ws-cond-idx) IS NOT EQUAL TO
                   WS-S-COND-VALUE(SCH-IDX)
                   MOVE "N" TO ws-cond-met
                END-IF
             WHEN "NE"
                IF WS-S-EXIT-CODE(ws-cond-idx) IS EQUAL TO
                   WS-S-COND-VALUE(SCH-IDX)
                   MOVE "N" TO ws-cond-met
                END-IF
             WHEN "GT"
                IF WS-S-EXIT-CODE(ws-cond-idx) IS NOT GREATER THAN
                   WS-S-COND-VALUE(SCH-IDX)
                   MOVE "N" TO ws-cond-met
                END-IF
             WHEN "GE"
                IF WS-S-EXIT-CODE(ws-cond-idx) IS LESS THAN
                   WS-S-COND-VALUE(SCH-IDX)
                   MOVE "N" TO ws-cond-met
                END-IF
             WHEN "LT"
                IF WS-S-EXIT-CODE(ws-cond-idx) IS NOT LESS THAN
                   WS-S-COND-VALUE(SCH-IDX)
                   MOVE "N" TO ws-cond-met
                END-IF
             WHEN "LE"
                IF WS-S-EXIT-CODE(ws-cond-idx) IS GREATER THAN
                   WS-S-COND-VALUE(SCH-IDX)
                   MOVE "N" TO ws-cond-met
                END-IF
             WHEN OTHER
                MOVE "N" TO ws-cond-met
          END-EVALUATE.
          IF ws-cond-met IS EQUAL TO "N"
             MOVE WS-S-EXIT-CODE(ws-cond-idx) TO ws-cond-rc-disp
             STRING WS-S-COND-TARGET(SCH-IDX) DELIMITED BY SPACE
                " RC " ws-cond-rc-disp " NOT "
                WS-S-COND-OPERATOR(SCH-IDX) " "
                WS-S-COND-VALUE(SCH-IDX) DELIMITED BY SIZE
                INTO ws-cond-reason
          END-IF.

      * A step waiting out its retry delay goes again once the
      * delay has passed and a slot is free.
       RELAUNCH-IF-DUE.
          PERFORM READ-CLOCK.
          IF ws-now-secs IS NOT LESS THAN WS-S-RETRY-AT(SCH-IDX)
             AND ws-running-count IS LESS THAN ws-max-concurrent
             MOVE WS-S-PROGRAM-ID(SCH-IDX) TO ws-program-id
             MOVE WS-S-COMMAND(SCH-IDX) TO ws-command
             PERFORM LAUNCH-STEP
          END-IF.

      * Starts one attempt of the step at SCH-IDX in the background.
      * The wrapper runs the step's command, writes its exit code
      * and end time to a work copy of the marker and renames it
      * into place, so the poll below never reads a half-written
      * marker; any marker left by an earlier attempt is removed
      * first.  The step's own output still reaches this job's log.
       LAUNCH-STEP.
          PERFORM BUILD-MARKER-PATH.
          ADD 1 TO WS-S-ATTEMPT-NO(SCH-IDX).
          PERFORM READ-CLOCK.
          IF WS-S-ATTEMPT-NO(SCH-IDX) IS EQUAL TO 1
             MOVE ws-now-time TO WS-S-START-TIME(SCH-IDX)
             MOVE ws-now-secs TO WS-S-START-SECS(SCH-IDX)
          END-IF.
          MOVE ws-command TO ws-step-command.
          IF ws-drill-state IS EQUAL TO "A"
             AND SCH-IDX IS EQUAL TO ws-drill-idx
             PERFORM INJECT-DRILL-FAULT
          END-IF.
          MOVE SPACES TO ws-launch-command.
          STRING "rm -f " DELIMITED BY SIZE
             WS-MARKER-PATH DELIMITED BY SPACE
             "; ( " DELIMITED BY SIZE
             ws-step-command DELIMITED BY "  "
             "; printf '%04d %s\n' $? $(date +%H%M%S%2N) > "
             DELIMITED BY SIZE
             WS-MARKER-PATH DELIMITED BY SPACE
             ".tmp; mv " DELIMITED BY SIZE
             WS-MARKER-PATH DELIMITED BY SPACE
             ".tmp " DELIMITED BY SIZE
             WS-MARKER-PATH DELIMITED BY SPACE
             " ) &" DELIMITED BY SIZE
             INTO ws-launch-command.
          CALL "SYSTEM" USING ws-launch-command.
          MOVE "R" TO WS-S-STATE(SCH-IDX).
          MOVE "RUNNING" TO WS-S-FEED-STATE(SCH-IDX).
          MOVE "Y" TO WS-S-RAN(SCH-IDX).
          ADD 1 TO ws-running-count.
          MOVE "Y" TO ws-progress.

       BUILD-MARKER-PATH.
          MOVE SPACES TO WS-MARKER-PATH.
          STRING "cobol/data/nightly_step_" DELIMITED BY SIZE
             WS-S-PROGRAM-ID(SCH-IDX) DELIMITED BY SPACE
             ".rc" DELIMITED BY SIZE
             INTO WS-MARKER-PATH.

       READ-CLOCK.
          ACCEPT ws-now-date FROM DATE YYYYMMDD.
          ACCEPT ws-now-time FROM TIME.
          COMPUTE ws-now-secs =
             FUNCTION INTEGER-OF-DATE(ws-now-date) * 86400
             + ws-now-hh * 3600 + ws-now-mm * 60 + ws-now-ss.

      * Collects every step in flight whose marker has appeared.
       POLL-RUNNING-STEPS.
          PERFORM VARYING SCH-IDX FROM 1 BY 1
             UNTIL SCH-IDX IS GREATER THAN WS-SCH-COUNT
             IF WS-S-STATE(SCH-IDX) IS EQUAL TO "R"
                PERFORM POLL-ONE-STEP
             END-IF
          END-PERFORM.

       POLL-ONE-STEP.
          PERFORM BUILD-MARKER-PATH.
          OPEN INPUT MARKER-FILE.
          IF ws-mrk-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO MARKER-RECORD.
          READ MARKER-FILE
             AT END
                MOVE SPACES TO MARKER-RECORD
          END-READ.
          CLOSE MARKER-FILE.
          MOVE SPACES TO ws-remove-command.
          STRING "rm -f " DELIMITED BY SIZE
             WS-MARKER-PATH DELIMITED BY SPACE
             INTO ws-remove-command.
          CALL "SYSTEM" USING ws-remove-command.
          SUBTRACT 1 FROM ws-running-count.
          MOVE "Y" TO ws-progress.
          PERFORM READ-CLOCK.
          MOVE ws-now-secs TO WS-S-END-SECS(SCH-IDX).
          IF MK-END-TIME IS NUMERIC
             MOVE MK-END-TIME TO WS-S-END-TIME(SCH-IDX)
          ELSE
             MOVE ws-now-time TO WS-S-END-TIME(SCH-IDX)
          END-IF.
      * A marker that can't be read is a step that could not report
      * its own code -- treated as the failure it most likely was.
          IF MK-EXIT-CODE IS NUMERIC
             MOVE MK-EXIT-CODE TO ws-exit-code
          ELSE
             MOVE 255 TO ws-exit-code
          END-IF.
          MOVE ws-exit-code TO WS-S-EXIT-CODE(SCH-IDX).
          MOVE WS-S-PROGRAM-ID(SCH-IDX) TO ws-program-id.
          MOVE WS-S-ATTEMPT-NO(SCH-IDX) TO ws-attempt-no.
          IF ws-exit-code IS GREATER THAN WS-S-MAX-CC(SCH-IDX)
             AND ws-exit-code IS LESS THAN 16
             AND ws-attempt-no IS LESS THAN OR EQUAL TO
             WS-S-RETRY-MAX(SCH-IDX)
      * Transient-looking failure with retries in hand: record the
      * attempt, and let the step wait out its configured delay
      * without holding up anything else.  A code within the step's
      * own acceptable condition code is not a failure (a deliberate
      * DEFERRED stop, a routine not-produced report) and must not
      * be re-launched into duplicate appends; 16 and above is the
      * self-test band -- never retried, a poisoned binary doesn't
      * get better with rest.
             PERFORM WRITE-ATTEMPT-LINE
             COMPUTE WS-S-RETRY-AT(SCH-IDX) =
                ws-now-secs + WS-S-RETRY-DELAY(SCH-IDX)
             MOVE "T" TO WS-S-STATE(SCH-IDX)
          ELSE
             PERFORM SETTLE-STEP
          END-IF.

      * Scores one step that has finished for good: pass/fail
      * against its schedule record's highest acceptable condition
      * code, its elapsed time from tonight's ops log (or the
      * chain's own start-to-end clock when the step keeps no ops
      * log row), its retained final value from the results
      * history, and one scorecard row -- pass/fail, final value,
      * runtime, start and end -- instead of the separate job
      * outputs someone would otherwise have to check by hand.
       SETTLE-STEP.
          MOVE "D" TO WS-S-STATE(SCH-IDX).
          ADD 1 TO ws-settled-count.
          ADD 1 TO ws-step-count.
      * The step's own SCH-MAX-CC draws the pass/fail line: a code
      * at or below it (DISTRIB's routine not-produced RC 4, a
          IF ws-exit-code IS GREATER THAN WS-S-MAX-CC(SCH-IDX)
             ADD 1 TO ws-fail-count
             MOVE "FAIL" TO RL-STATUS
             MOVE "FAILED" TO WS-S-FEED-STATE(SCH-IDX)
             MOVE "Y" TO ws-chain-broken
             MOVE "Y" TO WS-S-FAILED(SCH-IDX)
      * A failed step also goes to the central alert feed, so the
      * morning digest leads with it instead of it living only in
      * this report.
                ws-alert-key-1, ws-alert-key-2
          ELSE
             MOVE "PASS" TO RL-STATUS
             MOVE "OK" TO WS-S-FEED-STATE(SCH-IDX)
             MOVE "Y" TO WS-S-CLEAN(SCH-IDX)
             IF ws-attempt-no IS GREATER THAN 1
      * It only passed on retry: a transient cause worth knowing
             END-IF
          END-IF.
          PERFORM LOOKUP-ELAPSED-SECONDS.
          IF ws-elapsed-seconds IS EQUAL TO 0
             COMPUTE ws-elapsed-seconds = WS-S-END-SECS(SCH-IDX)
                - WS-S-START-SECS(SCH-IDX)
          END-IF.
          PERFORM LOOKUP-FINAL-VALUE.
          IF ws-exit-code IS LESS THAN OR EQUAL TO
             WS-S-MAX-CC(SCH-IDX)
          MOVE ws-program-id TO RL-PROGRAM-ID.
          MOVE ws-final-value TO RL-FINAL-VALUE.
          MOVE ws-elapsed-seconds TO RL-ELAPSED-SECONDS.
          MOVE WS-S-START-TIME(SCH-IDX) TO RL-START-TIME.
          MOVE WS-S-END-TIME(SCH-IDX) TO RL-END-TIME.
          MOVE ws-report-line TO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM WRITE-STEP-HISTORY.
          PERFORM PRINT-REUSE-COUNTS.
          IF RL-STATUS IS EQUAL TO "FAIL"
             PERFORM PRINT-RUNBOOK-FOR-RC
          END-IF.
          CALL "SYSTEM" USING ws-pager-command.

      * Tonight's most recent reuse_log.dat row for this step, if it
      * left one, printed directly under its scorecard row.
       PRINT-REUSE-COUNTS.
          MOVE "N" TO ws-reuse-found.
          MOVE "N" TO ws-rul-eof.
          OPEN INPUT REUSE-LOG-FILE.
          IF ws-rul-status IS EQUAL TO "00"
             PERFORM UNTIL ws-rul-eof IS EQUAL TO "Y"
                READ REUSE-LOG-FILE
                   AT END
                      MOVE "Y" TO ws-rul-eof
                   NOT AT END
                      IF RU-PROGRAM-ID IS EQUAL TO ws-program-id
                         AND RU-RUN-DATE IS EQUAL TO ws-run-date
                         MOVE "Y" TO ws-reuse-found
                         MOVE RU-NEW-COUNT TO ws-reuse-new
                         MOVE RU-REUSED-COUNT TO ws-reuse-reused
                         MOVE RU-REFRESHED-COUNT TO
                            ws-reuse-refreshed
                      END-IF
                END-READ
             END-PERFORM
             CLOSE REUSE-LOG-FILE
          END-IF.
          IF ws-reuse-found IS EQUAL TO "Y"
             MOVE SPACES TO REPORT-RECORD
             STRING "  NEW " ws-reuse-new " REUSED "
                ws-reuse-reused " REFRESHED " ws-reuse-refreshed
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

      * One report line per failed attempt that will be retried,
      * carrying the run id the attempt issued for itself, so
      * attempt 1 and attempt 2 stay distinguishable end to end.
      * With other steps in flight the latest id runcontrol.cbl
      * knows may be a neighbour's, so the id is the one on the
      * step's own latest ops-log row tonight (zeros if the attempt
      * died before logging one).
       WRITE-ATTEMPT-LINE.
          PERFORM FIND-STEP-RUN-ID.
          MOVE ws-attempt-no TO ws-attempt-disp.
          MOVE ws-exit-code TO ws-exit-code-disp.
          MOVE SPACES TO REPORT-RECORD.
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

       FIND-STEP-RUN-ID.
          MOVE 0 TO ws-attempt-run-id.
          MOVE "N" TO ws-ops-eof.
          OPEN INPUT OPS-LOG-FILE.
          IF ws-ops-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ops-eof IS EQUAL TO "Y"
                READ OPS-LOG-FILE
                   AT END
                      MOVE "Y" TO ws-ops-eof
                   NOT AT END
                      IF OL-PROGRAM-ID IS EQUAL TO ws-program-id
                         AND OL-RUN-DATE IS EQUAL TO ws-run-date
                         AND OL-RUN-ID IS NUMERIC
                         MOVE OL-RUN-ID TO ws-attempt-run-id
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OPS-LOG-FILE
          END-IF.

      * Looks this step up in tonight's checkpoint: if an earlier
          PERFORM VARYING CKPT-IDX FROM 1 BY 1
             UNTIL CKPT-IDX IS GREATER THAN WS-CKPT-COUNT
             IF WS-C-PROGRAM-ID(CKPT-IDX) IS EQUAL TO ws-program-id
                AND ws-carried IS EQUAL TO "N"
                MOVE "Y" TO ws-carried
                MOVE "Y" TO WS-S-CLEAN(SCH-IDX)
                MOVE "D" TO WS-S-STATE(SCH-IDX)
                MOVE "OK" TO WS-S-FEED-STATE(SCH-IDX)
                MOVE "Y" TO WS-S-RAN(SCH-IDX)
                ADD 1 TO ws-settled-count
                MOVE "Y" TO ws-progress
                ADD 1 TO ws-step-count
                MOVE "PASS" TO RL-STATUS
                MOVE ws-program-id TO RL-PROGRAM-ID
                MOVE WS-C-FINAL-VALUE(CKPT-IDX) TO RL-FINAL-VALUE
                MOVE WS-C-ELAPSED(CKPT-IDX) TO RL-ELAPSED-SECONDS
                MOVE 0 TO RL-START-TIME
                MOVE 0 TO RL-END-TIME
                MOVE ws-report-line TO REPORT-RECORD
                WRITE REPORT-RECORD
                PERFORM PRINT-REUSE-COUNTS
             END-IF
          END-PERFORM.

      * earlier step (the reorder mistake, or a circular
      * declaration) fails the same way -- ctlvalidate.cbl catches
      * those before the night, but the chain defends itself too.
      * A step declaring none depends on every earlier entry
      * instead, but only on its settling without failure: a held,
      * not-due or unmet step above it never stopped the chain.
      * The answer lands in ws-prereq-state (R, W, F or U above); a
      * failure outranks waiting, so a dependent is bypassed as
      * soon as one of its prerequisites fails.
       CHECK-PREREQUISITES.
          MOVE "R" TO ws-prereq-state.
          MOVE "N" TO ws-declared.
          PERFORM VARYING ws-prereq-idx FROM 1 BY 1
             UNTIL ws-prereq-idx IS GREATER THAN 3
             IF WS-S-PREREQ(SCH-IDX, ws-prereq-idx) IS NOT EQUAL
                TO SPACES
                MOVE "Y" TO ws-declared
                MOVE "N" TO ws-found-prereq
                PERFORM VARYING ws-scan-idx FROM 1 BY 1
                   UNTIL ws-scan-idx IS EQUAL TO SCH-IDX
                   IF WS-S-PROGRAM-ID(ws-scan-idx) IS EQUAL TO
                      WS-S-PREREQ(SCH-IDX, ws-prereq-idx)
                      MOVE "Y" TO ws-found-prereq
                      PERFORM RATE-ONE-PREREQ
                   END-IF
                END-PERFORM
                IF ws-found-prereq IS EQUAL TO "N"
                   AND ws-prereq-state IS EQUAL TO "R"
                   MOVE "U" TO ws-prereq-state
                END-IF
             END-IF
          END-PERFORM.
          IF ws-declared IS EQUAL TO "N"
             PERFORM VARYING ws-scan-idx FROM 1 BY 1
                UNTIL ws-scan-idx IS EQUAL TO SCH-IDX
                IF WS-S-FAILED(ws-scan-idx) IS EQUAL TO "Y"
                   AND NOT (WS-S-COND-TYPE(SCH-IDX) IS EQUAL TO "RC"
                   AND WS-S-PROGRAM-ID(ws-scan-idx) IS EQUAL TO
                   WS-S-COND-TARGET(SCH-IDX))
                   MOVE "F" TO ws-prereq-state
                ELSE
                   IF WS-S-STATE(ws-scan-idx) IS NOT EQUAL TO "D"
                      AND ws-prereq-state IS NOT EQUAL TO "F"
                      MOVE "W" TO ws-prereq-state
                   END-IF
                END-IF
             END-PERFORM
          END-IF.
      * An RC condition is tested against a finished step, so the
      * step it names is waited for like a prerequisite -- but its
      * failure bypasses nothing here.
          IF WS-S-COND-TYPE(SCH-IDX) IS EQUAL TO "RC"
             AND ws-prereq-state IS EQUAL TO "R"
             PERFORM VARYING ws-scan-idx FROM 1 BY 1
                UNTIL ws-scan-idx IS EQUAL TO SCH-IDX
                IF WS-S-PROGRAM-ID(ws-scan-idx) IS EQUAL TO
                   WS-S-COND-TARGET(SCH-IDX)
                   AND WS-S-STATE(ws-scan-idx) IS NOT EQUAL TO "D"
                   MOVE "W" TO ws-prereq-state
                END-IF
             END-PERFORM
          END-IF.

      * One declared prerequisite found at ws-scan-idx.
       RATE-ONE-PREREQ.
          EVALUATE TRUE
             WHEN WS-S-FAILED(ws-scan-idx) IS EQUAL TO "Y"
                MOVE "F" TO ws-prereq-state
             WHEN ws-prereq-state IS EQUAL TO "F"
                CONTINUE
             WHEN WS-S-STATE(ws-scan-idx) IS NOT EQUAL TO "D"
                MOVE "W" TO ws-prereq-state
             WHEN ws-prereq-state IS EQUAL TO "W"
                CONTINUE
             WHEN WS-S-CLEAN(ws-scan-idx) IS NOT EQUAL TO "Y"
                MOVE "U" TO ws-prereq-state
          END-EVALUATE.

      * Reads tonight's step checkpoint into WS-CKPT-TABLE.  Rows
      * from a different run date are an earlier night's leftovers

      * The matching procedure for this step's "RC nnnn" condition,
      * printed directly under the failed step's scorecard row.
      * Each procedure printed is logged as an invocation
      * (runbook_invocations.dat) under the step's own run id for
      * runbookreview.cbl to close out, and a failure with no
      * procedure is logged under procedure 0000, so the monthly
      * runbookreport.cbl can show which entries work and which
      * failures still have none.  Drill runs log nothing.
       PRINT-RUNBOOK-FOR-RC.
          MOVE "N" TO ws-runbook-hit.
          MOVE SPACES TO ws-lookup-condition.
          MOVE ws-exit-code TO ws-exit-code-disp.
          STRING "RC " ws-exit-code-disp DELIMITED BY SIZE
             INTO ws-lookup-condition.
          PERFORM FIND-STEP-RUN-ID.
          PERFORM VARYING RBK-IDX FROM 1 BY 1
             UNTIL RBK-IDX IS GREATER THAN WS-RBK-COUNT
             IF WS-RB-PROGRAM-ID(RBK-IDX) IS EQUAL TO ws-program-id
                AND WS-RB-CONDITION(RBK-IDX) IS EQUAL TO
                ws-lookup-condition
                MOVE "Y" TO ws-runbook-hit
                MOVE SPACES TO REPORT-RECORD
                STRING "  RUNBOOK " WS-RB-PROC-NO(RBK-IDX) " "
                   WS-RB-TEXT(RBK-IDX) DELIMITED BY SIZE
                   INTO REPORT-RECORD
                WRITE REPORT-RECORD
                MOVE WS-RB-PROC-NO(RBK-IDX) TO ws-invoked-proc-no
                PERFORM WRITE-RUNBOOK-INVOCATION
             END-IF
          END-PERFORM.
          IF ws-runbook-hit IS EQUAL TO "N"
             MOVE 0 TO ws-invoked-proc-no
             PERFORM WRITE-RUNBOOK-INVOCATION
          END-IF.

       WRITE-RUNBOOK-INVOCATION.
          IF ws-drill-state IS NOT EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          OPEN EXTEND RUNBOOK-INVOCATION-FILE.
          IF ws-rbi-status IS NOT EQUAL TO "00"
             OPEN OUTPUT RUNBOOK-INVOCATION-FILE
          END-IF.
          MOVE SPACES TO RUNBOOK-INVOCATION-RECORD.
          MOVE ws-run-date TO RI-RUN-DATE.
          MOVE ws-attempt-run-id TO RI-RUN-ID.
          MOVE "NIGHTLY" TO RI-SOURCE.
          MOVE ws-program-id TO RI-PROGRAM-ID.
          MOVE ws-lookup-condition TO RI-CONDITION.
          MOVE ws-invoked-proc-no TO RI-PROC-NO.
          WRITE RUNBOOK-INVOCATION-RECORD.
          CLOSE RUNBOOK-INVOCATION-FILE.

      * Clears the step checkpoint after a fully clean chain, the
      * same OPEN OUTPUT-with-no-WRITE idiom SOLUTN2/SOLUTN3 use on
          OPEN OUTPUT CKPT-FILE.
          CLOSE CKPT-FILE.

      * Report line for a step that didn't run tonight (HELD, NOTDUE,
      * PREREQ, CONDSKIP or BYPASSED -- RL-STATUS is set by the
      * caller): zeros for the value, elapsed and clock columns,
      * since nothing produced one.  The entry is settled.
       WRITE-SKIPPED-LINE.
          MOVE "D" TO WS-S-STATE(SCH-IDX).
          MOVE RL-STATUS TO WS-S-FEED-STATE(SCH-IDX).
          ADD 1 TO ws-settled-count.
          MOVE "Y" TO ws-progress.
          MOVE ws-program-id TO RL-PROGRAM-ID.
          MOVE 0 TO RL-FINAL-VALUE.
          MOVE 0 TO RL-ELAPSED-SECONDS.
          MOVE 0 TO RL-START-TIME.
          MOVE 0 TO RL-END-TIME.
          MOVE ws-report-line TO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE 0 TO ws-exit-code.
          PERFORM WRITE-STEP-HISTORY.

      * The scorecard row just written, as a step-history row.  Steps
      * carried from the checkpoint are not written again -- the
      * attempt that ran them already did.
       WRITE-STEP-HISTORY.
          IF ws-drill-state IS NOT EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO STEP-HISTORY-RECORD.
          MOVE RL-PROGRAM-ID TO SH-PROGRAM-ID.
          MOVE ws-run-date TO SH-RUN-DATE.
          MOVE ws-run-id TO SH-RUN-ID.
          MOVE RL-STATUS TO SH-STATUS.
          MOVE ws-exit-code TO SH-EXIT-CODE.
          MOVE RL-ELAPSED-SECONDS TO SH-ELAPSED-SECONDS.
          MOVE RL-START-TIME TO SH-START-TIME.
          MOVE RL-END-TIME TO SH-END-TIME.
          WRITE STEP-HISTORY-RECORD.

      * Scans today's ops log for the most recent row for this
      * program id and captures its elapsed seconds; defaults to 0 if
       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          MOVE ws-run-date TO ws-run-date-disp.
          MOVE ws-max-concurrent TO ws-max-concurrent-disp.
          STRING "NIGHTLY RUN " ws-run-date-disp " RUN-ID " ws-run-id
             " CONCURRENT " ws-max-concurrent-disp " REGION " ws-region
             DELIMITED BY SIZE INTO REPORT-RECORD.
          IF ws-drill-state IS NOT EQUAL TO "N"
             MOVE "DRILL" TO REPORT-RECORD(69:5)
          END-IF.
          WRITE REPORT-RECORD.

       WRITE-TRAILER.
          STRING "STEPS: " ws-step-count-disp " FAILED: "
             ws-fail-count-disp DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * The heartbeat files the status feed watches, and the step
      * each belongs to.
       INIT-HEARTBEATS.
          MOVE "solutn2_heartbeat.dat" TO WS-HBT-FILE(1).
          MOVE "SOLUTN2" TO WS-HBT-PROGRAM-ID(1).
          MOVE "solutn3_heartbeat.dat" TO WS-HBT-FILE(2).
          MOVE "SOLUTN3" TO WS-HBT-PROGRAM-ID(2).
          PERFORM VARYING HBT-IDX FROM 1 BY 1
             UNTIL HBT-IDX IS GREATER THAN 2
             MOVE 0 TO WS-HBT-PCT(HBT-IDX)
             MOVE "N" TO WS-HBT-SEEN(HBT-IDX)
          END-PERFORM.
          PERFORM READ-HEARTBEATS.

      * Re-reads both heartbeats; ws-feed-moved is Y when either
      * shows a percent the feed doesn't have yet.  Only tonight's
      * beats count -- yesterday's 100 percent says nothing about
      * tonight's run.  A heartbeat caught mid-rewrite (empty) is
      * passed over until the next look.
       READ-HEARTBEATS.
          MOVE "N" TO ws-feed-moved.
          PERFORM VARYING HBT-IDX FROM 1 BY 1
             UNTIL HBT-IDX IS GREATER THAN 2
             PERFORM READ-ONE-HEARTBEAT
          END-PERFORM.

       READ-ONE-HEARTBEAT.
          MOVE SPACES TO WS-HB-PATH.
          STRING "cobol/data/" DELIMITED BY SIZE
             WS-HBT-FILE(HBT-IDX) DELIMITED BY SPACE
             INTO WS-HB-PATH.
          OPEN INPUT HEARTBEAT-FILE.
          IF ws-hbt-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO HEARTBEAT-RECORD.
          READ HEARTBEAT-FILE
             AT END
                MOVE SPACES TO HEARTBEAT-RECORD
          END-READ.
          CLOSE HEARTBEAT-FILE.
          IF HB-RUN-DATE IS NOT NUMERIC
             OR HB-PCT-DONE IS NOT NUMERIC
             OR HB-RUN-DATE IS NOT EQUAL TO ws-run-date
             EXIT PARAGRAPH
          END-IF.
          IF WS-HBT-SEEN(HBT-IDX) IS EQUAL TO "N"
             OR WS-HBT-PCT(HBT-IDX) IS NOT EQUAL TO HB-PCT-DONE
             MOVE "Y" TO WS-HBT-SEEN(HBT-IDX)
             MOVE HB-PCT-DONE TO WS-HBT-PCT(HBT-IDX)
             MOVE "Y" TO ws-feed-moved
          END-IF.

      * Rewrites chain_status.json from the schedule table: written
      * whole to chain_status.tmp, then renamed over the live feed,
      * as the completion trigger is.  Numbers go out without their
      * leading zeros, a value nothing has produced yet as null, and
      * times as hh:mm:ss ("" for a step that never started).
       WRITE-STATUS-FEED.
          OPEN OUTPUT STATUS-FEED-FILE.
          IF ws-fed-status IS NOT EQUAL TO "00"
             DISPLAY "NIGHTLY: CANNOT WRITE STATUS FEED, STATUS "
                ws-fed-status
             EXIT PARAGRAPH
          END-IF.
          PERFORM READ-CLOCK.
          MOVE "{" TO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          MOVE ws-run-date TO ws-run-date-disp.
          MOVE SPACES TO STATUS-FEED-RECORD.
          STRING '  "run_date": "' ws-run-date-disp '",'
             DELIMITED BY SIZE INTO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          MOVE ws-run-id TO ws-feed-num.
          MOVE SPACES TO STATUS-FEED-RECORD.
          STRING '  "run_id": ' FUNCTION TRIM(ws-feed-num) ','
             DELIMITED BY SIZE INTO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          MOVE SPACES TO STATUS-FEED-RECORD.
          STRING '  "region": "' DELIMITED BY SIZE
             ws-region DELIMITED BY SPACE
             '",' DELIMITED BY SIZE INTO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          IF ws-drill-state IS EQUAL TO "N"
             MOVE '  "drill": false,' TO STATUS-FEED-RECORD
          ELSE
             MOVE '  "drill": true,' TO STATUS-FEED-RECORD
          END-IF.
          WRITE STATUS-FEED-RECORD.
          MOVE SPACES TO STATUS-FEED-RECORD.
          STRING '  "state": "' DELIMITED BY SIZE
             ws-feed-chain-state DELIMITED BY SPACE
             '",' DELIMITED BY SIZE INTO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          MOVE ws-now-time TO ws-feed-time.
          PERFORM FORMAT-FEED-TIME.
          MOVE SPACES TO STATUS-FEED-RECORD.
          STRING '  "updated": "' DELIMITED BY SIZE
             ws-feed-clock DELIMITED BY SPACE
             '",' DELIMITED BY SIZE INTO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          MOVE '  "steps": [' TO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          PERFORM VARYING ws-feed-idx FROM 1 BY 1
             UNTIL ws-feed-idx IS GREATER THAN WS-SCH-COUNT
             PERFORM WRITE-FEED-STEP
          END-PERFORM.
          MOVE "  ]" TO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          MOVE "}" TO STATUS-FEED-RECORD.
          WRITE STATUS-FEED-RECORD.
          CLOSE STATUS-FEED-FILE.
          MOVE SPACES TO ws-feed-command.
          STRING "mv cobol/data/chain_status.tmp "
             "cobol/data/chain_status.json" DELIMITED BY SIZE
             INTO ws-feed-command.
          CALL "SYSTEM" USING ws-feed-command.

      * One step object, on one line, for the entry at ws-feed-idx.
      * The condition code is the last attempt's: null while one is
      * in flight or when the step never ran tonight.
       WRITE-FEED-STEP.
          IF WS-S-RAN(ws-feed-idx) IS EQUAL TO "Y"
             AND WS-S-STATE(ws-feed-idx) IS NOT EQUAL TO "R"
             MOVE WS-S-EXIT-CODE(ws-feed-idx) TO ws-feed-num
             MOVE FUNCTION TRIM(ws-feed-num) TO ws-feed-cc
          ELSE
             MOVE "null" TO ws-feed-cc
          END-IF.
          MOVE WS-S-START-TIME(ws-feed-idx) TO ws-feed-time.
          PERFORM FORMAT-FEED-TIME.
          MOVE ws-feed-clock TO ws-feed-start.
          IF WS-S-STATE(ws-feed-idx) IS EQUAL TO "D"
             MOVE WS-S-END-TIME(ws-feed-idx) TO ws-feed-time
          ELSE
             MOVE 0 TO ws-feed-time
          END-IF.
          PERFORM FORMAT-FEED-TIME.
          MOVE ws-feed-clock TO ws-feed-end.
          IF WS-S-ATTEMPT-NO(ws-feed-idx) IS GREATER THAN 1
             COMPUTE ws-feed-num = WS-S-ATTEMPT-NO(ws-feed-idx) - 1
          ELSE
             MOVE 0 TO ws-feed-num
          END-IF.
          MOVE FUNCTION TRIM(ws-feed-num) TO ws-feed-value.
          MOVE SPACES TO ws-feed-pct.
          PERFORM VARYING HBT-IDX FROM 1 BY 1
             UNTIL HBT-IDX IS GREATER THAN 2
             IF WS-HBT-PROGRAM-ID(HBT-IDX) IS EQUAL TO
                WS-S-PROGRAM-ID(ws-feed-idx)
                IF WS-HBT-SEEN(HBT-IDX) IS EQUAL TO "Y"
                   MOVE WS-HBT-PCT(HBT-IDX) TO ws-feed-num
                   MOVE FUNCTION TRIM(ws-feed-num) TO ws-feed-pct
                ELSE
                   MOVE "null" TO ws-feed-pct
                END-IF
             END-IF
          END-PERFORM.
          IF ws-feed-idx IS LESS THAN WS-SCH-COUNT
             MOVE "," TO ws-feed-comma
          ELSE
             MOVE SPACE TO ws-feed-comma
          END-IF.
          MOVE SPACES TO STATUS-FEED-RECORD.
          MOVE 1 TO ws-feed-ptr.
          STRING '    {"step": "' DELIMITED BY SIZE
             WS-S-PROGRAM-ID(ws-feed-idx) DELIMITED BY SPACE
             '", "state": "' DELIMITED BY SIZE
             WS-S-FEED-STATE(ws-feed-idx) DELIMITED BY SPACE
             '", "cc": ' DELIMITED BY SIZE
             ws-feed-cc DELIMITED BY SPACE
             ', "start": "' DELIMITED BY SIZE
             ws-feed-start DELIMITED BY SPACE
             '", "end": "' DELIMITED BY SIZE
             ws-feed-end DELIMITED BY SPACE
             '", "retries": ' DELIMITED BY SIZE
             ws-feed-value DELIMITED BY SPACE
             INTO STATUS-FEED-RECORD WITH POINTER ws-feed-ptr.
          IF ws-feed-pct IS NOT EQUAL TO SPACES
             STRING ', "heartbeat_pct": ' DELIMITED BY SIZE
                ws-feed-pct DELIMITED BY SPACE
                INTO STATUS-FEED-RECORD WITH POINTER ws-feed-ptr
          END-IF.
          STRING "}" ws-feed-comma DELIMITED BY SIZE
             INTO STATUS-FEED-RECORD WITH POINTER ws-feed-ptr.
          WRITE STATUS-FEED-RECORD.

      * HHMMSSCC as hh:mm:ss; zero (never happened) as an empty
      * string.
       FORMAT-FEED-TIME.
          MOVE SPACES TO ws-feed-clock.
          IF ws-feed-time IS NOT EQUAL TO 0
             STRING ws-feed-hh ":" ws-feed-mm ":" ws-feed-ss
                DELIMITED BY SIZE INTO ws-feed-clock
          END-IF.

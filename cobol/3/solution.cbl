                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ASF-STATUS.
             SELECT AUDIT-FILE
                ASSIGN TO WS-AUDIT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.
             SELECT CKPT-FILE
                05 PS-STATUS         PIC X(4).
                05 PS-FILLER4        PIC X.
                05 PS-RESULT         PIC 9(30).
                05 PS-FILLER5        PIC X.
                05 PS-RUN-ID         PIC 9(9).
                05 PS-FILLER6        PIC X.
                05 PS-LEASE-UNTIL    PIC 9(14).
          FD AUDIT-FILE.
             01 AUDIT-RECORD.
                05 AR-CANDIDATE       PIC 9(30).
             01 ws-ops-status PIC XX.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-rh-checksum PIC 9(30) USAGE COMP-3.
             01 ws-rh-chain PIC 9(18) VALUE 0.
             01 ws-chain-action PIC X(8).
             01 ws-start-time USAGE BINARY-LONG UNSIGNED.
             01 ws-end-time USAGE BINARY-LONG UNSIGNED.
             01 ws-elapsed-seconds USAGE BINARY-LONG UNSIGNED.
             01 ws-seg-high PIC S9(30) USAGE COMP-3.
             01 ws-seg-result PIC S9(30) USAGE COMP-3.
             01 ws-seg-finished PIC X.
      * Segment leases, as SOLUTN1 takes them on mult_segments.dat:
      * a worker claims the first PEND segment by stamping it INFL
      * (in flight) with its run id and a lease expiry
      * (PS-LEASE-UNTIL, YYYYMMDDHHMMSS from leaseclock.cbl; lease
      * length is control entry SOLUTN3, MODE LEAS, in minutes),
      * every pass over the file runs under pf_segments.latch, an
      * expired claim goes back to PEND with a LEASE EXPIRED alert
      * at the next claim pass, and the worker's audit rows go to a
      * scratch file of its own until it completes.  A partitioned
      * worker takes no program run lock -- the lease does that job.
             01 ws-claim-seg-id PIC 9(4) VALUE 0.
             01 ws-live-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-live-count-disp PIC 9(4).
             01 ws-lease-minutes PIC 9(4) VALUE 60.
             01 ws-lease-now PIC 9(14).
             01 ws-lease-until PIC 9(14).
             01 WS-AUDIT-PATH PIC X(60)
                VALUE "cobol/data/pf_audit.dat".
             01 ws-scratch-path PIC X(60).
             01 ws-seg-command PIC X(200).
             01 ws-latched PIC X.
             01 ws-latch-tries USAGE BINARY-LONG UNSIGNED.
             01 ws-latch-limit USAGE BINARY-LONG UNSIGNED VALUE 30.
             01 ws-latch-command PIC X(60) VALUE
                "mkdir cobol/data/pf_segments.latch 2>/dev/null".
             01 ws-unlatch-command PIC X(60) VALUE
                "rmdir cobol/data/pf_segments.latch 2>/dev/null".
             01 ws-latch-wait-command PIC X(60) VALUE "sleep 1".
      * Audit rows already on file from earlier segments, so the
      * control-ledger claim stays cumulative across the EXTENDed
      * trail -- ledgerbalance.cbl re-counts the whole file against
                   10 WS-S-HIGH           PIC 9(30).
                   10 WS-S-STATUS         PIC X(4).
                   10 WS-S-RESULT         PIC 9(30).
                   10 WS-S-RUN-ID         PIC 9(9).
                   10 WS-S-LEASE-UNTIL    PIC 9(14).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-start-time FROM TIME.
          PERFORM KNOWN-ANSWER-SELF-TEST.
          PERFORM LOAD-AS-OF-DATE.
          PERFORM PROBE-SEGMENTS.
          PERFORM ACQUIRE-RUN-LOCK.
          PERFORM ISSUE-RUN-ID.
          PERFORM LOAD-MODE-SWITCH.
          PERFORM LOAD-THRESHOLD.
          PERFORM LOAD-ALERT-THRESHOLD.
          PERFORM CLAIM-SEGMENT.
          IF ws-partitioned IS EQUAL TO "Y"
             PERFORM RUN-SEGMENT-SCAN
             PERFORM RELEASE-RUN-LOCK
          MOVE 0 TO RETURN-CODE.
       STOP RUN.

      * Whether this invocation is a partitioned worker: a segment
      * control file with at least one record in it.  Decided before
      * the run lock, which only a whole-range run takes.
       PROBE-SEGMENTS.
          OPEN INPUT SEGMENT-FILE.
          IF ws-seg-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          READ SEGMENT-FILE
             NOT AT END
                MOVE "Y" TO ws-partitioned
          END-READ.
          CLOSE SEGMENT-FILE.

      * The claim pass: under the latch, return expired leases to
      * PEND, then take the first PEND segment for this invocation
      * and stamp it INFL with this run's id and lease -- a failure
      * costs one segment, not the whole night's scan, the same
      * stance SOLUTN1's partitioned mode takes.
       CLAIM-SEGMENT.
          IF ws-partitioned IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          PERFORM LOAD-LEASE-MINUTES.
          PERFORM TAKE-SEGMENT-LATCH.
          PERFORM LOAD-SEGMENTS.
          CALL 'leaseclock' USING ws-lease-minutes, ws-lease-now,
             ws-lease-until.
          PERFORM EXPIRE-LEASES.
          MOVE 0 TO ws-seg-picked.
          MOVE 0 TO ws-live-count.
          PERFORM VARYING SEG-IDX FROM 1 BY 1
             UNTIL SEG-IDX IS GREATER THAN WS-SEG-COUNT
             IF WS-S-STATUS(SEG-IDX) IS EQUAL TO "INFL"
                ADD 1 TO ws-live-count
             END-IF
             IF WS-S-STATUS(SEG-IDX) IS NOT EQUAL TO "DONE"
                AND WS-S-STATUS(SEG-IDX) IS NOT EQUAL TO "INFL"
                AND ws-seg-picked IS EQUAL TO 0
                SET ws-seg-picked TO SEG-IDX
             END-IF
          END-PERFORM.
          IF ws-seg-picked IS NOT EQUAL TO 0
             MOVE "INFL" TO WS-S-STATUS(ws-seg-picked)
             MOVE ws-run-id TO WS-S-RUN-ID(ws-seg-picked)
             MOVE ws-lease-until TO WS-S-LEASE-UNTIL(ws-seg-picked)
             MOVE WS-S-SEG-ID(ws-seg-picked) TO ws-claim-seg-id
             DISPLAY "SOLUTN3: SEGMENT " ws-claim-seg-id
                " CLAIMED, LEASE UNTIL " ws-lease-until
          END-IF.
          PERFORM REWRITE-SEGMENT-FILE.
          PERFORM RELEASE-SEGMENT-LATCH.

      * A claim whose lease has run out goes back to PEND, with an
      * alert carrying the segment id and the run id that held it.
       EXPIRE-LEASES.
          PERFORM VARYING SEG-IDX FROM 1 BY 1
             UNTIL SEG-IDX IS GREATER THAN WS-SEG-COUNT
             IF WS-S-STATUS(SEG-IDX) IS EQUAL TO "INFL"
                AND WS-S-LEASE-UNTIL(SEG-IDX) IS LESS THAN
                   ws-lease-now
                DISPLAY "SOLUTN3: SEGMENT " WS-S-SEG-ID(SEG-IDX)
                   " LEASE EXPIRED UNDER RUN-ID "
                   WS-S-RUN-ID(SEG-IDX) ", BACK TO PEND"
                MOVE "LEASE EXPIRED" TO ws-alert-condition
                MOVE WS-S-SEG-ID(SEG-IDX) TO ws-alert-key-1
                MOVE WS-S-RUN-ID(SEG-IDX) TO ws-alert-key-2
                CALL 'alertlog' USING ws-alert-source,
                   ws-alert-condition, ws-alert-key-1,
                   ws-alert-key-2
                MOVE "PEND" TO WS-S-STATUS(SEG-IDX)
                MOVE 0 TO WS-S-RUN-ID(SEG-IDX)
                MOVE 0 TO WS-S-LEASE-UNTIL(SEG-IDX)
             END-IF
          END-PERFORM.

      * Reads the segment control file into WS-SEG-TABLE, counting
      * the DONE segments.
       LOAD-SEGMENTS.
          MOVE 0 TO WS-SEG-COUNT.
          MOVE 0 TO ws-seg-done-count.
          MOVE "N" TO ws-seg-eof.
          OPEN INPUT SEGMENT-FILE.
          IF ws-seg-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-seg-eof IS EQUAL TO "Y"
             READ SEGMENT-FILE
                AT END
                      DISPLAY "SOLUTN3: SEGMENT FILE EXCEEDS "
                         "MAXIMUM OF 50 SEGMENTS"
                      CLOSE SEGMENT-FILE
                      PERFORM RELEASE-SEGMENT-LATCH
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE PS-HIGH TO WS-S-HIGH(WS-SEG-COUNT)
                   MOVE PS-STATUS TO WS-S-STATUS(WS-SEG-COUNT)
                   MOVE PS-RESULT TO WS-S-RESULT(WS-SEG-COUNT)
      * Records from before leases existed end at the result.
                   IF PS-RUN-ID IS NUMERIC
                      MOVE PS-RUN-ID TO WS-S-RUN-ID(WS-SEG-COUNT)
                   ELSE
                      MOVE 0 TO WS-S-RUN-ID(WS-SEG-COUNT)
                   END-IF
                   IF PS-LEASE-UNTIL IS NUMERIC
                      MOVE PS-LEASE-UNTIL TO
                         WS-S-LEASE-UNTIL(WS-SEG-COUNT)
                   ELSE
                      MOVE 0 TO WS-S-LEASE-UNTIL(WS-SEG-COUNT)
                   END-IF
                   IF PS-STATUS IS EQUAL TO "DONE"
                      ADD 1 TO ws-seg-done-count
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SEGMENT-FILE.

      * One invocation's share of the partitioned hunt: the
      * descending scan bounded to the claimed sub-range, its
      * largest confirmed prime factor (or zero) recorded as the
      * segment result.  The whole-range checkpoint stays out of
      * this mode -- a segment is already a small restart unit, so
      * a killed invocation's segment is simply worked again once
      * its lease runs out.  The audit rows go to the worker's own
      * scratch file (pf_audit_seg_<id>.tmp) and join pf_audit.dat
      * in COMPLETE-SEGMENT, the SOLUTN1 detail-extent pattern.
       RUN-SEGMENT-SCAN.
          IF ws-seg-picked IS EQUAL TO 0
             IF ws-live-count IS GREATER THAN 0
                MOVE ws-live-count TO ws-live-count-disp
                DISPLAY "SOLUTN3: NO PEND SEGMENT, "
                   ws-live-count-disp " STILL IN FLIGHT"
             ELSE
                DISPLAY "SOLUTN3: ALL SEGMENTS DONE, RUN PFMERGE"
             END-IF
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-S-LOW(ws-seg-picked) TO ws-seg-low.
          MOVE WS-S-HIGH(ws-seg-picked) TO ws-seg-high.
          MOVE 0 TO ws-seg-result.
          MOVE SPACES TO ws-scratch-path.
          STRING "cobol/data/pf_audit_seg_" ws-claim-seg-id ".tmp"
             DELIMITED BY SIZE INTO ws-scratch-path.
          MOVE ws-scratch-path TO WS-AUDIT-PATH.
          MOVE SPACES TO AUDIT-RECORD.
          OPEN OUTPUT AUDIT-FILE.
          IF ws-aud-status IS NOT EQUAL TO "00"
             DISPLAY "SOLUTN3: CANNOT OPEN AUDIT FILE, STATUS "
                ws-aud-status
             END-IF
          END-PERFORM.
          CLOSE AUDIT-FILE.
          PERFORM COMPLETE-SEGMENT.
      * The claim is logged and the segment file rewritten before
      * the latch is let go, so claims land in the order the audit
      * trail grew.
          MOVE "pf_audit.dat" TO ws-ledger-name.
          COMPUTE ws-ledger-count =
             ws-audit-base + ws-candidate-count.
          CALL 'ledgerlog' USING ws-ledger-name, ws-ledger-count.
          PERFORM REWRITE-SEGMENT-FILE.
          PERFORM RELEASE-SEGMENT-LATCH.
          ACCEPT ws-end-time FROM TIME.
          PERFORM WRITE-OPS-LOG.
      * The retained history gets one segment for the whole hunt
          DISPLAY "SOLUTN3: SEGMENT " WS-S-SEG-ID(ws-seg-picked)
             " RESULT " ws-seg-result.

      * The completion pass, under the latch until the segment file
      * has been rewritten: re-read the file and make sure the claim
      * is still this run's.  If it is, the scratch audit rows join
      * pf_audit.dat -- as its first rows when no segment is DONE
      * yet, otherwise after the rows already counted into
      * ws-audit-base -- and the segment goes DONE with its result.
      * If the lease ran out and another worker took the segment,
      * this run's work is discarded and the step ends non-zero.
       COMPLETE-SEGMENT.
          PERFORM TAKE-SEGMENT-LATCH.
          PERFORM LOAD-SEGMENTS.
          MOVE 0 TO ws-seg-picked.
          PERFORM VARYING SEG-IDX FROM 1 BY 1
             UNTIL SEG-IDX IS GREATER THAN WS-SEG-COUNT
             IF WS-S-SEG-ID(SEG-IDX) IS EQUAL TO ws-claim-seg-id
                AND WS-S-STATUS(SEG-IDX) IS EQUAL TO "INFL"
                AND WS-S-RUN-ID(SEG-IDX) IS EQUAL TO ws-run-id
                SET ws-seg-picked TO SEG-IDX
             END-IF
          END-PERFORM.
          MOVE SPACES TO ws-seg-command.
          IF ws-seg-picked IS EQUAL TO 0
             PERFORM RELEASE-SEGMENT-LATCH
             STRING "rm -f " DELIMITED BY SIZE
                ws-scratch-path DELIMITED BY SPACE
                INTO ws-seg-command
             CALL "SYSTEM" USING ws-seg-command
             DISPLAY "SOLUTN3: SEGMENT " ws-claim-seg-id
                " LEASE LOST BEFORE COMPLETION, WORK DISCARDED"
             MOVE "LEASE LOST" TO ws-alert-condition
             MOVE ws-claim-seg-id TO ws-alert-key-1
             MOVE ws-run-id TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1,
                ws-alert-key-2
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE "cobol/data/pf_audit.dat" TO WS-AUDIT-PATH.
          MOVE 0 TO ws-audit-base.
          IF ws-seg-done-count IS EQUAL TO 0
             STRING "mv " DELIMITED BY SIZE
                ws-scratch-path DELIMITED BY SPACE
                " cobol/data/pf_audit.dat" DELIMITED BY SIZE
                INTO ws-seg-command
          ELSE
             PERFORM COUNT-EXISTING-AUDIT-ROWS
             STRING "cat " DELIMITED BY SIZE
                ws-scratch-path DELIMITED BY SPACE
                " >> cobol/data/pf_audit.dat; rm -f "
                DELIMITED BY SIZE
                ws-scratch-path DELIMITED BY SPACE
                INTO ws-seg-command
          END-IF.
          CALL "SYSTEM" USING ws-seg-command.
          MOVE "DONE" TO WS-S-STATUS(ws-seg-picked).
          MOVE ws-seg-result TO WS-S-RESULT(ws-seg-picked).
          MOVE 0 TO WS-S-LEASE-UNTIL(ws-seg-picked).

      * Counts the audit rows the earlier segments left behind, so
      * this segment's ledger claim covers the whole extended file.
       COUNT-EXISTING-AUDIT-ROWS.
          MOVE 0 TO ws-audit-base.
          MOVE "N" TO ws-audit-eof.
             CLOSE AUDIT-FILE
          END-IF.

      * Lease length in minutes (control entry SOLUTN3, MODE LEAS);
      * the WORKING-STORAGE default stands without one.  A lease
      * must outlast the slowest segment, or a healthy worker loses
      * its claim.
       LOAD-LEASE-MINUTES.
          MOVE "N" TO ws-ctl-eof.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF CTL-PROGRAM-ID IS EQUAL TO "SOLUTN3"
                         AND CTL-MODE IS EQUAL TO "LEAS"
                         AND CTL-THRESHOLD IS GREATER THAN 0
                         AND CTL-THRESHOLD IS LESS THAN 10000
                         MOVE CTL-THRESHOLD TO ws-lease-minutes
                         MOVE "Y" TO ws-ctl-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.

      * The segment-file latch, taken the way runlock.cbl takes its
      * own: a directory only one caller can create.  One still
      * standing after ws-latch-limit tries was left by a worker
      * killed mid-pass and is taken over.
       TAKE-SEGMENT-LATCH.
          MOVE "N" TO ws-latched.
          MOVE 0 TO ws-latch-tries.
          PERFORM UNTIL ws-latched IS EQUAL TO "Y"
             CALL "SYSTEM" USING ws-latch-command
             IF RETURN-CODE IS EQUAL TO 0
                MOVE "Y" TO ws-latched
             ELSE
                ADD 1 TO ws-latch-tries
                IF ws-latch-tries IS GREATER THAN ws-latch-limit
                   DISPLAY "SOLUTN3: STALE SEGMENT LATCH TAKEN OVER"
                   MOVE "Y" TO ws-latched
                ELSE
                   CALL "SYSTEM" USING ws-latch-wait-command
                END-IF
             END-IF
          END-PERFORM.

       RELEASE-SEGMENT-LATCH.
          CALL "SYSTEM" USING ws-unlatch-command.

      * Rewrites the whole segment file from the table -- the same
      * full-file rewrite maintthresholds.cbl uses, LINE SEQUENTIAL
      * having no keyed update.
             MOVE WS-S-HIGH(SEG-IDX) TO PS-HIGH
             MOVE WS-S-STATUS(SEG-IDX) TO PS-STATUS
             MOVE WS-S-RESULT(SEG-IDX) TO PS-RESULT
             MOVE WS-S-RUN-ID(SEG-IDX) TO PS-RUN-ID
             MOVE WS-S-LEASE-UNTIL(SEG-IDX) TO PS-LEASE-UNTIL
             WRITE SEGMENT-RECORD
          END-PERFORM.
          CLOSE SEGMENT-FILE.
      * from "broke".  A lock left behind by a crashed run is
      * force-released through runlockmaint.cbl.
       ACQUIRE-RUN-LOCK.
          IF ws-partitioned IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          MOVE "ACQUIRE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.
          END-IF.

       RELEASE-RUN-LOCK.
          IF ws-partitioned IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          MOVE "RELEASE" TO ws-lock-action.
          CALL 'runlock' USING ws-lock-program-id, ws-lock-action,
             ws-lock-result.
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
          MOVE "SOLUTN3" TO RH-PROGRAM-ID.
          MOVE ws-run-date TO RH-RUN-DATE.
          MOVE ws-backfill TO RH-BACKFILL.
          MOVE n TO RH-THRESHOLD.
          MOVE soln TO RH-RESULT.
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

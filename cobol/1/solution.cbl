                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FST-STATUS.
             SELECT DETAIL-FILE
                ASSIGN TO WS-DETAIL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DTL-STATUS.
             SELECT OPS-LOG-FILE
                05 SG-STATUS         PIC X(4).
                05 SG-FILLER4        PIC X.
                05 SG-SUBTOTAL       PIC 9(18).
                05 SG-FILLER5        PIC X.
                05 SG-RUN-ID         PIC 9(9).
                05 SG-FILLER6        PIC X.
                05 SG-LEASE-UNTIL    PIC 9(14).
          FD DETAIL-FILE.
      * Detail rows carry no date or backfill marker of their own:
      * the file is rewritten (or segment-extended) per run, so its
      * record; multmerge.cbl later combines the segments into the
      * final soln.  With no segment file the original whole-range
      * run is unchanged.
      *
      * Several invocations may work the file at once.  A worker
      * claims the first PEND segment by stamping it INFL (in
      * flight) with its run id and a lease expiry
      * (SG-LEASE-UNTIL, YYYYMMDDHHMMSS from leaseclock.cbl; the
      * lease length is control entry SOLUTN1, MODE LEAS, in
      * minutes), and every read-and-rewrite pass over the file runs
      * under a latch (mult_segments.latch), the runlock.cbl idiom,
      * so two workers can never claim the same segment.  A claim
      * whose lease has run out -- its worker crashed or overran --
      * goes back to PEND at the next claim pass with a LEASE
      * EXPIRED alert.  The worker writes its detail rows to a
      * scratch file of its own and appends them to mult_detail.dat
      * only when it completes, still holding the claim; a worker
      * that finds its claim gone at completion discards its work.
      * The program run lock is a whole-range run's alone -- the
      * lease does that job for a partitioned worker.
             01 ws-seg-status PIC XX.
             01 ws-seg-eof PIC X VALUE "N".
             01 ws-partitioned PIC X VALUE "N".
             01 ws-seg-picked USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-claim-seg-id PIC 9(4) VALUE 0.
             01 ws-live-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-live-count-disp PIC 9(4).
             01 ws-lease-minutes PIC 9(4) VALUE 60.
             01 ws-lease-now PIC 9(14).
             01 ws-lease-until PIC 9(14).
             01 WS-DETAIL-PATH PIC X(60)
                VALUE "cobol/data/mult_detail.dat".
             01 ws-seg-command PIC X(200).
             01 ws-latched PIC X.
             01 ws-latch-tries USAGE BINARY-LONG UNSIGNED.
             01 ws-latch-limit USAGE BINARY-LONG UNSIGNED VALUE 30.
             01 ws-latch-command PIC X(60) VALUE
                "mkdir cobol/data/mult_segments.latch 2>/dev/null".
             01 ws-unlatch-command PIC X(60) VALUE
                "rmdir cobol/data/mult_segments.latch 2>/dev/null".
             01 ws-latch-wait-command PIC X(60) VALUE "sleep 1".
             01 ws-seg-start USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-seg-end USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-done-count USAGE BINARY-LONG UNSIGNED VALUE 0.
                   10 WS-S-END            PIC 9(9).
                   10 WS-S-STATUS         PIC X(4).
                   10 WS-S-SUBTOTAL       PIC 9(18).
                   10 WS-S-RUN-ID         PIC 9(9).
                   10 WS-S-LEASE-UNTIL    PIC 9(14).
             01 ws-dtl-status PIC XX.
             01 ws-ops-status PIC XX.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-rh-checksum PIC 9(30) USAGE COMP-3.
             01 ws-rh-chain PIC 9(18) VALUE 0.
             01 ws-chain-action PIC X(8).
             01 ws-start-time USAGE BINARY-LONG UNSIGNED.
             01 ws-end-time USAGE BINARY-LONG UNSIGNED.
             01 ws-elapsed-seconds USAGE BINARY-LONG UNSIGNED.
          ACCEPT ws-start-time FROM TIME.
          PERFORM KNOWN-ANSWER-SELF-TEST.
          PERFORM LOAD-AS-OF-DATE.
          PERFORM PROBE-SEGMENTS.
          PERFORM ACQUIRE-RUN-LOCK.
          PERFORM ISSUE-RUN-ID.
          PERFORM LOAD-THRESHOLD.
          PERFORM CLAIM-SEGMENT.
          PERFORM LOAD-FAST-MODE.
          IF ws-fast-mode IS EQUAL TO "Y"
             PERFORM RUN-FAST-MODE
          END-IF.
          IF ws-partitioned IS EQUAL TO "Y"
             AND ws-seg-picked IS EQUAL TO 0
      * No PEND segment: either every segment is DONE and
      * multmerge.cbl can combine the subtotals into the final soln,
      * or the rest are still in flight under other workers' leases.
             IF ws-live-count IS GREATER THAN 0
                MOVE ws-live-count TO ws-live-count-disp
                DISPLAY "SOLUTN1: NO PEND SEGMENT, "
                   ws-live-count-disp " STILL IN FLIGHT"
             ELSE
                DISPLAY "SOLUTN1: ALL SEGMENTS DONE, RUN MULTMERGE"
             END-IF
             PERFORM RELEASE-RUN-LOCK
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO DETAIL-RECORD.
      * A partitioned worker's rows go to its own scratch file
      * (mult_detail_seg_<id>.tmp); COMPLETE-SEGMENT appends them to
      * the shared detail extent under the latch, so workers running
      * side by side never interleave writes in mult_detail.dat.  A
      * worker that dies mid-range leaves only its scratch file,
      * overwritten when the segment is claimed again.
          IF ws-partitioned IS EQUAL TO "Y"
             MOVE SPACES TO WS-DETAIL-PATH
             STRING "cobol/data/mult_detail_seg_" ws-claim-seg-id
                ".tmp" DELIMITED BY SIZE INTO WS-DETAIL-PATH
          END-IF.
          OPEN OUTPUT DETAIL-FILE.
          IF ws-dtl-status IS NOT EQUAL TO "00"
      * Fatal: without the detail file there's nothing to report, so
      * stop now with a distinct return code instead of a STOP RUN
             ADD 1 TO ws-detail-count
          END-PERFORM.
          CLOSE DETAIL-FILE.
          IF ws-partitioned IS EQUAL TO "Y"
             PERFORM COMPLETE-SEGMENT
          END-IF.
      * Control-ledger row for ledgerbalance.cbl to re-count
      * against.  The balancer re-counts the whole file against the
      * latest claim, and in partitioned mode the detail file is
      * extended segment by segment -- so the claim has to be
      * cumulative, the same stance SOLUTN2 takes on its own
      * EXTENDed ledgers: every DONE segment contributes one row per
      * number in its range, including the segment just finished.
      * The claim is logged and the segment file rewritten before
      * the latch is let go, so claims land in the order the detail
      * extent grew.
          IF ws-partitioned IS EQUAL TO "Y"
             MOVE 0 TO ws-detail-count
             PERFORM VARYING SEG-IDX FROM 1 BY 1
                UNTIL SEG-IDX IS GREATER THAN WS-SEG-COUNT
          END-IF.
          MOVE "mult_detail.dat" TO ws-ledger-name.
          CALL 'ledgerlog' USING ws-ledger-name, ws-detail-count.
          IF ws-partitioned IS EQUAL TO "Y"
             PERFORM REWRITE-SEGMENT-FILE
             PERFORM RELEASE-SEGMENT-LATCH
          END-IF.
          ACCEPT ws-end-time FROM TIME.
          PERFORM WRITE-OPS-LOG.
      * The retained history gets one segment for the whole range
      * from multmerge.cbl once every sub-range is in -- a per-
      * segment subtotal is not a final SOLUTN1 answer.
          IF ws-partitioned IS EQUAL TO "N"
             PERFORM WRITE-RESULTS-HISTORY
             PERFORM WRITE-RESULTS-HISTORY-INDEX
          END-IF.
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
      * and stamp it INFL with this run's id and lease.  A failure
      * therefore costs one segment, not the whole range: the
      * segment comes back to PEND when its lease runs out and the
      * next worker picks it up.
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
             DISPLAY "SOLUTN1: SEGMENT " ws-claim-seg-id
                " CLAIMED, LEASE UNTIL " ws-lease-until
          END-IF.
          PERFORM REWRITE-SEGMENT-FILE.
          PERFORM RELEASE-SEGMENT-LATCH.

      * A claim whose lease has run out goes back to PEND -- its
      * worker is gone or has overrun, and either way the segment
      * must be worked again.  The alert carries the segment id and
      * the run id that held it.
       EXPIRE-LEASES.
          PERFORM VARYING SEG-IDX FROM 1 BY 1
             UNTIL SEG-IDX IS GREATER THAN WS-SEG-COUNT
             IF WS-S-STATUS(SEG-IDX) IS EQUAL TO "INFL"
                AND WS-S-LEASE-UNTIL(SEG-IDX) IS LESS THAN
                   ws-lease-now
                DISPLAY "SOLUTN1: SEGMENT " WS-S-SEG-ID(SEG-IDX)
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

      * The completion pass, under the latch until the segment file
      * has been rewritten: re-read the file (other workers have been
      * at it since the claim) and make sure the claim is still this
      * run's.  If it is, the scratch rows join the detail extent --
      * as its first rows when no segment is DONE yet -- and the
      * segment goes DONE with its subtotal.  If the lease ran out
      * and another worker took the segment, this run's work is
      * discarded and the step ends non-zero.
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
                WS-DETAIL-PATH DELIMITED BY SPACE
                INTO ws-seg-command
             CALL "SYSTEM" USING ws-seg-command
             DISPLAY "SOLUTN1: SEGMENT " ws-claim-seg-id
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
          IF ws-done-count IS EQUAL TO 0
             STRING "mv " DELIMITED BY SIZE
                WS-DETAIL-PATH DELIMITED BY SPACE
                " cobol/data/mult_detail.dat" DELIMITED BY SIZE
                INTO ws-seg-command
          ELSE
             STRING "cat " DELIMITED BY SIZE
                WS-DETAIL-PATH DELIMITED BY SPACE
                " >> cobol/data/mult_detail.dat; rm -f "
                DELIMITED BY SIZE
                WS-DETAIL-PATH DELIMITED BY SPACE
                INTO ws-seg-command
          END-IF.
          CALL "SYSTEM" USING ws-seg-command.
          MOVE "DONE" TO WS-S-STATUS(ws-seg-picked).
          MOVE soln TO WS-S-SUBTOTAL(ws-seg-picked).
          MOVE 0 TO WS-S-LEASE-UNTIL(ws-seg-picked).

      * Reads the segment control file into WS-SEG-TABLE, counting
      * the DONE segments.
       LOAD-SEGMENTS.
          MOVE 0 TO WS-SEG-COUNT.
          MOVE 0 TO ws-done-count.
          MOVE "N" TO ws-seg-eof.
          OPEN INPUT SEGMENT-FILE.
          IF ws-seg-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-seg-eof IS EQUAL TO "Y"
             READ SEGMENT-FILE
                AT END
                      DISPLAY "SOLUTN1: SEGMENT FILE EXCEEDS "
                         "MAXIMUM OF 50 SEGMENTS"
                      CLOSE SEGMENT-FILE
                      PERFORM RELEASE-SEGMENT-LATCH
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   MOVE SG-STATUS TO WS-S-STATUS(WS-SEG-COUNT)
                   MOVE SG-SUBTOTAL TO
                      WS-S-SUBTOTAL(WS-SEG-COUNT)
      * Records from before leases existed end at the subtotal.
                   IF SG-RUN-ID IS NUMERIC
                      MOVE SG-RUN-ID TO WS-S-RUN-ID(WS-SEG-COUNT)
                   ELSE
                      MOVE 0 TO WS-S-RUN-ID(WS-SEG-COUNT)
                   END-IF
                   IF SG-LEASE-UNTIL IS NUMERIC
                      MOVE SG-LEASE-UNTIL TO
                         WS-S-LEASE-UNTIL(WS-SEG-COUNT)
                   ELSE
                      MOVE 0 TO WS-S-LEASE-UNTIL(WS-SEG-COUNT)
                   END-IF
                   IF SG-STATUS IS EQUAL TO "DONE"
                      ADD 1 TO ws-done-count
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SEGMENT-FILE.

      * Lease length in minutes (control entry SOLUTN1, MODE LEAS);
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
                      IF CTL-PROGRAM-ID IS EQUAL TO "SOLUTN1"
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
                   DISPLAY "SOLUTN1: STALE SEGMENT LATCH TAKEN OVER"
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
             MOVE WS-S-END(SEG-IDX) TO SG-END
             MOVE WS-S-STATUS(SEG-IDX) TO SG-STATUS
             MOVE WS-S-SUBTOTAL(SEG-IDX) TO SG-SUBTOTAL
             MOVE WS-S-RUN-ID(SEG-IDX) TO SG-RUN-ID
             MOVE WS-S-LEASE-UNTIL(SEG-IDX) TO SG-LEASE-UNTIL
             WRITE SEGMENT-RECORD
          END-PERFORM.
          CLOSE SEGMENT-FILE.
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
          MOVE "SOLUTN1" TO RH-PROGRAM-ID.
          MOVE ws-run-date TO RH-RUN-DATE.
      * run, as before), so an analyst -- and driftcheck.cbl's
      * grouping -- can tell which arithmetic produced the figure.
          MOVE ws-divisor-stamp TO RH-DIVISOR-SET.
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

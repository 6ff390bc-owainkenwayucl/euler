      * verification failure is reported and ends non-zero with
      * nothing retained: a maximum taken across a gap is not an
      * answer.
      *
      * The workers lease their segments (INFL, with the claiming
      * run id and a lease expiry), so the segment file is read
      * under the workers' own pf_segments.latch, and a segment
      * whose lease is still live means a worker may yet write to
      * it: the merge lists those, refuses outright (RC 12, nothing
      * retained) and should simply be run again later.  A lapsed
      * lease is just a segment not DONE, a verification error.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                05 PS-STATUS         PIC X(4).
                05 PS-FILLER4        PIC X.
                05 PS-RESULT         PIC 9(30).
                05 PS-FILLER5        PIC X.
                05 PS-RUN-ID         PIC 9(9).
                05 PS-FILLER6        PIC X.
                05 PS-LEASE-UNTIL    PIC 9(14).
          FD RESULTS-HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD RESULTS-HISTORY-INDEX-FILE.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-backfill PIC X VALUE SPACE.
             01 ws-rh-checksum PIC 9(30) USAGE COMP-3.
             01 ws-rh-chain PIC 9(18) VALUE 0.
             01 ws-chain-action PIC X(8).
             01 ws-error-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-error-count-disp PIC 9(9).
             01 ws-seg-count-disp PIC 9(4).
             01 ws-soln-disp PIC 9(30).
             01 ws-runctl-action PIC X(8).
             01 ws-run-id PIC 9(9) VALUE 0.
             01 ws-live-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-live-count-disp PIC 9(4).
             01 ws-lease-minutes PIC 9(4) VALUE 0.
             01 ws-lease-now PIC 9(14).
             01 ws-lease-until PIC 9(14).
             01 ws-latched PIC X.
             01 ws-latch-tries USAGE BINARY-LONG UNSIGNED.
             01 ws-latch-limit USAGE BINARY-LONG UNSIGNED VALUE 30.
             01 ws-latch-command PIC X(60) VALUE
                "mkdir cobol/data/pf_segments.latch 2>/dev/null".
             01 ws-unlatch-command PIC X(60) VALUE
                "rmdir cobol/data/pf_segments.latch 2>/dev/null".
             01 ws-latch-wait-command PIC X(60) VALUE "sleep 1".
             01 WS-SEG-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-SEG-TABLE.
                05 WS-SEG-ENTRY OCCURS 1 TO 50 TIMES
                   10 WS-S-HIGH           PIC 9(30).
                   10 WS-S-STATUS         PIC X(4).
                   10 WS-S-RESULT         PIC 9(30).
                   10 WS-S-RUN-ID         PIC 9(9).
                   10 WS-S-LEASE-UNTIL    PIC 9(14).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-SEGMENTS.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM CHECK-LEASES.
          IF ws-live-count IS GREATER THAN 0
             CLOSE REPORT-FILE
             MOVE ws-live-count TO ws-live-count-disp
             DISPLAY "PFMERGE: " ws-live-count-disp
                " LEASE(S) STILL LIVE, NOT MERGING"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM VERIFY-SEGMENTS.
          IF ws-error-count IS GREATER THAN 0
             PERFORM WRITE-SUMMARY
          END-IF.

       LOAD-SEGMENTS.
          PERFORM TAKE-SEGMENT-LATCH.
          OPEN INPUT SEGMENT-FILE.
          IF ws-seg-status IS NOT EQUAL TO "00"
             PERFORM RELEASE-SEGMENT-LATCH
             DISPLAY "PFMERGE: NO SEGMENT FILE, NOTHING TO MERGE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
                      MOVE PS-LOW TO WS-S-LOW(WS-SEG-COUNT)
                      MOVE PS-HIGH TO WS-S-HIGH(WS-SEG-COUNT)
                      MOVE PS-STATUS TO WS-S-STATUS(WS-SEG-COUNT)
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
                      MOVE PS-RESULT TO WS-S-RESULT(WS-SEG-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SEGMENT-FILE.
          PERFORM RELEASE-SEGMENT-LATCH.

      * Every INFL segment whose lease has not yet run out is a
      * worker that may still complete it -- one report line each.
       CHECK-LEASES.
          MOVE 0 TO ws-live-count.
          CALL 'leaseclock' USING ws-lease-minutes, ws-lease-now,
             ws-lease-until.
          PERFORM VARYING SEG-IDX FROM 1 BY 1
             UNTIL SEG-IDX IS GREATER THAN WS-SEG-COUNT
             IF WS-S-STATUS(SEG-IDX) IS EQUAL TO "INFL"
                AND WS-S-LEASE-UNTIL(SEG-IDX) IS NOT LESS THAN
                   ws-lease-now
                ADD 1 TO ws-live-count
                MOVE SPACES TO REPORT-RECORD
                STRING "SEGMENT " WS-S-SEG-ID(SEG-IDX)
                   " IN FLIGHT UNDER RUN-ID " WS-S-RUN-ID(SEG-IDX)
                   ", LEASE UNTIL " WS-S-LEASE-UNTIL(SEG-IDX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
             END-IF
          END-PERFORM.

      * Taken the way the workers take it (runlock.cbl's pattern):
      * a directory only one caller can create, a stale one taken
      * over after ws-latch-limit tries.
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
                   MOVE "Y" TO ws-latched
                ELSE
                   CALL "SYSTEM" USING ws-latch-wait-command
                END-IF
             END-IF
          END-PERFORM.

       RELEASE-SEGMENT-LATCH.
          CALL "SYSTEM" USING ws-unlatch-command.

      * The descending scan's range is [2, floor(SQRT(n))+1] and the
      * segment records are kept in descending range order (ops
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

       WRITE-RESULTS-HISTORY-INDEX.
          MOVE SPACES TO RESULT-HISTORY-INDEX-RECORD.

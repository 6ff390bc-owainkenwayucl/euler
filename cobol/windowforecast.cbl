      * can alert ops before launching, not after.  The queued volume
      * in prime_candidates.dat is reported alongside, since the
      * candidate-driven batch steps scale with it.
      *
      * Tonight's schedule decides what is priced: a solution
      * program whose schedule row is held or whose frequency
      * doesn't fall tonight is shown NOT-DUE and adds nothing, and
      * every step that runs on fewer nights than every one (WKLY, a
      * weekday, MEND, QEND, FBDM -- resolved by calfreq.cbl exactly
      * as nightly.cbl will resolve it) is listed as DUE or NOT-DUE,
      * a due one priced at its average elapsed seconds over the
      * nights it ran in nightly_step_history.dat.  Month-end is the
      * night the window is most likely to blow; the forecast now
      * sees it coming.
      *
      * An approved future-dated change (SCHEDULD in
      * threshold_pending.dat) due on or before the forecast date is
      * priced as tonight's threshold: thresholdactivate.cbl applies
      * it at the very start of the chain, so the file as it stands
      * now is not what the solution steps will run with.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             SELECT CTL-FILE ASSIGN TO "cobol/data/thresholds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
             SELECT PENDING-FILE
                ASSIGN TO "cobol/data/threshold_pending.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PND-STATUS.
             SELECT MODE-SWITCH-FILE
                ASSIGN TO "cobol/data/pf_mode_switch.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                ASSIGN TO "cobol/data/prime_candidates.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAN-STATUS.
             SELECT SCHEDULE-FILE
                ASSIGN TO "cobol/data/nightly_schedule.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCH-STATUS.
             SELECT STEP-HISTORY-FILE
                ASSIGN TO "cobol/data/nightly_step_history.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHI-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/forecast_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 BW-WINDOW-END       PIC 9(6).
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD PENDING-FILE.
             COPY "thrpendrec.cpy".
          FD MODE-SWITCH-FILE.
             01 MODE-SWITCH-RECORD     PIC X(4).
          FD OPS-LOG-FILE.
          FD CANDIDATE-FILE.
             01 CANDIDATE-IN-RECORD.
                05 CI-N                PIC 9(30).
          FD SCHEDULE-FILE.
             COPY "schedrec.cpy".
          FD STEP-HISTORY-FILE.
             COPY "stephistrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD          PIC X(100).
      * Machine-readable copy of each projection, one row per
             01 ws-can-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-fhi-status PIC XX.
             01 ws-sch-status PIC XX.
             01 ws-shi-status PIC XX.
             01 ws-sch-eof PIC X VALUE "N".
             01 ws-shi-eof PIC X VALUE "N".
             01 ws-freq-date PIC 9(8).
             01 ws-freq-due PIC X.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-pnd-status PIC XX.
             01 ws-pnd-eof PIC X VALUE "N".
             01 ws-effective-disp PIC 9(8).
             01 ws-ops-eof PIC X VALUE "N".
             01 ws-rh-eof PIC X VALUE "N".
             01 ws-can-eof PIC X VALUE "N".
                   10 WS-MATCH-COUNT      USAGE BINARY-LONG UNSIGNED.
                   10 WS-ALL-SUM          USAGE BINARY-LONG UNSIGNED.
                   10 WS-ALL-COUNT        USAGE BINARY-LONG UNSIGNED.
                   10 WS-PROG-DUE         PIC X.
                   10 WS-PROG-EFFECTIVE   PIC 9(8).
      * Scheduled steps that don't run every night: tonight's
      * verdict and their step-history elapsed accumulators.
             01 WS-STEP-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-STEP-TABLE.
                05 WS-STEP-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-STEP-COUNT
                      INDEXED BY STEP-IDX.
                   10 WS-ST-PROGRAM-ID    PIC X(8).
                   10 WS-ST-FREQUENCY     PIC X(4).
                   10 WS-ST-DUE           PIC X.
                   10 WS-ST-SUM           USAGE BINARY-LONG UNSIGNED.
                   10 WS-ST-COUNT         USAGE BINARY-LONG UNSIGNED.
      * results_history join table: the threshold each (program, run
      * date) ran at, so an ops-log row's elapsed seconds can be
      * attributed to a threshold.  Latest segment per date wins,
             MOVE 0 TO WS-MATCH-COUNT(PROG-IDX)
             MOVE 0 TO WS-ALL-SUM(PROG-IDX)
             MOVE 0 TO WS-ALL-COUNT(PROG-IDX)
             MOVE "Y" TO WS-PROG-DUE(PROG-IDX)
             MOVE 0 TO WS-PROG-EFFECTIVE(PROG-IDX)
          END-PERFORM.
          MOVE ws-run-date TO ws-freq-date.
          PERFORM LOAD-WINDOW.
          PERFORM LOAD-MODE-SWITCH.
          PERFORM LOAD-TONIGHT-THRESHOLDS.
          PERFORM FOLD-SCHEDULED-CHANGES.
          PERFORM LOAD-HISTORY-THRESHOLDS.
          PERFORM SCAN-OPS-LOG.
          PERFORM COUNT-CANDIDATES.
          PERFORM LOAD-SCHEDULE.
          PERFORM LOAD-STEP-HISTORY.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          MOVE SPACES TO FORECAST-HISTORY-RECORD.
             UNTIL PROG-IDX IS GREATER THAN WS-PROGRAM-COUNT
             PERFORM FORECAST-ONE-PROGRAM
          END-PERFORM.
          PERFORM VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX IS GREATER THAN WS-STEP-COUNT
             PERFORM FORECAST-ONE-STEP
          END-PERFORM.
          PERFORM WRITE-VERDICT.
          CLOSE FORECAST-HISTORY-FILE.
          CLOSE REPORT-FILE.
             END-IF
          END-PERFORM.

      * Overlays every approved change due by tonight on the
      * threshold just read; of two due for the same record the
      * later effective date wins, as it would in the activation.
       FOLD-SCHEDULED-CHANGES.
          OPEN INPUT PENDING-FILE.
          IF ws-pnd-status IS EQUAL TO "00"
             PERFORM UNTIL ws-pnd-eof IS EQUAL TO "Y"
                READ PENDING-FILE
                   AT END
                      MOVE "Y" TO ws-pnd-eof
                   NOT AT END
                      IF TP-STATUS IS EQUAL TO "SCHEDULD"
                         AND TP-EFFECTIVE-DATE IS NUMERIC
                         AND TP-EFFECTIVE-DATE IS NOT GREATER THAN
                         ws-run-date
                         PERFORM FOLD-ONE-SCHEDULED
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PENDING-FILE
          END-IF.

       FOLD-ONE-SCHEDULED.
          PERFORM VARYING PROG-IDX FROM 1 BY 1
             UNTIL PROG-IDX IS GREATER THAN WS-PROGRAM-COUNT
             IF TP-PROGRAM-ID IS EQUAL TO WS-PROG-ID(PROG-IDX)
                AND TP-EFFECTIVE-DATE IS NOT LESS THAN
                WS-PROG-EFFECTIVE(PROG-IDX)
                IF (PROG-IDX IS LESS THAN 3
                   AND TP-MODE IS EQUAL TO "PROD")
                   OR (PROG-IDX IS EQUAL TO 3
                   AND TP-MODE IS EQUAL TO ws-sol3-mode)
                   MOVE TP-NEW-THRESHOLD TO WS-TONIGHT-THR(PROG-IDX)
                   MOVE TP-EFFECTIVE-DATE TO
                      WS-PROG-EFFECTIVE(PROG-IDX)
                END-IF
             END-IF
          END-PERFORM.

      * Tables the threshold each retained run segment ran at, keyed
      * by program id plus run date, so SCAN-OPS-LOG can attribute an
      * elapsed time to a threshold.  Later segments for the same
             CLOSE CANDIDATE-FILE
          END-IF.

      * Reads tonight's schedule: a solution program's row sets
      * whether it runs tonight at all; every step that doesn't run
      * every night joins the step table with tonight's verdict.
      * No schedule means the solution programs are priced as always.
       LOAD-SCHEDULE.
          OPEN INPUT SCHEDULE-FILE.
          IF ws-sch-status IS EQUAL TO "00"
             PERFORM UNTIL ws-sch-eof IS EQUAL TO "Y"
                READ SCHEDULE-FILE
                   AT END
                      MOVE "Y" TO ws-sch-eof
                   NOT AT END
                      PERFORM FOLD-SCHEDULE-ROW
                END-READ
             END-PERFORM
             CLOSE SCHEDULE-FILE
          END-IF.

       FOLD-SCHEDULE-ROW.
          CALL 'calfreq' USING SCH-FREQUENCY, ws-freq-date,
             ws-freq-due.
          IF SCH-HOLD IS EQUAL TO "Y"
             MOVE "N" TO ws-freq-due
          END-IF.
          PERFORM VARYING PROG-IDX FROM 1 BY 1
             UNTIL PROG-IDX IS GREATER THAN WS-PROGRAM-COUNT
             IF SCH-PROGRAM-ID IS EQUAL TO WS-PROG-ID(PROG-IDX)
                MOVE ws-freq-due TO WS-PROG-DUE(PROG-IDX)
             END-IF
          END-PERFORM.
          IF SCH-FREQUENCY IS NOT EQUAL TO "DALY"
             AND WS-STEP-COUNT IS LESS THAN 50
             ADD 1 TO WS-STEP-COUNT
             MOVE SCH-PROGRAM-ID TO WS-ST-PROGRAM-ID(WS-STEP-COUNT)
             MOVE SCH-FREQUENCY TO WS-ST-FREQUENCY(WS-STEP-COUNT)
             MOVE ws-freq-due TO WS-ST-DUE(WS-STEP-COUNT)
             MOVE 0 TO WS-ST-SUM(WS-STEP-COUNT)
             MOVE 0 TO WS-ST-COUNT(WS-STEP-COUNT)
          END-IF.

      * Folds the elapsed seconds of every night a tabled step ran.
       LOAD-STEP-HISTORY.
          OPEN INPUT STEP-HISTORY-FILE.
          IF ws-shi-status IS EQUAL TO "00"
             PERFORM UNTIL ws-shi-eof IS EQUAL TO "Y"
                READ STEP-HISTORY-FILE
                   AT END
                      MOVE "Y" TO ws-shi-eof
                   NOT AT END
                      IF SH-STATUS IS EQUAL TO "PASS"
                         OR SH-STATUS IS EQUAL TO "FAIL"
                         PERFORM FOLD-STEP-HISTORY-ROW
                      END-IF
                END-READ
             END-PERFORM
             CLOSE STEP-HISTORY-FILE
          END-IF.

       FOLD-STEP-HISTORY-ROW.
          PERFORM VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX IS GREATER THAN WS-STEP-COUNT
             IF WS-ST-PROGRAM-ID(STEP-IDX) IS EQUAL TO SH-PROGRAM-ID
                ADD SH-ELAPSED-SECONDS TO WS-ST-SUM(STEP-IDX)
                ADD 1 TO WS-ST-COUNT(STEP-IDX)
             END-IF
          END-PERFORM.

      * One line per step that doesn't run every night; a due one
      * joins the projected total.
       FORECAST-ONE-STEP.
          MOVE SPACES TO REPORT-RECORD.
          IF WS-ST-DUE(STEP-IDX) IS NOT EQUAL TO "Y"
             STRING WS-ST-PROGRAM-ID(STEP-IDX) " "
                WS-ST-FREQUENCY(STEP-IDX) " NOT-DUE"
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF WS-ST-COUNT(STEP-IDX) IS GREATER THAN 0
             COMPUTE ws-avg = WS-ST-SUM(STEP-IDX)
                / WS-ST-COUNT(STEP-IDX)
             MOVE "HISTORY" TO ws-status-text
          ELSE
             MOVE 0 TO ws-avg
             MOVE "NO-HISTORY" TO ws-status-text
          END-IF.
          ADD ws-avg TO ws-projected-total.
          MOVE ws-avg TO ws-avg-disp.
          STRING WS-ST-PROGRAM-ID(STEP-IDX) " "
             WS-ST-FREQUENCY(STEP-IDX) " DUE PROJECTED " ws-avg-disp
             "S " ws-status-text DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * One forecast line per program: the same-threshold average
      * when history at tonight's threshold exists, else the overall
      * average flagged NO-HISTORY.  Either way the figure joins the
      * projected total.
       FORECAST-ONE-PROGRAM.
      * Not running tonight: shown, but priced at nothing and kept
      * out of the forecast history (there will be no actual to
      * compare it with).
          IF WS-PROG-DUE(PROG-IDX) IS NOT EQUAL TO "Y"
             MOVE SPACES TO REPORT-RECORD
             STRING WS-PROG-ID(PROG-IDX) " NOT-DUE"
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF WS-MATCH-COUNT(PROG-IDX) IS GREATER THAN 0
             COMPUTE ws-avg = WS-MATCH-SUM(PROG-IDX)
                / WS-MATCH-COUNT(PROG-IDX)
             " PROJECTED " ws-avg-disp "S " ws-status-text
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          IF WS-PROG-EFFECTIVE(PROG-IDX) IS GREATER THAN 0
             MOVE WS-PROG-EFFECTIVE(PROG-IDX) TO ws-effective-disp
             MOVE SPACES TO REPORT-RECORD
             STRING "  SCHEDULED CHANGE EFFECTIVE " ws-effective-disp
                " APPLIED AT CHAIN START" DELIMITED BY SIZE
                INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.
          MOVE SPACES TO FORECAST-HISTORY-RECORD.
          MOVE ws-run-date TO FH-RUN-DATE.
          MOVE WS-PROG-ID(PROG-IDX) TO FH-PROGRAM-ID.

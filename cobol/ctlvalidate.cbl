       AUTHOR. Owain Kenway.

      * Pre-chain validation for the thresholds control file and
      * the nightly schedule's declared dependencies and launch
      * conditions.
      * thresholds.dat is hand-editable and every solution program's
      * LOAD-THRESHOLD just takes the first matching record, so a
      * duplicate row, an unknown program id, a typo'd mode or a
      * threshold too big for SOLUTN1/SOLUTN2's BINARY-LONG n would
      * silently do the wrong thing at 1am.  This job checks every
      * CTL-RECORD, writes a validation report, and ends with return
      * code 8 on any error -- scheduled ahead of the solution steps
      * in nightly_schedule.dat with a max acceptable condition code
      * of 4, so nightly.cbl bypasses the solution steps rather than
      * launching them against a bad control file.
      *
      * Approved future-dated changes waiting in
      * threshold_pending.dat (SCHEDULD, see thrpendrec.cpy) are
      * checked too, against the same range rules and for a control
      * record to land on, so the night before one takes effect
      * already validates the thresholds it will run with.  A
      * problem there is reported as a WARNING and ends the step
      * RC 4 -- within CTLVALID's acceptable condition code, since
      * tonight's own thresholds are fine -- leaving a day to fix
      * it before thresholdactivate.cbl applies it.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/nightly_schedule.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCH-STATUS.
             SELECT PENDING-FILE
                ASSIGN TO "cobol/data/threshold_pending.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PND-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/ctl_validation_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
             COPY "ctlrec.cpy".
          FD SCHEDULE-FILE.
             COPY "schedrec.cpy".
          FD PENDING-FILE.
             COPY "thrpendrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD          PIC X(100).

             01 ws-rpt-status PIC XX.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-sch-eof PIC X VALUE "N".
             01 ws-pnd-status PIC XX.
             01 ws-pnd-eof PIC X VALUE "N".
             01 ws-warning-count USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-warning-count-disp PIC 9(9).
      * The record under check: a control record as read, or a
      * scheduled change as it will land (ws-chk-effective non-zero).
             01 ws-chk-program-id PIC X(8).
             01 ws-chk-mode PIC X(4).
             01 ws-chk-threshold PIC 9(18).
             01 ws-chk-effective PIC 9(8).
             01 ws-target-found PIC X.
             01 ws-prereq-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-step-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-prereq-seen PIC X.
                05 FILLER PIC X(8) VALUE "SOLUTN1".
                05 FILLER PIC X(8) VALUE "SOLUTN2".
                05 FILLER PIC X(8) VALUE "SOLUTN3".
                05 FILLER PIC X(8) VALUE "SOLUTN4".
                05 FILLER PIC X(8) VALUE "SOLUTN5".
                05 FILLER PIC X(8) VALUE "SOLUTN10".
                05 FILLER PIC X(8) VALUE "SIEVEGEN".
                05 FILLER PIC X(8) VALUE "PERFCLAS".
                05 FILLER PIC X(8) VALUE "TRIAGE".
                05 FILLER PIC X(8) VALUE "REJRECON".
                05 FILLER PIC X(8) VALUE "ALIQUOT".
                05 FILLER PIC X(8) VALUE "ALIQMAG".
                05 FILLER PIC X(8) VALUE "PRIMFACT".
                05 FILLER PIC X(8) VALUE "PRIMCERT".
                05 FILLER PIC X(8) VALUE "PISANO".
                05 FILLER PIC X(8) VALUE "GROWRPT".
                05 FILLER PIC X(8) VALUE "REQCOST".
             01 ws-known-id-table REDEFINES ws-known-ids.
                05 ws-known-id OCCURS 19 TIMES PIC X(8).
             01 ws-known-modes.
                05 FILLER PIC X(4) VALUE "PROD".
                05 FILLER PIC X(4) VALUE "TEST".
                05 FILLER PIC X(4) VALUE "ALRT".
                05 FILLER PIC X(4) VALUE "SAMP".
      * PRIMFACT's trial-division budget (largest trial divisor) and
      * its Pollard-rho iteration budget per polynomial constant;
      * PRIMCERT uses the same two for factoring N-1.
                05 FILLER PIC X(4) VALUE "TDIV".
                05 FILLER PIC X(4) VALUE "RHOI".
      * SOLUTN1 and SOLUTN3's segment lease length, in minutes.
                05 FILLER PIC X(4) VALUE "LEAS".
             01 ws-known-mode-table REDEFINES ws-known-modes.
                05 ws-known-mode OCCURS 7 TIMES PIC X(4).
             01 ws-scan-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-id-ok PIC X.
             01 ws-mode-ok PIC X.
      * can actually hold; SOLUTN3's n is PIC S9(30) COMP-3 but the
      * control field itself (PIC 9(18)) already bounds it.
             01 ws-binary-long-max PIC 9(18) VALUE 2147483647.
      * SOLUTN4's threshold is a digit count: two 15-digit factors
      * make a 30-digit product, the widest the search can hold.
             01 ws-palindrome-digits-max PIC 9(18) VALUE 15.
      * Every program id + mode seen so far, for the duplicate check:
      * LOAD-THRESHOLD takes the first match, so a duplicate means
      * one of the two records silently never applies.
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.
          PERFORM VALIDATE-SCHEDULED-CHANGES.
          PERFORM VALIDATE-SCHEDULE.
          PERFORM WRITE-SUMMARY.
          CLOSE REPORT-FILE.
          EVALUATE TRUE
             WHEN ws-error-count IS GREATER THAN 0
                DISPLAY "CTLVALIDATE: " ws-error-count " ERROR(S) IN "
                   "CONTROL FILE"
                MOVE 8 TO RETURN-CODE
             WHEN ws-warning-count IS GREATER THAN 0
                DISPLAY "CTLVALIDATE: CONTROL FILE CLEAN, "
                   ws-warning-count " WARNING(S) IN SCHEDULED "
                   "CHANGES"
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                DISPLAY "CTLVALIDATE: CONTROL FILE CLEAN"
                MOVE 0 TO RETURN-CODE
          END-EVALUATE.
       STOP RUN.

      * Applies every check to the CTL-RECORD just read; each failed
      * problems shows both.
       VALIDATE-ONE-RECORD.
          MOVE "Y" TO ws-record-valid.
          MOVE CTL-PROGRAM-ID TO ws-chk-program-id.
          MOVE CTL-MODE TO ws-chk-mode.
          MOVE 0 TO ws-chk-effective.
          MOVE "N" TO ws-id-ok.
          PERFORM VARYING ws-scan-idx FROM 1 BY 1
             UNTIL ws-scan-idx IS GREATER THAN 19
             IF CTL-PROGRAM-ID IS EQUAL TO ws-known-id(ws-scan-idx)
                MOVE "Y" TO ws-id-ok
             END-IF
          END-IF.
          MOVE "N" TO ws-mode-ok.
          PERFORM VARYING ws-scan-idx FROM 1 BY 1
             UNTIL ws-scan-idx IS GREATER THAN 7
             IF CTL-MODE IS EQUAL TO ws-known-mode(ws-scan-idx)
                MOVE "Y" TO ws-mode-ok
             END-IF
             PERFORM WRITE-ERROR-LINE
          END-IF.
          IF CTL-THRESHOLD IS NOT NUMERIC
             MOVE 0 TO ws-chk-threshold
             MOVE "THRESHOLD NOT NUMERIC" TO ws-reason
             ADD 1 TO ws-error-count
             PERFORM WRITE-ERROR-LINE
          ELSE
             MOVE CTL-THRESHOLD TO ws-chk-threshold
             PERFORM VALIDATE-THRESHOLD-RANGE
          END-IF.
          PERFORM CHECK-DUPLICATE.

      * The per-program range rules, on ws-chk-threshold: an error
      * for a control record, a warning for a scheduled change.
       VALIDATE-THRESHOLD-RANGE.
          IF (ws-chk-program-id IS EQUAL TO "SOLUTN1"
             OR ws-chk-program-id IS EQUAL TO "SOLUTN2")
             AND ws-chk-mode IS NOT EQUAL TO "ALRT"
             AND ws-chk-threshold IS GREATER THAN ws-binary-long-max
             MOVE "THRESHOLD EXCEEDS PROGRAM RANGE" TO ws-reason
             PERFORM RECORD-RANGE-FAILURE
          END-IF.
          IF ws-chk-program-id IS EQUAL TO "SOLUTN4"
             AND ws-chk-mode IS NOT EQUAL TO "ALRT"
             AND (ws-chk-threshold IS EQUAL TO 0
             OR ws-chk-threshold IS GREATER THAN
                ws-palindrome-digits-max)
             MOVE "THRESHOLD EXCEEDS PROGRAM RANGE" TO ws-reason
             PERFORM RECORD-RANGE-FAILURE
          END-IF.

       RECORD-RANGE-FAILURE.
          IF ws-chk-effective IS EQUAL TO 0
             ADD 1 TO ws-error-count
             PERFORM WRITE-ERROR-LINE
          ELSE
             ADD 1 TO ws-warning-count
             PERFORM WRITE-WARNING-LINE
          END-IF.

      * Every approved change still waiting for its effective date,
      * checked as the record it will become.  The control records
      * are all in WS-SEEN-TABLE by now, so a change with nothing to
      * land on -- its program id and mode since removed -- is
      * caught here rather than by thresholdactivate.cbl on the
      * night.
       VALIDATE-SCHEDULED-CHANGES.
          OPEN INPUT PENDING-FILE.
          IF ws-pnd-status IS EQUAL TO "00"
             PERFORM UNTIL ws-pnd-eof IS EQUAL TO "Y"
                READ PENDING-FILE
                   AT END
                      MOVE "Y" TO ws-pnd-eof
                   NOT AT END
                      IF TP-STATUS IS EQUAL TO "SCHEDULD"
                         AND TP-EFFECTIVE-DATE IS NUMERIC
                         PERFORM VALIDATE-ONE-SCHEDULED
                      END-IF
                END-READ
             END-PERFORM
             CLOSE PENDING-FILE
          END-IF.

       VALIDATE-ONE-SCHEDULED.
          MOVE TP-PROGRAM-ID TO ws-chk-program-id.
          MOVE TP-MODE TO ws-chk-mode.
          MOVE TP-NEW-THRESHOLD TO ws-chk-threshold.
          MOVE TP-EFFECTIVE-DATE TO ws-chk-effective.
          MOVE "N" TO ws-target-found.
          PERFORM VARYING SEEN-IDX FROM 1 BY 1
             UNTIL SEEN-IDX IS GREATER THAN WS-SEEN-COUNT
             IF WS-SEEN-ID(SEEN-IDX) IS EQUAL TO TP-PROGRAM-ID
                AND WS-SEEN-MODE(SEEN-IDX) IS EQUAL TO TP-MODE
                MOVE "Y" TO ws-target-found
             END-IF
          END-PERFORM.
          IF ws-target-found IS EQUAL TO "N"
             MOVE "NO CONTROL RECORD TO CHANGE" TO ws-reason
             ADD 1 TO ws-warning-count
             PERFORM WRITE-WARNING-LINE
          END-IF.
          PERFORM VALIDATE-THRESHOLD-RANGE.

      * LOAD-THRESHOLD takes the first program id + mode match, so a
      * second record for the same pair silently never applies --
      * flag it rather than leave ops believing their edit to the
                END-IF
             END-IF
          END-PERFORM.
          PERFORM VALIDATE-FREQUENCY.
          PERFORM VALIDATE-CONDITION.
          IF WS-STEP-COUNT IS LESS THAN 50
             ADD 1 TO WS-STEP-COUNT
             MOVE SCH-PROGRAM-ID TO WS-STEP-ID(WS-STEP-COUNT)
          END-IF.

      * The frequency codes calfreq.cbl resolves; anything else
      * would leave the step NOTDUE every night without a word.
       VALIDATE-FREQUENCY.
          EVALUATE SCH-FREQUENCY
             WHEN "DALY"
             WHEN "WKLY"
             WHEN "WSUN"
             WHEN "WMON"
             WHEN "WTUE"
             WHEN "WWED"
             WHEN "WTHU"
             WHEN "WFRI"
             WHEN "WSAT"
             WHEN "FBDM"
             WHEN "MEND"
             WHEN "QEND"
                CONTINUE
             WHEN OTHER
                ADD 1 TO ws-error-count
                MOVE SPACES TO REPORT-RECORD
                STRING "ERROR " SCH-PROGRAM-ID " FREQUENCY "
                   SCH-FREQUENCY " UNRECOGNIZED" DELIMITED BY SIZE
                   INTO REPORT-RECORD
                WRITE REPORT-RECORD
                DISPLAY "CTLVALIDATE: " SCH-PROGRAM-ID " FREQUENCY "
                   SCH-FREQUENCY " UNRECOGNIZED"
          END-EVALUATE.

      * A launch condition must be one nightly.cbl knows how to test:
      * a file test naming a file, or an RC comparison naming an
      * earlier step with a known operator and a numeric value --
      * an RC test on a step that isn't there would quietly skip
      * the step every night.
       VALIDATE-CONDITION.
          MOVE SPACES TO ws-reason.
          EVALUATE SCH-COND-TYPE
             WHEN SPACES
                CONTINUE
             WHEN "EXST"
             WHEN "NEMP"
                IF SCH-COND-TARGET IS EQUAL TO SPACES
                   MOVE "CONDITION NAMES NO FILE" TO ws-reason
                END-IF
             WHEN "RC"
                MOVE "N" TO ws-prereq-seen
                PERFORM VARYING ws-step-idx FROM 1 BY 1
                   UNTIL ws-step-idx IS GREATER THAN WS-STEP-COUNT
                   IF WS-STEP-ID(ws-step-idx) IS EQUAL TO
                      SCH-COND-TARGET
                      MOVE "Y" TO ws-prereq-seen
                   END-IF
                END-PERFORM
                EVALUATE TRUE
                   WHEN ws-prereq-seen IS EQUAL TO "N"
                      MOVE "CONDITION STEP NOT AN EARLIER STEP"
                         TO ws-reason
                   WHEN SCH-COND-OPERATOR IS NOT EQUAL TO "EQ"
                      AND SCH-COND-OPERATOR IS NOT EQUAL TO "NE"
                      AND SCH-COND-OPERATOR IS NOT EQUAL TO "GT"
                      AND SCH-COND-OPERATOR IS NOT EQUAL TO "GE"
                      AND SCH-COND-OPERATOR IS NOT EQUAL TO "LT"
                      AND SCH-COND-OPERATOR IS NOT EQUAL TO "LE"
                      MOVE "CONDITION OPERATOR UNRECOGNIZED"
                         TO ws-reason
                   WHEN SCH-COND-VALUE IS NOT NUMERIC
                      MOVE "CONDITION VALUE NOT NUMERIC" TO ws-reason
                END-EVALUATE
             WHEN OTHER
                MOVE "CONDITION TYPE UNRECOGNIZED" TO ws-reason
          END-EVALUATE.
          IF ws-reason IS NOT EQUAL TO SPACES
             ADD 1 TO ws-error-count
             MOVE SPACES TO REPORT-RECORD
             STRING "ERROR " SCH-PROGRAM-ID " " SCH-COND-TYPE " "
                SCH-COND-TARGET " " ws-reason DELIMITED BY SIZE
                INTO REPORT-RECORD
             WRITE REPORT-RECORD
             DISPLAY "CTLVALIDATE: " SCH-PROGRAM-ID " " ws-reason
          END-IF.

       WRITE-ERROR-LINE.
          MOVE SPACES TO REPORT-RECORD.
          STRING "ERROR " CTL-PROGRAM-ID " " CTL-MODE " "
          DISPLAY "CTLVALIDATE: " CTL-PROGRAM-ID " " CTL-MODE " "
             ws-reason.

       WRITE-WARNING-LINE.
          MOVE SPACES TO REPORT-RECORD.
          STRING "WARNING " ws-chk-program-id " " ws-chk-mode " "
             ws-chk-threshold " EFFECTIVE " ws-chk-effective " "
             ws-reason DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          DISPLAY "CTLVALIDATE: SCHEDULED " ws-chk-program-id " "
             ws-chk-mode " EFFECTIVE " ws-chk-effective " "
             ws-reason.

       WRITE-SUMMARY.
          MOVE ws-record-count TO ws-record-count-disp.
          MOVE ws-error-count TO ws-error-count-disp.
          MOVE ws-warning-count TO ws-warning-count-disp.
          MOVE SPACES TO REPORT-RECORD.
          STRING "CTLVALIDATE: " ws-record-count-disp " RECORD(S), "
             ws-error-count-disp " ERROR(S), " ws-warning-count-disp
             " WARNING(S)" DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      *    MISSED  -- a processing date on or before today with no
      *               ops-log row for one of the solution programs;
      *    UNEXPECTED -- a run that happened on a date the calendar
      *               says was a holiday or outage;
      *    MISSED STEP -- a scheduled step that runs on fewer nights
      *               than every one (WKLY, a weekday, or a calendar
      *               code such as MEND) whose frequency fell on a
      *               calendar date on or before today, with no run of
      *               it that night in nightly_step_history.dat.
      *               calfreq.cbl decides which dates were due, as it
      *               does for nightly.cbl itself.  Dates before the
      *               step history's first row predate the history
      *               and aren't judged.  Only those steps' runs
      *               inside the calendar's span are tabled; more of
      *               them than the table holds is reported as a STEP
      *               HISTORY OVERFLOW line in place of the step
      *               checks, never judged from a part of the history.
      *
      * Ends with a non-zero return code when anything is flagged, so
      * the morning schedule surfaces a silent miss as a hard
                ASSIGN TO "cobol/data/ops_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPS-STATUS.
             SELECT SCHEDULE-FILE
                ASSIGN TO "cobol/data/nightly_schedule.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCH-STATUS.
             SELECT STEP-HISTORY-FILE
                ASSIGN TO "cobol/data/nightly_step_history.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SHI-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/missed_run_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 CAL-TYPE            PIC X(4).
          FD OPS-LOG-FILE.
             COPY "opslogrec.cpy".
          FD SCHEDULE-FILE.
             COPY "schedrec.cpy".
          FD STEP-HISTORY-FILE.
             COPY "stephistrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD          PIC X(80).

             01 ws-cal-status PIC XX.
             01 ws-ops-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-sch-status PIC XX.
             01 ws-shi-status PIC XX.
             01 ws-sch-eof PIC X VALUE "N".
             01 ws-shi-eof PIC X VALUE "N".
             01 ws-cal-eof PIC X VALUE "N".
             01 ws-ops-eof PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
                   10 WS-C-TYPE           PIC X(4).
                   10 WS-C-FOUND          PIC X OCCURS 3 TIMES.
                   10 WS-C-ANY-RUN        PIC X.
      * Scheduled steps that don't run every night, and the nights
      * each of them actually ran (PASS or FAIL in the step history;
      * a held, skipped or bypassed step didn't run).
             01 WS-STEP-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-STEP-TABLE.
                05 WS-STEP-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-STEP-COUNT
                      INDEXED BY STEP-IDX.
                   10 WS-ST-PROGRAM-ID    PIC X(8).
                   10 WS-ST-FREQUENCY     PIC X(4).
             01 WS-RAN-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-RAN-TABLE.
                05 WS-RAN-ENTRY OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WS-RAN-COUNT
                      INDEXED BY RAN-IDX.
                   10 WS-R-PROGRAM-ID     PIC X(8).
                   10 WS-R-RUN-DATE       PIC 9(8).
             01 ws-history-start PIC 9(8) VALUE 0.
             01 ws-window-start PIC 9(8) VALUE 0.
             01 ws-ran-overflow PIC X VALUE "N".
             01 ws-ran-listed PIC X.
             01 ws-freq-date PIC 9(8).
             01 ws-freq-due PIC X.
             01 ws-step-ran PIC X.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE "SOLUTN3" TO WS-PROG-ID(3).
          PERFORM LOAD-CALENDAR.
          PERFORM SCAN-OPS-LOG.
          PERFORM LOAD-SCHEDULE.
          PERFORM LOAD-STEP-HISTORY.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM WRITE-HEADER.
          IF ws-ran-overflow IS EQUAL TO "Y"
             PERFORM WRITE-OVERFLOW-LINE
          END-IF.
          PERFORM VARYING CAL-IDX FROM 1 BY 1
             UNTIL CAL-IDX IS GREATER THAN WS-CAL-COUNT
             PERFORM CHECK-ONE-DATE
             PERFORM CHECK-STEPS-ONE-DATE
          END-PERFORM.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
                      ADD 1 TO WS-CAL-COUNT
                      MOVE CAL-DATE TO WS-C-DATE(WS-CAL-COUNT)
                      MOVE CAL-TYPE TO WS-C-TYPE(WS-CAL-COUNT)
                      IF ws-window-start IS EQUAL TO 0
                         OR CAL-DATE IS LESS THAN ws-window-start
                         MOVE CAL-DATE TO ws-window-start
                      END-IF
                      MOVE "N" TO WS-C-FOUND(WS-CAL-COUNT, 1)
                      MOVE "N" TO WS-C-FOUND(WS-CAL-COUNT, 2)
                      MOVE "N" TO WS-C-FOUND(WS-CAL-COUNT, 3)
             END-IF
          END-IF.

      * The steps that don't run every night.  Held steps are left
      * out -- ops parked them on purpose.  No schedule, no steps to
      * judge.
       LOAD-SCHEDULE.
          OPEN INPUT SCHEDULE-FILE.
          IF ws-sch-status IS EQUAL TO "00"
             PERFORM UNTIL ws-sch-eof IS EQUAL TO "Y"
                READ SCHEDULE-FILE
                   AT END
                      MOVE "Y" TO ws-sch-eof
                   NOT AT END
                      IF SCH-FREQUENCY IS NOT EQUAL TO "DALY"
                         AND SCH-HOLD IS NOT EQUAL TO "Y"
                         AND WS-STEP-COUNT IS LESS THAN 50
                         ADD 1 TO WS-STEP-COUNT
                         MOVE SCH-PROGRAM-ID TO
                            WS-ST-PROGRAM-ID(WS-STEP-COUNT)
                         MOVE SCH-FREQUENCY TO
                            WS-ST-FREQUENCY(WS-STEP-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SCHEDULE-FILE
          END-IF.

      * Tables every night one of those steps ran between the
      * calendar's first date and today, and notes where the history
      * starts.  The history holds every step's rows, nightly ones
      * included, so anything else would fill the table with rows
      * no check reads.  An absent history means no step can be
      * judged yet (ws-history-start stays 0).
       LOAD-STEP-HISTORY.
          OPEN INPUT STEP-HISTORY-FILE.
          IF ws-shi-status IS EQUAL TO "00"
             PERFORM UNTIL ws-shi-eof IS EQUAL TO "Y"
                READ STEP-HISTORY-FILE
                   AT END
                      MOVE "Y" TO ws-shi-eof
                   NOT AT END
                      IF ws-history-start IS EQUAL TO 0
                         OR SH-RUN-DATE IS LESS THAN ws-history-start
                         MOVE SH-RUN-DATE TO ws-history-start
                      END-IF
                      IF (SH-STATUS IS EQUAL TO "PASS"
                         OR SH-STATUS IS EQUAL TO "FAIL")
                         AND SH-RUN-DATE IS NOT LESS THAN
                         ws-window-start
                         AND SH-RUN-DATE IS NOT GREATER THAN
                         ws-run-date
                         PERFORM TABLE-ONE-RUN
                      END-IF
                END-READ
             END-PERFORM
             CLOSE STEP-HISTORY-FILE
          END-IF.

      * A run of a step LOAD-SCHEDULE listed.  One the table has no
      * room for marks the history overflowed.
       TABLE-ONE-RUN.
          MOVE "N" TO ws-ran-listed.
          PERFORM VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX IS GREATER THAN WS-STEP-COUNT
             IF WS-ST-PROGRAM-ID(STEP-IDX) IS EQUAL TO SH-PROGRAM-ID
                MOVE "Y" TO ws-ran-listed
                EXIT PERFORM
             END-IF
          END-PERFORM.
          IF ws-ran-listed IS NOT EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          IF WS-RAN-COUNT IS EQUAL TO 2000
             MOVE "Y" TO ws-ran-overflow
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-RAN-COUNT.
          MOVE SH-PROGRAM-ID TO WS-R-PROGRAM-ID(WS-RAN-COUNT).
          MOVE SH-RUN-DATE TO WS-R-RUN-DATE(WS-RAN-COUNT).

      * One calendar date against every step that doesn't run
      * nightly: due that date (by calfreq.cbl) and no run of it that
      * night is a MISSED STEP line.  Not judged at all when the
      * step history overflowed its table.
       CHECK-STEPS-ONE-DATE.
          IF ws-history-start IS EQUAL TO 0
             OR ws-ran-overflow IS EQUAL TO "Y"
             OR WS-C-DATE(CAL-IDX) IS LESS THAN ws-history-start
             OR WS-C-DATE(CAL-IDX) IS GREATER THAN ws-run-date
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-C-DATE(CAL-IDX) TO ws-freq-date.
          MOVE WS-C-DATE(CAL-IDX) TO ws-date-disp.
          PERFORM VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX IS GREATER THAN WS-STEP-COUNT
             CALL 'calfreq' USING WS-ST-FREQUENCY(STEP-IDX),
                ws-freq-date, ws-freq-due
             IF ws-freq-due IS EQUAL TO "Y"
                MOVE "N" TO ws-step-ran
                PERFORM VARYING RAN-IDX FROM 1 BY 1
                   UNTIL RAN-IDX IS GREATER THAN WS-RAN-COUNT
                   IF WS-R-PROGRAM-ID(RAN-IDX) IS EQUAL TO
                      WS-ST-PROGRAM-ID(STEP-IDX)
                      AND WS-R-RUN-DATE(RAN-IDX) IS EQUAL TO
                      ws-freq-date
                      MOVE "Y" TO ws-step-ran
                   END-IF
                END-PERFORM
                IF ws-step-ran IS EQUAL TO "N"
                   ADD 1 TO ws-exception-count
                   MOVE SPACES TO REPORT-RECORD
                   STRING "MISSED STEP " ws-date-disp " "
                      WS-ST-PROGRAM-ID(STEP-IDX) " "
                      WS-ST-FREQUENCY(STEP-IDX) DELIMITED BY SIZE
                      INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                END-IF
             END-IF
          END-PERFORM.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          MOVE ws-run-date TO ws-date-disp.
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * Counted as an exception, so the job still ends RC 8.
       WRITE-OVERFLOW-LINE.
          ADD 1 TO ws-exception-count.
          MOVE SPACES TO REPORT-RECORD.
          STRING "STEP HISTORY OVERFLOW: OVER 2000 STEP RUNS, "
             "STEPS NOT CHECKED" DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          DISPLAY "MISSEDRUNS: STEP HISTORY OVERFLOW, STEPS NOT "
             "CHECKED".

       WRITE-TRAILER.
          MOVE SPACES TO REPORT-RECORD.
          MOVE ws-exception-count TO ws-exception-count-disp.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. growthreport.
       AUTHOR. Owain Kenway.

      * Weekly dataset growth and space-exhaustion forecast, read off
      * the growth history dsgrowth.cbl appends every night
      * (dataset_growth.dat, growthrec.cpy).  For every dataset seen
      * in the last ws-window-days of history the report shows where
      * it stands, how fast it is growing per day, the date it would
      * reach its ceiling at that rate, and whether its rotation or
      * archive job is keeping up.
      *
      * dataset_ceilings.dat is the ops-maintained control: dataset
      * name, record ceiling, byte ceiling (either may be zero for
      * none -- the ceiling reached first is the one forecast), the
      * program id of the job that cuts the file back (LOGROTAT,
      * HISTARCH; blank for none) and how often, in days, that job
      * is expected to cut it.  The ceiling is whatever hurts first:
      * capacityreport.cbl's 500-entry table for capacity_log.dat,
      * or simply the size at which a scan gets too slow.
      *
      * Growth per day is measured from the later of the window's
      * first row and the dataset's most recent cut (the first row
      * smaller than the one before it) to its newest row, so a
      * rotation doesn't show up as negative growth.  A rotated
      * dataset is KEEPING UP while a cut has been seen within its
      * rotation cadence and the level each cut leaves behind isn't
      * rising; otherwise it is BEHIND.  A rerun night's second row
      * for a date replaces the first.
      *
      * Any dataset forecast to reach its ceiling within the
      * horizon (control entry GROWRPT, MODE ALRT, in days; 30
      * without one) -- or already at it -- is flagged WARNING on its
      * report line and raised through alertlog.cbl as GROWTH
      * CEILING, keyed by its row in dataset_ceilings.dat and the
      * projected date, and the step ends with return code 4.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CTL-FILE ASSIGN TO "cobol/data/thresholds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CTL-STATUS.
             SELECT CEILING-FILE
                ASSIGN TO "cobol/data/dataset_ceilings.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CEI-STATUS.
             SELECT GROWTH-FILE
                ASSIGN TO "cobol/data/dataset_growth.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GRW-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/growth_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CTL-FILE.
             COPY "ctlrec.cpy".
          FD CEILING-FILE.
             01 CEILING-RECORD.
                05 CE-DATASET         PIC X(30).
                05 CE-FILLER1         PIC X.
                05 CE-RECORD-CEILING  PIC 9(9).
                05 CE-FILLER2         PIC X.
                05 CE-BYTE-CEILING    PIC 9(12).
                05 CE-FILLER3         PIC X.
                05 CE-ROTATED-BY      PIC X(8).
                05 CE-FILLER4         PIC X.
                05 CE-ROTATE-DAYS     PIC 9(4).
          FD GROWTH-FILE.
             COPY "growthrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(120).

          WORKING-STORAGE SECTION.
             01 ws-ctl-status PIC XX.
             01 ws-cei-status PIC XX.
             01 ws-grw-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-ctl-eof PIC X VALUE "N".
             01 ws-cei-eof PIC X VALUE "N".
             01 ws-grw-eof PIC X VALUE "N".
             01 ws-run-date PIC 9(8).
             01 ws-window-days PIC 9(4) VALUE 90.
             01 ws-window-start PIC 9(8).
             01 ws-horizon-days PIC 9(4) VALUE 30.
             01 ws-horizon-date PIC 9(8).
             01 ws-span-days PIC 9(7).
             01 ws-days-left PIC 9(7).
             01 ws-days-left-bytes PIC 9(7).
             01 ws-days-left-cap PIC 9(7) VALUE 99999.
             01 ws-recs-per-day PIC S9(9)V99.
             01 ws-bytes-per-day PIC S9(12)V99.
             01 ws-projected-date PIC 9(8).
             01 ws-cutoff-date PIC 9(8).
             01 ws-have-forecast PIC X.
             01 ws-ceil-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-ds-found USAGE BINARY-LONG UNSIGNED.
             01 ws-warn-count PIC 9(9) VALUE 0.
             01 ws-behind-count PIC 9(9) VALUE 0.
             01 ws-dataset-count PIC 9(9) VALUE 0.
             01 ws-alert-source PIC X(8) VALUE "GROWRPT".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * The ceilings, loaded once.
             01 WS-CEI-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-CEI-TABLE.
                05 WS-CEI-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-CEI-COUNT
                      INDEXED BY CEI-IDX.
                   10 WS-C-DATASET        PIC X(30).
                   10 WS-C-RECORD-CEILING PIC 9(9).
                   10 WS-C-BYTE-CEILING   PIC 9(12).
                   10 WS-C-ROTATED-BY     PIC X(8).
                   10 WS-C-ROTATE-DAYS    PIC 9(4).
      * One entry per dataset in the window: its newest row, the row
      * growth is measured from (BASE), the row before the newest
      * (PREV, for spotting a cut) and the level the latest two cuts
      * left behind.
             01 WS-DS-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-DS-TABLE.
                05 WS-DS-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-DS-COUNT
                      INDEXED BY DS-IDX.
                   10 WS-D-DATASET        PIC X(30).
                   10 WS-D-FIRST-DATE     PIC 9(8).
                   10 WS-D-LAST-DATE      PIC 9(8).
                   10 WS-D-LAST-RECS      PIC 9(9).
                   10 WS-D-LAST-BYTES     PIC 9(12).
                   10 WS-D-PREV-RECS      PIC 9(9).
                   10 WS-D-BASE-DATE      PIC 9(8).
                   10 WS-D-BASE-RECS      PIC 9(9).
                   10 WS-D-BASE-BYTES     PIC 9(12).
                   10 WS-D-CUT-COUNT      PIC 9(4).
                   10 WS-D-CUT-DATE       PIC 9(8).
                   10 WS-D-CUT-FLOOR      PIC 9(9).
                   10 WS-D-PRIOR-FLOOR    PIC 9(9).
             01 ws-report-line.
                05 GL-DATASET          PIC X(30).
                05 GL-FILLER1          PIC X VALUE SPACE.
                05 GL-RECORDS          PIC 9(9).
                05 GL-FILLER2          PIC X VALUE SPACE.
                05 GL-BYTES            PIC 9(12).
                05 GL-FILLER3          PIC X VALUE SPACE.
                05 GL-RECS-PER-DAY     PIC -(7)9.
                05 GL-FILLER4          PIC X VALUE SPACE.
                05 GL-BYTES-PER-DAY    PIC -(10)9.
                05 GL-FILLER5          PIC X VALUE SPACE.
                05 GL-FORECAST         PIC X(8).
                05 GL-FILLER6          PIC X VALUE SPACE.
                05 GL-ROTATION         PIC X(24).
                05 GL-FILLER7          PIC X VALUE SPACE.
                05 GL-FLAG             PIC X(7).
             01 ws-capture-report PIC X(30) VALUE
                "growth_report.dat".
             01 ws-capture-program PIC X(8) VALUE "GROWRPT".

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-HORIZON.
          COMPUTE ws-window-start = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date) - ws-window-days).
          COMPUTE ws-horizon-date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date) + ws-horizon-days).
          PERFORM LOAD-CEILINGS.
          PERFORM LOAD-GROWTH-HISTORY.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM WRITE-HEADER.
          PERFORM VARYING DS-IDX FROM 1 BY 1
             UNTIL DS-IDX IS GREATER THAN WS-DS-COUNT
             PERFORM REPORT-ONE-DATASET
          END-PERFORM.
          MOVE WS-DS-COUNT TO ws-dataset-count.
          MOVE SPACES TO REPORT-RECORD.
          STRING "DATASETS " ws-dataset-count " WARNING "
             ws-warn-count " ROTATION BEHIND " ws-behind-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
          DISPLAY "GROWTHREPORT: " ws-dataset-count " DATASETS, "
             ws-warn-count " WARNING, " ws-behind-count
             " ROTATION BEHIND".
          IF ws-warn-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * Warning horizon in days (control entry GROWRPT, MODE ALRT);
      * the WORKING-STORAGE default stands without one.
       LOAD-HORIZON.
          OPEN INPUT CTL-FILE.
          IF ws-ctl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ctl-eof IS EQUAL TO "Y"
                READ CTL-FILE
                   AT END
                      MOVE "Y" TO ws-ctl-eof
                   NOT AT END
                      IF CTL-PROGRAM-ID IS EQUAL TO "GROWRPT"
                         AND CTL-MODE IS EQUAL TO "ALRT"
                         AND CTL-THRESHOLD IS LESS THAN 10000
                         MOVE CTL-THRESHOLD TO ws-horizon-days
                         MOVE "Y" TO ws-ctl-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CTL-FILE
          END-IF.

       LOAD-CEILINGS.
          OPEN INPUT CEILING-FILE.
          IF ws-cei-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-cei-eof IS EQUAL TO "Y"
             READ CEILING-FILE
                AT END
                   MOVE "Y" TO ws-cei-eof
                NOT AT END
                   IF CE-DATASET IS NOT EQUAL TO SPACES
                      AND WS-CEI-COUNT IS LESS THAN 100
                      ADD 1 TO WS-CEI-COUNT
                      MOVE CE-DATASET TO WS-C-DATASET(WS-CEI-COUNT)
                      MOVE 0 TO WS-C-RECORD-CEILING(WS-CEI-COUNT)
                      MOVE 0 TO WS-C-BYTE-CEILING(WS-CEI-COUNT)
                      MOVE 0 TO WS-C-ROTATE-DAYS(WS-CEI-COUNT)
                      IF CE-RECORD-CEILING IS NUMERIC
                         MOVE CE-RECORD-CEILING TO
                            WS-C-RECORD-CEILING(WS-CEI-COUNT)
                      END-IF
                      IF CE-BYTE-CEILING IS NUMERIC
                         MOVE CE-BYTE-CEILING TO
                            WS-C-BYTE-CEILING(WS-CEI-COUNT)
                      END-IF
                      MOVE CE-ROTATED-BY TO
                         WS-C-ROTATED-BY(WS-CEI-COUNT)
                      IF CE-ROTATE-DAYS IS NUMERIC
                         MOVE CE-ROTATE-DAYS TO
                            WS-C-ROTATE-DAYS(WS-CEI-COUNT)
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE CEILING-FILE.

      * One pass over the history, oldest first as dsgrowth.cbl
      * appended it, folding each row in the window into its
      * dataset's entry.
       LOAD-GROWTH-HISTORY.
          OPEN INPUT GROWTH-FILE.
          IF ws-grw-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-grw-eof IS EQUAL TO "Y"
             READ GROWTH-FILE
                AT END
                   MOVE "Y" TO ws-grw-eof
                NOT AT END
                   IF GR-RUN-DATE IS NUMERIC
                      AND GR-RECORD-COUNT IS NUMERIC
                      AND GR-BYTE-COUNT IS NUMERIC
                      AND GR-RUN-DATE IS NOT LESS THAN
                         ws-window-start
                      PERFORM FOLD-GROWTH-ROW
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE GROWTH-FILE.

       FOLD-GROWTH-ROW.
          MOVE 0 TO ws-ds-found.
          PERFORM VARYING DS-IDX FROM 1 BY 1
             UNTIL DS-IDX IS GREATER THAN WS-DS-COUNT
             IF WS-D-DATASET(DS-IDX) IS EQUAL TO GR-DATASET
                SET ws-ds-found TO DS-IDX
             END-IF
          END-PERFORM.
          IF ws-ds-found IS GREATER THAN 0
             SET DS-IDX TO ws-ds-found
             PERFORM FOLD-LATER-ROW
             EXIT PARAGRAPH
          END-IF.
          IF WS-DS-COUNT IS EQUAL TO 100
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-DS-COUNT.
          SET DS-IDX TO WS-DS-COUNT.
          MOVE GR-DATASET TO WS-D-DATASET(DS-IDX).
          MOVE GR-RUN-DATE TO WS-D-FIRST-DATE(DS-IDX).
          MOVE GR-RUN-DATE TO WS-D-BASE-DATE(DS-IDX).
          MOVE GR-RECORD-COUNT TO WS-D-BASE-RECS(DS-IDX).
          MOVE GR-BYTE-COUNT TO WS-D-BASE-BYTES(DS-IDX).
          MOVE GR-RECORD-COUNT TO WS-D-PREV-RECS(DS-IDX).
          MOVE 0 TO WS-D-CUT-COUNT(DS-IDX).
          MOVE 0 TO WS-D-CUT-DATE(DS-IDX).
          MOVE 0 TO WS-D-CUT-FLOOR(DS-IDX).
          MOVE 0 TO WS-D-PRIOR-FLOOR(DS-IDX).
          PERFORM TAKE-NEWEST-ROW.

      * A second row for the newest date is a rerun night's, and
      * replaces the first; a later date becomes the newest row, and
      * if it is smaller than the row before it the dataset was cut.
       FOLD-LATER-ROW.
          IF GR-RUN-DATE IS EQUAL TO WS-D-LAST-DATE(DS-IDX)
             IF WS-D-BASE-DATE(DS-IDX) IS EQUAL TO GR-RUN-DATE
                MOVE GR-RECORD-COUNT TO WS-D-BASE-RECS(DS-IDX)
                MOVE GR-BYTE-COUNT TO WS-D-BASE-BYTES(DS-IDX)
             END-IF
             IF WS-D-CUT-DATE(DS-IDX) IS EQUAL TO GR-RUN-DATE
                MOVE GR-RECORD-COUNT TO WS-D-CUT-FLOOR(DS-IDX)
             END-IF
             PERFORM TAKE-NEWEST-ROW
             EXIT PARAGRAPH
          END-IF.
          IF GR-RUN-DATE IS LESS THAN WS-D-LAST-DATE(DS-IDX)
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-D-LAST-RECS(DS-IDX) TO WS-D-PREV-RECS(DS-IDX).
          IF GR-RECORD-COUNT IS LESS THAN WS-D-PREV-RECS(DS-IDX)
             ADD 1 TO WS-D-CUT-COUNT(DS-IDX)
             MOVE WS-D-CUT-FLOOR(DS-IDX) TO WS-D-PRIOR-FLOOR(DS-IDX)
             MOVE GR-RECORD-COUNT TO WS-D-CUT-FLOOR(DS-IDX)
             MOVE GR-RUN-DATE TO WS-D-CUT-DATE(DS-IDX)
             MOVE GR-RUN-DATE TO WS-D-BASE-DATE(DS-IDX)
             MOVE GR-RECORD-COUNT TO WS-D-BASE-RECS(DS-IDX)
             MOVE GR-BYTE-COUNT TO WS-D-BASE-BYTES(DS-IDX)
          END-IF.
          PERFORM TAKE-NEWEST-ROW.

       TAKE-NEWEST-ROW.
          MOVE GR-RUN-DATE TO WS-D-LAST-DATE(DS-IDX).
          MOVE GR-RECORD-COUNT TO WS-D-LAST-RECS(DS-IDX).
          MOVE GR-BYTE-COUNT TO WS-D-LAST-BYTES(DS-IDX).

       REPORT-ONE-DATASET.
          MOVE WS-D-DATASET(DS-IDX) TO GL-DATASET.
          MOVE WS-D-LAST-RECS(DS-IDX) TO GL-RECORDS.
          MOVE WS-D-LAST-BYTES(DS-IDX) TO GL-BYTES.
          MOVE SPACES TO GL-FLAG.
          MOVE 0 TO ws-recs-per-day.
          MOVE 0 TO ws-bytes-per-day.
          COMPUTE ws-span-days =
             FUNCTION INTEGER-OF-DATE(WS-D-LAST-DATE(DS-IDX))
             - FUNCTION INTEGER-OF-DATE(WS-D-BASE-DATE(DS-IDX)).
          IF ws-span-days IS GREATER THAN 0
             COMPUTE ws-recs-per-day =
                (WS-D-LAST-RECS(DS-IDX) - WS-D-BASE-RECS(DS-IDX))
                / ws-span-days
             COMPUTE ws-bytes-per-day =
                (WS-D-LAST-BYTES(DS-IDX) - WS-D-BASE-BYTES(DS-IDX))
                / ws-span-days
          END-IF.
          MOVE ws-recs-per-day TO GL-RECS-PER-DAY.
          MOVE ws-bytes-per-day TO GL-BYTES-PER-DAY.
          MOVE 0 TO ws-ceil-idx.
          PERFORM VARYING CEI-IDX FROM 1 BY 1
             UNTIL CEI-IDX IS GREATER THAN WS-CEI-COUNT
             IF WS-C-DATASET(CEI-IDX) IS EQUAL TO
                WS-D-DATASET(DS-IDX)
                SET ws-ceil-idx TO CEI-IDX
             END-IF
          END-PERFORM.
          IF ws-ceil-idx IS EQUAL TO 0
             MOVE "NO CEIL" TO GL-FORECAST
             MOVE "NO CEILING ENTRY" TO GL-ROTATION
          ELSE
             PERFORM FORECAST-CEILING
             PERFORM JUDGE-ROTATION
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          MOVE ws-report-line TO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * Days to each configured ceiling at the measured rate; the
      * nearer one is the forecast.  A dataset that isn't growing has
      * no forecast date, and one with only a single row in the
      * window has no rate to forecast from.
       FORECAST-CEILING.
          MOVE "N" TO ws-have-forecast.
          MOVE 9999999 TO ws-days-left.
          IF WS-C-RECORD-CEILING(ws-ceil-idx) IS GREATER THAN 0
             IF WS-D-LAST-RECS(DS-IDX) IS NOT LESS THAN
                WS-C-RECORD-CEILING(ws-ceil-idx)
                MOVE 0 TO ws-days-left
                MOVE "Y" TO ws-have-forecast
             ELSE
                IF ws-recs-per-day IS GREATER THAN 0
                   COMPUTE ws-days-left =
                      (WS-C-RECORD-CEILING(ws-ceil-idx)
                      - WS-D-LAST-RECS(DS-IDX)) / ws-recs-per-day
                      ON SIZE ERROR
                         MOVE 9999999 TO ws-days-left
                   END-COMPUTE
                   MOVE "Y" TO ws-have-forecast
                END-IF
             END-IF
          END-IF.
          IF WS-C-BYTE-CEILING(ws-ceil-idx) IS GREATER THAN 0
             MOVE 9999999 TO ws-days-left-bytes
             IF WS-D-LAST-BYTES(DS-IDX) IS NOT LESS THAN
                WS-C-BYTE-CEILING(ws-ceil-idx)
                MOVE 0 TO ws-days-left-bytes
                MOVE "Y" TO ws-have-forecast
             ELSE
                IF ws-bytes-per-day IS GREATER THAN 0
                   COMPUTE ws-days-left-bytes =
                      (WS-C-BYTE-CEILING(ws-ceil-idx)
                      - WS-D-LAST-BYTES(DS-IDX)) / ws-bytes-per-day
                      ON SIZE ERROR
                         MOVE 9999999 TO ws-days-left-bytes
                   END-COMPUTE
                   MOVE "Y" TO ws-have-forecast
                END-IF
             END-IF
             IF ws-days-left-bytes IS LESS THAN ws-days-left
                MOVE ws-days-left-bytes TO ws-days-left
             END-IF
          END-IF.
          IF ws-have-forecast IS EQUAL TO "N"
             IF ws-span-days IS EQUAL TO 0
                MOVE "NO TREND" TO GL-FORECAST
             ELSE
                MOVE "FLAT" TO GL-FORECAST
             END-IF
             EXIT PARAGRAPH
          END-IF.
      * A trickle against a distant ceiling can put the date past
      * anything the calendar functions hold; a few centuries out is
      * as good as never for this report.
          IF ws-days-left IS GREATER THAN ws-days-left-cap
             MOVE ws-days-left-cap TO ws-days-left
          END-IF.
          COMPUTE ws-projected-date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-D-LAST-DATE(DS-IDX))
             + ws-days-left).
          MOVE ws-projected-date TO GL-FORECAST.
          IF ws-projected-date IS NOT GREATER THAN ws-horizon-date
             MOVE "WARNING" TO GL-FLAG
             ADD 1 TO ws-warn-count
             MOVE "GROWTH CEILING" TO ws-alert-condition
             MOVE ws-ceil-idx TO ws-alert-key-1
             MOVE ws-projected-date TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          END-IF.

      * A rotation job is keeping up while it has cut the dataset
      * within its cadence and each cut leaves the dataset no bigger
      * than the one before did.  A dataset whose history is younger
      * than the cadence can't be judged yet.
       JUDGE-ROTATION.
          IF WS-C-ROTATED-BY(ws-ceil-idx) IS EQUAL TO SPACES
             MOVE "NO ROTATION JOB" TO GL-ROTATION
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO GL-ROTATION.
          COMPUTE ws-cutoff-date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date)
             - WS-C-ROTATE-DAYS(ws-ceil-idx)).
          IF WS-D-CUT-DATE(DS-IDX) IS LESS THAN ws-cutoff-date
             IF WS-D-FIRST-DATE(DS-IDX) IS GREATER THAN
                ws-cutoff-date
      * The history doesn't yet reach back a whole cadence.
                MOVE "TOO LITTLE HISTORY" TO GL-ROTATION
                EXIT PARAGRAPH
             END-IF
             STRING "BEHIND: NO " DELIMITED BY SIZE
                WS-C-ROTATED-BY(ws-ceil-idx) DELIMITED BY SPACE
                " CUT" DELIMITED BY SIZE
                INTO GL-ROTATION
             ADD 1 TO ws-behind-count
             EXIT PARAGRAPH
          END-IF.
          IF WS-D-CUT-COUNT(DS-IDX) IS GREATER THAN 1
             AND WS-D-CUT-FLOOR(DS-IDX) IS GREATER THAN
                WS-D-PRIOR-FLOOR(DS-IDX)
             MOVE "BEHIND: FLOOR RISING" TO GL-ROTATION
             ADD 1 TO ws-behind-count
             EXIT PARAGRAPH
          END-IF.
          MOVE "KEEPING UP" TO GL-ROTATION.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "DATASET GROWTH " ws-run-date " WINDOW "
             ws-window-days " DAYS HORIZON " ws-horizon-days
             " DAYS" DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE SPACES TO REPORT-RECORD.
          STRING "DATASET                          RECORDS"
             "        BYTES RECS/DAY  BYTES/DAY CEILING "
             " ROTATION" DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

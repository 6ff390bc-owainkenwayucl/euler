      * Pre-chain configuration snapshot and diff.  thresholds.dat
      * changes go through a screen with an audit trail, but
      * fib_divisors.dat, divisor_profiles.dat, divmatrix_config.dat,
      * nightly_schedule.dat, nightly_concurrency.dat,
      * nightly_trigger.dat, processing_calendar.dat,
      * alert_severity.dat, log_retention.dat, fib_seeds.dat and
      * the mode switches are still edited raw -- a quiet edit to
      * any of them changes what the chain computes with no
      * record.  This step runs before the chain:
      * it fingerprints each control file (record count plus a
      * rolling checksum over every character), appends tonight's
      * content to the dated snapshot set (config_snapshot_set.dat,
      * Every maintenance audit file in the shop leads with the
      * run date in its first eight columns, so "explained by a
      * screen" is one generic leading-date scan per audit file.
      *
      * A change that landed since last night's snapshot while a
      * declared change freeze (freeze_calendar.dat) was in force is
      * flagged DURING FREEZE whether a screen audited it or not, and
      * raises CHANGE IN FREEZE unless changegate.cbl logged a
      * SUPERVSR's emergency override of that freeze in the same
      * span (freeze_overrides.dat).

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/config_snapshot_set.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNP-STATUS.
             SELECT FREEZE-FILE
                ASSIGN TO "cobol/data/freeze_calendar.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRZ-STATUS.
             SELECT OVERRIDE-FILE
                ASSIGN TO "cobol/data/freeze_overrides.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVR-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/config_diff_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 FP-CHECKSUM        PIC 9(15).
          FD SNAPSHOT-FILE.
             01 SNAPSHOT-RECORD       PIC X(250).
          FD FREEZE-FILE.
             COPY "freezerec.cpy".
          FD OVERRIDE-FILE.
             COPY "freezeoverrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(110).

             01 ws-fpr-status PIC XX.
             01 ws-snp-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-frz-status PIC XX.
             01 ws-ovr-status PIC XX.
             01 ws-frz-eof PIC X.
             01 ws-ovr-eof PIC X.
             01 WS-CONFIG-PATH PIC X(40).
             01 WS-AUDIT-PATH PIC X(44).
             01 ws-cfg-eof PIC X.
             01 ws-prior-found PIC X.
             01 ws-prior-count PIC 9(9).
             01 ws-prior-checksum PIC 9(15).
             01 ws-prior-date PIC 9(8).
             01 ws-in-freeze PIC X.
             01 ws-overridden PIC X.
             01 ws-freeze-name PIC X(30).
             01 ws-freeze-count PIC 9(9) VALUE 0.
             01 ws-explained PIC X.
             01 ws-alert-source PIC X(8) VALUE "CFGSNAP".
             01 ws-alert-condition PIC X(20).
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(30) VALUE "nightly_schedule.dat".
                05 FILLER PIC X(44) VALUE
                   "cobol/data/schedule_change_audit.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(30) VALUE "nightly_concurrency.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(30) VALUE "nightly_trigger.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(30) VALUE "processing_calendar.dat".
                05 FILLER PIC X(30) VALUE "log_retention.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
      * The seeds and mode switches the solution programs read --
      * replayrun.cbl can only rerun a night under its own
      * configuration if every input that shaped the result is in
      * that night's set.
                05 FILLER PIC X(30) VALUE "fib_seeds.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(30) VALUE "mult_mode_switch.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(30) VALUE "fib_mode_switch.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(30) VALUE "pf_mode_switch.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(30) VALUE "sieve_mode_switch.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
      * The freeze calendar itself has no screen: a window quietly
      * shortened or removed is exactly the change to notice.
                05 FILLER PIC X(30) VALUE "freeze_calendar.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
      * Nor does the duties rulebook: a conflicting pair quietly
      * dropped stops sodreport.cbl looking for it.
                05 FILLER PIC X(30) VALUE "sod_rules.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
      * Or the password policy: an expiry quietly lengthened to
      * forever is a security change with no screen behind it.
                05 FILLER PIC X(30) VALUE "pwd_policy.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
      * Or the turnaround targets: a promise quietly relaxed makes
      * every breach disappear from reqslacheck.cbl overnight.
                05 FILLER PIC X(30) VALUE "sla_targets.dat".
                05 FILLER PIC X(44) VALUE SPACES.
                05 FILLER PIC X(44) VALUE SPACES.
             01 ws-watch-table REDEFINES ws-watch-list.
                05 ws-watch OCCURS 19 TIMES.
                   10 ws-watch-name     PIC X(30).
                   10 ws-watch-audit    PIC X(44).
                   10 ws-watch-audit2   PIC X(44).
                      DEPENDING ON WS-FPR-COUNT
                      INDEXED BY FPR-IDX.
                   10 WS-F-FILE-NAME      PIC X(30).
                   10 WS-F-RUN-DATE       PIC 9(8).
                   10 WS-F-COUNT          PIC 9(9).
                   10 WS-F-CHECKSUM       PIC 9(15).

          END-IF.
          OPEN OUTPUT FINGERPRINT-FILE.
          PERFORM VARYING ws-file-idx FROM 1 BY 1
             UNTIL ws-file-idx IS GREATER THAN 19
             PERFORM SNAPSHOT-ONE-FILE
          END-PERFORM.
          CLOSE FINGERPRINT-FILE.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          DISPLAY "CONFIGSNAPSHOT: " ws-changed-count " CHANGED, "
             ws-unexplained-count " UNEXPLAINED, " ws-freeze-count
             " DURING FREEZE".
       STOP RUN.

       LOAD-PRIOR-FINGERPRINTS.
                         ADD 1 TO WS-FPR-COUNT
                         MOVE FP-FILE-NAME TO
                            WS-F-FILE-NAME(WS-FPR-COUNT)
                         MOVE FP-RUN-DATE TO
                            WS-F-RUN-DATE(WS-FPR-COUNT)
                         MOVE FP-RECORD-COUNT TO
                            WS-F-COUNT(WS-FPR-COUNT)
                         MOVE FP-CHECKSUM TO
                MOVE "Y" TO ws-prior-found
                MOVE WS-F-COUNT(FPR-IDX) TO ws-prior-count
                MOVE WS-F-CHECKSUM(FPR-IDX) TO ws-prior-checksum
                MOVE WS-F-RUN-DATE(FPR-IDX) TO ws-prior-date
             END-IF
          END-PERFORM.
          IF ws-prior-found IS EQUAL TO "N"
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          END-IF.
          PERFORM CHECK-FREEZE-WINDOW.
          IF ws-in-freeze IS EQUAL TO "N"
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ws-freeze-count.
          PERFORM CHECK-FREEZE-OVERRIDE.
          MOVE SPACES TO REPORT-RECORD.
          IF ws-overridden IS EQUAL TO "Y"
             STRING "  DURING FREEZE " ws-freeze-name
                " (OVERRIDE LOGGED)" DELIMITED BY SIZE
                INTO REPORT-RECORD
          ELSE
             STRING "  DURING FREEZE " ws-freeze-name
                " (NO OVERRIDE)" DELIMITED BY SIZE
                INTO REPORT-RECORD
          END-IF.
          WRITE REPORT-RECORD.
          IF ws-overridden IS EQUAL TO "N"
             MOVE "CHANGE IN FREEZE" TO ws-alert-condition
             MOVE ws-prior-date TO ws-alert-key-1
             MOVE ws-run-date TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          END-IF.

      * The change happened some time after last night's snapshot
      * and by tonight's, so it fell in a freeze when any declared
      * window touches a date in that span, both ends included.
      * Date-level on purpose: the fingerprint can't say what hour
      * the file moved, and a same-day rerun's span is today.
       CHECK-FREEZE-WINDOW.
          MOVE "N" TO ws-in-freeze.
          MOVE SPACES TO ws-freeze-name.
          MOVE "N" TO ws-frz-eof.
          OPEN INPUT FREEZE-FILE.
          IF ws-frz-status IS EQUAL TO "00"
             PERFORM UNTIL ws-frz-eof IS EQUAL TO "Y"
                READ FREEZE-FILE
                   AT END
                      MOVE "Y" TO ws-frz-eof
                   NOT AT END
                      IF FZ-START-DATE IS NUMERIC
                         AND FZ-END-DATE IS NUMERIC
                         AND FZ-START-DATE IS NOT GREATER THAN
                         ws-run-date
                         AND FZ-END-DATE IS NOT LESS THAN
                         ws-prior-date
                         MOVE "Y" TO ws-in-freeze
                         MOVE FZ-NAME TO ws-freeze-name
                         MOVE "Y" TO ws-frz-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FREEZE-FILE
          END-IF.

      * An emergency override of the same freeze logged in the same
      * span owns the change; the screen's own audit row (with its
      * ticket) says what was done under it.
       CHECK-FREEZE-OVERRIDE.
          MOVE "N" TO ws-overridden.
          MOVE "N" TO ws-ovr-eof.
          OPEN INPUT OVERRIDE-FILE.
          IF ws-ovr-status IS EQUAL TO "00"
             PERFORM UNTIL ws-ovr-eof IS EQUAL TO "Y"
                READ OVERRIDE-FILE
                   AT END
                      MOVE "Y" TO ws-ovr-eof
                   NOT AT END
                      IF FO-RUN-DATE IS NUMERIC
                         AND FO-RUN-DATE IS NOT LESS THAN
                         ws-prior-date
                         AND FO-RUN-DATE IS NOT GREATER THAN
                         ws-run-date
                         AND FO-FREEZE-NAME IS EQUAL TO
                         ws-freeze-name
                         MOVE "Y" TO ws-overridden
                         MOVE "Y" TO ws-ovr-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OVERRIDE-FILE
          END-IF.

      * A change is explained when either of the file's maintenance
      * screens left any audit row dated today.  Files with no
       WRITE-TRAILER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "CHANGED: " ws-changed-count " UNEXPLAINED: "
             ws-unexplained-count " DURING FREEZE: "
             ws-freeze-count DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

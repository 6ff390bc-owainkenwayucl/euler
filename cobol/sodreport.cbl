       IDENTIFICATION DIVISION.
       PROGRAM-ID. sodreport.
       AUTHOR. Owain Kenway.

      * Segregation-of-duties review.  Each maintenance screen keeps
      * its own audit trail and the two-person rule holds inside the
      * threshold approval screen, but nothing looked across the
      * trails: one operator could release a run lock, restore a
      * control file and then certify that same night's run, and
      * every trail would read clean on its own.  This step folds
      * the trails into one list of duties held -- operator, run
      * date, duty -- over the last 62 days:
      *
      *    THRCHG    threshold_change_audit.dat (direct and restored
      *              threshold changes)
      *    THRPROP   threshold_pending.dat (staged proposals)
      *    THRAPPR   threshold_approval_audit.dat (approvals,
      *              schedulings and rejections; activations are the
      *              batch's, not a person's)
      *    LOCKREL   lock_override_audit.dat (run-lock releases)
      *    RESTORE   restore_audit.dat (control-file restores)
      *    DIVPROF   divprof_change_audit.dat
      *    CALENDAR  calendar_change_audit.dat
      *    CERTIFY   run_certifications.dat, dated by the run
      *              certified rather than the day it was signed
      *
      * and flags every operator and run date holding both duties of
      * a conflicting pair declared in sod_rules.dat (duty, duty,
      * description -- ops-editable, no recompile).  A conflict is
      * raised once through alertlog.cbl as SOD VIOLATION (key 1 the
      * run date, key 2 the rule's line number) and carried forward
      * in sod_violations.dat (sodviolrec.cpy) with the alert that
      * raised it, so periodclose.cbl can hold a month open until
      * every conflict in it has been acknowledged.  The report
      * (sod_report.dat) lists every conflict in the window and ends
      * with the REVIEWED TO date periodclose.cbl checks coverage by;
      * each night's edition is filed through reportcapture.cbl.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT RULE-FILE
                ASSIGN TO "cobol/data/sod_rules.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUL-STATUS.
             SELECT CHANGE-AUDIT-FILE
                ASSIGN TO "cobol/data/threshold_change_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHG-STATUS.
             SELECT PENDING-FILE
                ASSIGN TO "cobol/data/threshold_pending.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PND-STATUS.
             SELECT APPROVAL-AUDIT-FILE
                ASSIGN TO "cobol/data/threshold_approval_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APR-STATUS.
             SELECT LOCK-AUDIT-FILE
                ASSIGN TO "cobol/data/lock_override_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LCK-STATUS.
             SELECT RESTORE-AUDIT-FILE
                ASSIGN TO "cobol/data/restore_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RST-STATUS.
             SELECT DIVPROF-AUDIT-FILE
                ASSIGN TO "cobol/data/divprof_change_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DVP-STATUS.
             SELECT CALENDAR-AUDIT-FILE
                ASSIGN TO "cobol/data/calendar_change_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
             SELECT CERT-FILE
                ASSIGN TO "cobol/data/run_certifications.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRT-STATUS.
             SELECT VIOLATION-FILE
                ASSIGN TO "cobol/data/sod_violations.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VIO-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/sod_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD RULE-FILE.
             01 RULE-RECORD.
                05 SR-DUTY-A            PIC X(8).
                05 SR-FILLER1           PIC X.
                05 SR-DUTY-B            PIC X(8).
                05 SR-FILLER2           PIC X.
                05 SR-DESCRIPTION       PIC X(40).
          FD CHANGE-AUDIT-FILE.
             01 CHANGE-AUDIT-RECORD.
                05 CA-RUN-DATE          PIC 9(8).
                05 CA-FILLER1           PIC X.
                05 CA-RUN-TIME          PIC 9(8).
                05 CA-FILLER2           PIC X.
                05 CA-OPERATOR-ID       PIC X(8).
          FD PENDING-FILE.
             COPY "thrpendrec.cpy".
          FD APPROVAL-AUDIT-FILE.
             01 APPROVAL-AUDIT-RECORD.
                05 TA-RUN-DATE          PIC 9(8).
                05 TA-FILLER1           PIC X.
                05 TA-RUN-TIME          PIC 9(8).
                05 TA-FILLER2           PIC X.
                05 TA-PROPOSER-ID       PIC X(8).
                05 TA-FILLER3           PIC X.
                05 TA-APPROVER-ID       PIC X(8).
                05 TA-FILLER4           PIC X.
                05 TA-PROGRAM-ID        PIC X(8).
                05 TA-FILLER5           PIC X.
                05 TA-MODE              PIC X(4).
                05 TA-FILLER6           PIC X.
                05 TA-OLD-THRESHOLD     PIC 9(18).
                05 TA-FILLER7           PIC X.
                05 TA-NEW-THRESHOLD     PIC 9(18).
                05 TA-FILLER8           PIC X.
                05 TA-VERDICT           PIC X(8).
          FD LOCK-AUDIT-FILE.
             01 LOCK-AUDIT-RECORD.
                05 LA-RUN-DATE          PIC 9(8).
                05 LA-FILLER1           PIC X.
                05 LA-RUN-TIME          PIC 9(8).
                05 LA-FILLER2           PIC X.
                05 LA-OPERATOR-ID       PIC X(8).
          FD RESTORE-AUDIT-FILE.
             01 RESTORE-AUDIT-RECORD.
                05 RA-RUN-DATE          PIC 9(8).
                05 RA-FILLER1           PIC X.
                05 RA-RUN-TIME          PIC 9(8).
                05 RA-FILLER2           PIC X.
                05 RA-OPERATOR-ID       PIC X(8).
          FD DIVPROF-AUDIT-FILE.
             01 DIVPROF-AUDIT-RECORD.
                05 DA-RUN-DATE          PIC 9(8).
                05 DA-FILLER1           PIC X.
                05 DA-RUN-TIME          PIC 9(8).
                05 DA-FILLER2           PIC X.
                05 DA-OPERATOR-ID       PIC X(8).
          FD CALENDAR-AUDIT-FILE.
             01 CALENDAR-AUDIT-RECORD.
                05 CC-RUN-DATE          PIC 9(8).
                05 CC-FILLER1           PIC X.
                05 CC-RUN-TIME          PIC 9(8).
                05 CC-FILLER2           PIC X.
                05 CC-OPERATOR-ID       PIC X(8).
          FD CERT-FILE.
             COPY "certrec.cpy".
          FD VIOLATION-FILE.
             COPY "sodviolrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(120).

          WORKING-STORAGE SECTION.
             01 ws-rul-status PIC XX.
             01 ws-chg-status PIC XX.
             01 ws-pnd-status PIC XX.
             01 ws-apr-status PIC XX.
             01 ws-lck-status PIC XX.
             01 ws-rst-status PIC XX.
             01 ws-dvp-status PIC XX.
             01 ws-cal-status PIC XX.
             01 ws-crt-status PIC XX.
             01 ws-vio-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
      * Duties are looked for over the last 62 days, so a month's
      * conflicts are all still in view when it is closed early in
      * the next; conflicts already raised are kept a year.
             01 ws-window-start USAGE BINARY-LONG UNSIGNED.
             01 ws-keep-from USAGE BINARY-LONG UNSIGNED.
             01 ws-duty-operator PIC X(8).
             01 ws-duty-date PIC 9(8).
             01 ws-duty-code PIC X(8).
             01 ws-duty-seen PIC X.
             01 ws-vio-found PIC X.
             01 ws-vio-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-found-count PIC 9(9) VALUE 0.
             01 ws-new-count PIC 9(9) VALUE 0.
             01 ws-runctl-action PIC X(8).
             01 ws-run-id PIC 9(9) VALUE 0.
             01 ws-alert-source PIC X(8) VALUE "SODRPT".
             01 ws-capture-report PIC X(30) VALUE "sod_report.dat".
             01 ws-capture-program PIC X(8) VALUE "SODRPT".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * Conflicting pairs, in sod_rules.dat order.
             01 WS-RULE-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-RULE-TABLE.
                05 WS-RULE-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-RULE-COUNT
                      INDEXED BY RULE-IDX.
                   10 WS-R-DUTY-A         PIC X(8).
                   10 WS-R-DUTY-B         PIC X(8).
                   10 WS-R-DESCRIPTION    PIC X(40).
      * Distinct duties held in the window.
             01 WS-DUTY-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-DUTY-TABLE.
                05 WS-DUTY-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-DUTY-COUNT
                      INDEXED BY DUTY-IDX, PARTNER-IDX.
                   10 WS-D-OPERATOR-ID    PIC X(8).
                   10 WS-D-RUN-DATE       PIC 9(8).
                   10 WS-D-DUTY           PIC X(8).
      * Conflicts already raised, plus tonight's new ones.
             01 WS-VIO-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-VIO-TABLE.
                05 WS-VIO-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-VIO-COUNT
                      INDEXED BY VIO-IDX.
                   10 WS-V-RUN-DATE       PIC 9(8).
                   10 WS-V-OPERATOR-ID    PIC X(8).
                   10 WS-V-DUTY-A         PIC X(8).
                   10 WS-V-DUTY-B         PIC X(8).
                   10 WS-V-RAISED-DATE    PIC 9(8).
                   10 WS-V-RAISED-RUN-ID  PIC 9(9).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          COMPUTE ws-window-start = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date) - 62).
          COMPUTE ws-keep-from = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date) - 366).
          PERFORM LOAD-RULES.
          IF WS-RULE-COUNT IS EQUAL TO 0
             DISPLAY "SODREPORT: NO DUTY RULES, NOTHING REVIEWED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-PRIOR-VIOLATIONS.
          PERFORM COLLECT-THRESHOLD-CHANGES.
          PERFORM COLLECT-THRESHOLD-PROPOSALS.
          PERFORM COLLECT-THRESHOLD-APPROVALS.
          PERFORM COLLECT-LOCK-RELEASES.
          PERFORM COLLECT-RESTORES.
          PERFORM COLLECT-DIVPROF-CHANGES.
          PERFORM COLLECT-CALENDAR-CHANGES.
          PERFORM COLLECT-CERTIFICATIONS.
          MOVE "QUERY" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM WRITE-HEADER.
          PERFORM VARYING RULE-IDX FROM 1 BY 1
             UNTIL RULE-IDX IS GREATER THAN WS-RULE-COUNT
             PERFORM CHECK-ONE-RULE
          END-PERFORM.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          CALL 'reportcapture' USING ws-capture-report,
             ws-capture-program.
          PERFORM REWRITE-VIOLATIONS.
          DISPLAY "SODREPORT: " ws-found-count " CONFLICT(S), "
             ws-new-count " NEW".
          IF ws-new-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       LOAD-RULES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT RULE-FILE.
          IF ws-rul-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ RULE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF SR-DUTY-A IS NOT EQUAL TO SPACES
                         AND SR-DUTY-B IS NOT EQUAL TO SPACES
                         IF WS-RULE-COUNT IS EQUAL TO 50
                            DISPLAY "SODREPORT: SOD_RULES.DAT "
                               "EXCEEDS MAXIMUM OF 50 RULES, NOTHING "
                               "REVIEWED"
                            MOVE 8 TO RETURN-CODE
                            STOP RUN
                         END-IF
                         ADD 1 TO WS-RULE-COUNT
                         MOVE SR-DUTY-A TO WS-R-DUTY-A(WS-RULE-COUNT)
                         MOVE SR-DUTY-B TO WS-R-DUTY-B(WS-RULE-COUNT)
                         MOVE SR-DESCRIPTION TO
                            WS-R-DESCRIPTION(WS-RULE-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE RULE-FILE
          END-IF.

      * Conflicts raised on earlier nights, so none is alerted
      * twice; rows for run dates over a year old are dropped here
      * and so from the rewrite.
       LOAD-PRIOR-VIOLATIONS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT VIOLATION-FILE.
          IF ws-vio-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ VIOLATION-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF SV-RUN-DATE IS NUMERIC
                         AND SV-RUN-DATE IS NOT LESS THAN
                         ws-keep-from
                         PERFORM KEEP-PRIOR-VIOLATION
                      END-IF
                END-READ
             END-PERFORM
             CLOSE VIOLATION-FILE
          END-IF.

       KEEP-PRIOR-VIOLATION.
          IF WS-VIO-COUNT IS EQUAL TO 1000
             DISPLAY "SODREPORT: SOD_VIOLATIONS.DAT EXCEEDS MAXIMUM "
                "OF 1000 CONFLICTS, NOTHING REVIEWED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO WS-VIO-COUNT.
          MOVE SV-RUN-DATE TO WS-V-RUN-DATE(WS-VIO-COUNT).
          MOVE SV-OPERATOR-ID TO WS-V-OPERATOR-ID(WS-VIO-COUNT).
          MOVE SV-DUTY-A TO WS-V-DUTY-A(WS-VIO-COUNT).
          MOVE SV-DUTY-B TO WS-V-DUTY-B(WS-VIO-COUNT).
          MOVE SV-RAISED-DATE TO WS-V-RAISED-DATE(WS-VIO-COUNT).
          IF SV-RAISED-RUN-ID IS NUMERIC
             MOVE SV-RAISED-RUN-ID TO
                WS-V-RAISED-RUN-ID(WS-VIO-COUNT)
          ELSE
             MOVE 0 TO WS-V-RAISED-RUN-ID(WS-VIO-COUNT)
          END-IF.

       COLLECT-THRESHOLD-CHANGES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CHANGE-AUDIT-FILE.
          IF ws-chg-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ CHANGE-AUDIT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE CA-OPERATOR-ID TO ws-duty-operator
                      MOVE CA-RUN-DATE TO ws-duty-date
                      MOVE "THRCHG" TO ws-duty-code
                      PERFORM NOTE-DUTY
                END-READ
             END-PERFORM
             CLOSE CHANGE-AUDIT-FILE
          END-IF.

       COLLECT-THRESHOLD-PROPOSALS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT PENDING-FILE.
          IF ws-pnd-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ PENDING-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE TP-PROPOSER-ID TO ws-duty-operator
                      MOVE TP-STAGE-DATE TO ws-duty-date
                      MOVE "THRPROP" TO ws-duty-code
                      PERFORM NOTE-DUTY
                END-READ
             END-PERFORM
             CLOSE PENDING-FILE
          END-IF.

      * ACTIVATD rows are thresholdactivate.cbl's doing, not the
      * approver's a second time.
       COLLECT-THRESHOLD-APPROVALS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT APPROVAL-AUDIT-FILE.
          IF ws-apr-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ APPROVAL-AUDIT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF TA-VERDICT IS NOT EQUAL TO "ACTIVATD"
                         MOVE TA-APPROVER-ID TO ws-duty-operator
                         MOVE TA-RUN-DATE TO ws-duty-date
                         MOVE "THRAPPR" TO ws-duty-code
                         PERFORM NOTE-DUTY
                      END-IF
                END-READ
             END-PERFORM
             CLOSE APPROVAL-AUDIT-FILE
          END-IF.

       COLLECT-LOCK-RELEASES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT LOCK-AUDIT-FILE.
          IF ws-lck-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ LOCK-AUDIT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE LA-OPERATOR-ID TO ws-duty-operator
                      MOVE LA-RUN-DATE TO ws-duty-date
                      MOVE "LOCKREL" TO ws-duty-code
                      PERFORM NOTE-DUTY
                END-READ
             END-PERFORM
             CLOSE LOCK-AUDIT-FILE
          END-IF.

       COLLECT-RESTORES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT RESTORE-AUDIT-FILE.
          IF ws-rst-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ RESTORE-AUDIT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE RA-OPERATOR-ID TO ws-duty-operator
                      MOVE RA-RUN-DATE TO ws-duty-date
                      MOVE "RESTORE" TO ws-duty-code
                      PERFORM NOTE-DUTY
                END-READ
             END-PERFORM
             CLOSE RESTORE-AUDIT-FILE
          END-IF.

       COLLECT-DIVPROF-CHANGES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT DIVPROF-AUDIT-FILE.
          IF ws-dvp-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ DIVPROF-AUDIT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE DA-OPERATOR-ID TO ws-duty-operator
                      MOVE DA-RUN-DATE TO ws-duty-date
                      MOVE "DIVPROF" TO ws-duty-code
                      PERFORM NOTE-DUTY
                END-READ
             END-PERFORM
             CLOSE DIVPROF-AUDIT-FILE
          END-IF.

       COLLECT-CALENDAR-CHANGES.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CALENDAR-AUDIT-FILE.
          IF ws-cal-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ CALENDAR-AUDIT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE CC-OPERATOR-ID TO ws-duty-operator
                      MOVE CC-RUN-DATE TO ws-duty-date
                      MOVE "CALENDAR" TO ws-duty-code
                      PERFORM NOTE-DUTY
                END-READ
             END-PERFORM
             CLOSE CALENDAR-AUDIT-FILE
          END-IF.

      * A certification belongs to the run it certifies: whoever
      * released that night's lock and then signed the night off a
      * day later still marked their own homework.
       COLLECT-CERTIFICATIONS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT CERT-FILE.
          IF ws-crt-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ CERT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE CT-OPERATOR-ID TO ws-duty-operator
                      MOVE CT-RUN-DATE TO ws-duty-date
                      MOVE "CERTIFY" TO ws-duty-code
                      PERFORM NOTE-DUTY
                END-READ
             END-PERFORM
             CLOSE CERT-FILE
          END-IF.

      * One entry per operator, run date and duty however many rows
      * the trail holds for it; rows outside the window, with no
      * operator or with no usable date are not duties held.
       NOTE-DUTY.
          IF ws-duty-operator IS EQUAL TO SPACES
             OR ws-duty-date IS NOT NUMERIC
             EXIT PARAGRAPH
          END-IF.
          IF ws-duty-date IS LESS THAN ws-window-start
             OR ws-duty-date IS GREATER THAN ws-run-date
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-duty-seen.
          PERFORM VARYING DUTY-IDX FROM 1 BY 1
             UNTIL DUTY-IDX IS GREATER THAN WS-DUTY-COUNT
             OR ws-duty-seen IS EQUAL TO "Y"
             IF WS-D-OPERATOR-ID(DUTY-IDX) IS EQUAL TO
                ws-duty-operator
                AND WS-D-RUN-DATE(DUTY-IDX) IS EQUAL TO ws-duty-date
                AND WS-D-DUTY(DUTY-IDX) IS EQUAL TO ws-duty-code
                MOVE "Y" TO ws-duty-seen
             END-IF
          END-PERFORM.
          IF ws-duty-seen IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          IF WS-DUTY-COUNT IS EQUAL TO 5000
             DISPLAY "SODREPORT: MORE THAN 5000 DUTIES HELD IN "
                "WINDOW, NOTHING REVIEWED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          ADD 1 TO WS-DUTY-COUNT.
          MOVE ws-duty-operator TO WS-D-OPERATOR-ID(WS-DUTY-COUNT).
          MOVE ws-duty-date TO WS-D-RUN-DATE(WS-DUTY-COUNT).
          MOVE ws-duty-code TO WS-D-DUTY(WS-DUTY-COUNT).

       CHECK-ONE-RULE.
          PERFORM VARYING DUTY-IDX FROM 1 BY 1
             UNTIL DUTY-IDX IS GREATER THAN WS-DUTY-COUNT
             IF WS-D-DUTY(DUTY-IDX) IS EQUAL TO WS-R-DUTY-A(RULE-IDX)
                PERFORM FIND-CONFLICTING-DUTY
             END-IF
          END-PERFORM.

       FIND-CONFLICTING-DUTY.
          PERFORM VARYING PARTNER-IDX FROM 1 BY 1
             UNTIL PARTNER-IDX IS GREATER THAN WS-DUTY-COUNT
             IF WS-D-DUTY(PARTNER-IDX) IS EQUAL TO
                WS-R-DUTY-B(RULE-IDX)
                AND WS-D-OPERATOR-ID(PARTNER-IDX) IS EQUAL TO
                WS-D-OPERATOR-ID(DUTY-IDX)
                AND WS-D-RUN-DATE(PARTNER-IDX) IS EQUAL TO
                WS-D-RUN-DATE(DUTY-IDX)
                PERFORM RECORD-CONFLICT
             END-IF
          END-PERFORM.

      * A conflict raised on an earlier night is reported again but
      * not re-alerted; a new one is alerted and joins the carried
      * list under tonight's date and run id.
       RECORD-CONFLICT.
          ADD 1 TO ws-found-count.
          MOVE "N" TO ws-vio-found.
          PERFORM VARYING VIO-IDX FROM 1 BY 1
             UNTIL VIO-IDX IS GREATER THAN WS-VIO-COUNT
             OR ws-vio-found IS EQUAL TO "Y"
             IF WS-V-RUN-DATE(VIO-IDX) IS EQUAL TO
                WS-D-RUN-DATE(DUTY-IDX)
                AND WS-V-OPERATOR-ID(VIO-IDX) IS EQUAL TO
                WS-D-OPERATOR-ID(DUTY-IDX)
                AND WS-V-DUTY-A(VIO-IDX) IS EQUAL TO
                WS-R-DUTY-A(RULE-IDX)
                AND WS-V-DUTY-B(VIO-IDX) IS EQUAL TO
                WS-R-DUTY-B(RULE-IDX)
                MOVE "Y" TO ws-vio-found
                SET ws-vio-idx TO VIO-IDX
             END-IF
          END-PERFORM.
          IF ws-vio-found IS EQUAL TO "N"
             IF WS-VIO-COUNT IS EQUAL TO 1000
                DISPLAY "SODREPORT: MORE THAN 1000 CONFLICTS, "
                   "CONFLICT LIST NOT REWRITTEN"
                MOVE 8 TO RETURN-CODE
                STOP RUN
             END-IF
             ADD 1 TO WS-VIO-COUNT
             MOVE WS-VIO-COUNT TO ws-vio-idx
             MOVE WS-D-RUN-DATE(DUTY-IDX) TO
                WS-V-RUN-DATE(ws-vio-idx)
             MOVE WS-D-OPERATOR-ID(DUTY-IDX) TO
                WS-V-OPERATOR-ID(ws-vio-idx)
             MOVE WS-R-DUTY-A(RULE-IDX) TO WS-V-DUTY-A(ws-vio-idx)
             MOVE WS-R-DUTY-B(RULE-IDX) TO WS-V-DUTY-B(ws-vio-idx)
             MOVE ws-run-date TO WS-V-RAISED-DATE(ws-vio-idx)
             MOVE ws-run-id TO WS-V-RAISED-RUN-ID(ws-vio-idx)
             ADD 1 TO ws-new-count
             MOVE "SOD VIOLATION" TO ws-alert-condition
             MOVE WS-D-RUN-DATE(DUTY-IDX) TO ws-alert-key-1
             SET ws-alert-key-2 TO RULE-IDX
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          STRING "CONFLICT " WS-D-RUN-DATE(DUTY-IDX) " "
             WS-D-OPERATOR-ID(DUTY-IDX) " "
             WS-R-DUTY-A(RULE-IDX) " " WS-R-DUTY-B(RULE-IDX) " "
             WS-R-DESCRIPTION(RULE-IDX) " RAISED "
             WS-V-RAISED-DATE(ws-vio-idx) DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

       REWRITE-VIOLATIONS.
          MOVE SPACES TO SOD-VIOLATION-RECORD.
          OPEN OUTPUT VIOLATION-FILE.
          PERFORM VARYING VIO-IDX FROM 1 BY 1
             UNTIL VIO-IDX IS GREATER THAN WS-VIO-COUNT
             MOVE SPACES TO SOD-VIOLATION-RECORD
             MOVE WS-V-RUN-DATE(VIO-IDX) TO SV-RUN-DATE
             MOVE WS-V-OPERATOR-ID(VIO-IDX) TO SV-OPERATOR-ID
             MOVE WS-V-DUTY-A(VIO-IDX) TO SV-DUTY-A
             MOVE WS-V-DUTY-B(VIO-IDX) TO SV-DUTY-B
             MOVE WS-V-RAISED-DATE(VIO-IDX) TO SV-RAISED-DATE
             MOVE WS-V-RAISED-RUN-ID(VIO-IDX) TO SV-RAISED-RUN-ID
             WRITE SOD-VIOLATION-RECORD
          END-PERFORM.
          CLOSE VIOLATION-FILE.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "SEGREGATION OF DUTIES REVIEW " ws-run-date-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * REVIEWED TO is read by periodclose.cbl: a month is only
      * closable once a review has run past its end.
       WRITE-TRAILER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "CONFLICTS:  " ws-found-count " NEW: " ws-new-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE SPACES TO REPORT-RECORD.
          STRING "REVIEWED TO " ws-run-date-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

                05 FILLER PIC X(30) VALUE "divisor_profiles.dat".
                05 FILLER PIC X(30) VALUE "divmatrix_config.dat".
                05 FILLER PIC X(30) VALUE "nightly_schedule.dat".
                05 FILLER PIC X(30) VALUE "nightly_concurrency.dat".
                05 FILLER PIC X(30) VALUE "nightly_trigger.dat".
                05 FILLER PIC X(30) VALUE "processing_calendar.dat".
                05 FILLER PIC X(30) VALUE "calendar_rules.dat".
                05 FILLER PIC X(30) VALUE "alert_severity.dat".
                05 FILLER PIC X(30) VALUE "ops_shift.dat".
                05 FILLER PIC X(30) VALUE "operators.dat".
                05 FILLER PIC X(30) VALUE "runbook.dat".
                05 FILLER PIC X(30) VALUE "runbook_invocations.dat".
                05 FILLER PIC X(30) VALUE "runbook_closeouts.dat".
                05 FILLER PIC X(30) VALUE "oncall_rota.dat".
                05 FILLER PIC X(30) VALUE "pager_config.dat".
                05 FILLER PIC X(30) VALUE "incidents.dat".
                05 FILLER PIC X(30) VALUE "freeze_calendar.dat".
                05 FILLER PIC X(30) VALUE "sod_rules.dat".
                05 FILLER PIC X(30) VALUE "pwd_policy.dat".
                05 FILLER PIC X(30) VALUE "pwd_history.dat".
                05 FILLER PIC X(30) VALUE "offboard_worklist.dat".
                05 FILLER PIC X(30) VALUE "sla_targets.dat".
                05 FILLER PIC X(30) VALUE "request_sla_breaches.dat".
                05 FILLER PIC X(30) VALUE "report_distribution.dat".
                05 FILLER PIC X(30) VALUE "report_retention.dat".
                05 FILLER PIC X(30) VALUE "dataset_registry.dat".
                05 FILLER PIC X(30) VALUE "subscriptions.dat".
                05 FILLER PIC X(30) VALUE "triage_overrides.dat".
                05 FILLER PIC X(30) VALUE "mult_mode_switch.dat".
                05 FILLER PIC X(30) VALUE "pf_segments.dat".
                05 FILLER PIC X(30) VALUE "pf_mode_switch.dat".
                05 FILLER PIC X(30) VALUE "fib_mode_switch.dat".
                05 FILLER PIC X(30) VALUE "sieve_mode_switch.dat".
                05 FILLER PIC X(30) VALUE "divide_pairs.dat".
                05 FILLER PIC X(30) VALUE "modexp_triples.dat".
                05 FILLER PIC X(30) VALUE "request_queue.dat".
                05 FILLER PIC X(30) VALUE "requester_quotas.dat".
                05 FILLER PIC X(30) VALUE "results_history.dat".
             01 ws-backup-table REDEFINES ws-backup-list.
                05 ws-backup-name OCCURS 48 TIMES PIC X(30).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
             OPEN OUTPUT MANIFEST-FILE
          END-IF.
          PERFORM VARYING ws-file-idx FROM 1 BY 1
             UNTIL ws-file-idx IS GREATER THAN 48
             PERFORM BACKUP-ONE-FILE
          END-PERFORM.
          CLOSE MANIFEST-FILE.

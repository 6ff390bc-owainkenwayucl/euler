      * Runbook invocation row (runbook_invocations.dat), appended
      * whenever a runbook.dat procedure is printed beside a failure:
      * by nightly.cbl for a step that ended FAIL, and by
      * alertdigest.cbl for an alert its digest reports.  A failed
      * step with no matching runbook entry is logged too, with
      * RI-PROC-NO zero, so the failures nobody has written a
      * procedure for can be counted.  The invocation is identified
      * the way alert_acks.dat identifies an alert: program, run
      * date, condition and run id.  RI-SOURCE is NIGHTLY or
      * ALERTDIG.  runbookreview.cbl closes each one out
      * (runbookcloserec.cpy).
       01 RUNBOOK-INVOCATION-RECORD.
          05 RI-RUN-DATE            PIC 9(8).
          05 RI-FILLER1             PIC X.
          05 RI-RUN-ID              PIC 9(9).
          05 RI-FILLER2             PIC X.
          05 RI-SOURCE              PIC X(8).
          05 RI-FILLER3             PIC X.
          05 RI-PROGRAM-ID          PIC X(8).
          05 RI-FILLER4             PIC X.
          05 RI-CONDITION           PIC X(20).
          05 RI-FILLER5             PIC X.
          05 RI-PROC-NO             PIC 9(4).

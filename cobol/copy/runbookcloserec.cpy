      * Runbook close-out row (runbook_closeouts.dat), appended by
      * runbookreview.cbl once the operator has dealt with an
      * invocation (runbookinvrec.cpy), matched to it on program,
      * run date, condition and run id.  RC-ACTION-TAKEN is what was
      * actually done, which need not be what the procedure said;
      * RC-OUTCOME is RESOLVED, NOT RESOLVED or ESCALATED; the
      * minutes run from the failure to the step being recovered.
       01 RUNBOOK-CLOSEOUT-RECORD.
          05 RC-CLOSE-DATE          PIC 9(8).
          05 RC-FILLER1             PIC X.
          05 RC-OPERATOR-ID         PIC X(8).
          05 RC-FILLER2             PIC X.
          05 RC-PROGRAM-ID          PIC X(8).
          05 RC-FILLER3             PIC X.
          05 RC-RUN-DATE            PIC 9(8).
          05 RC-FILLER4             PIC X.
          05 RC-CONDITION           PIC X(20).
          05 RC-FILLER5             PIC X.
          05 RC-RUN-ID              PIC 9(9).
          05 RC-FILLER6             PIC X.
          05 RC-PROC-NO             PIC 9(4).
          05 RC-FILLER7             PIC X.
          05 RC-OUTCOME             PIC X(12).
          05 RC-FILLER8             PIC X.
          05 RC-RECOVERY-MINUTES    PIC 9(5).
          05 RC-FILLER9             PIC X.
          05 RC-ACTION-TAKEN        PIC X(40).

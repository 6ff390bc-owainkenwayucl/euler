      * One row per scheduled step per nightly run
      * (nightly_step_history.dat, appended by nightly.cbl): what
      * became of the step -- PASS, FAIL, HELD, NOTDUE, PREREQ,
      * CONDSKIP or BYPASSED -- with its condition code, elapsed
      * seconds and wall-clock start and end.  nightly_report.dat is
      * rewritten every night; this is the lasting record of which
      * steps ran on which dates, so missedruns.cbl can tell a
      * month-end step that was due and never ran from one that
      * wasn't due, and windowforecast.cbl can price a step that only
      * runs a few nights a year.  Program id then run date, in the
      * shop's standard leading columns.
       01 STEP-HISTORY-RECORD.
          05 SH-PROGRAM-ID          PIC X(8).
          05 SH-FILLER1             PIC X.
          05 SH-RUN-DATE            PIC 9(8).
          05 SH-FILLER2             PIC X.
          05 SH-RUN-ID              PIC 9(9).
          05 SH-FILLER3             PIC X.
          05 SH-STATUS              PIC X(8).
          05 SH-FILLER4             PIC X.
          05 SH-EXIT-CODE           PIC 9(4).
          05 SH-FILLER5             PIC X.
          05 SH-ELAPSED-SECONDS     PIC 9(9).
          05 SH-FILLER6             PIC X.
          05 SH-START-TIME          PIC 9(8).
          05 SH-FILLER7             PIC X.
          05 SH-END-TIME            PIC 9(8).

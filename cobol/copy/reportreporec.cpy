      * Report repository row (report_repository.dat).  Every report
      * the shop distributes is overwritten by its next run, so
      * reportcapture.cbl files a copy of each edition as it is
      * produced, keyed by report name, run date and run id (the
      * runcontrol.cbl id of the run that produced it; zero when no
      * id was ever issued).  An edition is
      *    one RPHDR row  (RR-TEXT says when it was captured and the
      *                    retention it was filed under),
      *    one RPROW row per report line, numbered from 1 in
      *                    RR-LINE-NO, the line itself in RR-TEXT,
      *    one RPTRL row  (RR-LINE-NO is the edition's line count),
      * and every row carries the full key and the producing
      * program, so a reader can pick one edition's rows out of the
      * file without tracking brackets.  reportview.cbl pages
      * through an edition at the terminal and reportdistrib.cbl
      * re-sends one on request.
       01 REPORT-REPOSITORY-RECORD.
          05 RR-REPORT-NAME         PIC X(30).
          05 RR-FILLER1             PIC X.
          05 RR-RUN-DATE            PIC 9(8).
          05 RR-FILLER2             PIC X.
          05 RR-RUN-ID              PIC 9(9).
          05 RR-FILLER3             PIC X.
          05 RR-PROGRAM-ID          PIC X(8).
          05 RR-FILLER4             PIC X.
          05 RR-ROW-TYPE            PIC X(5).
          05 RR-FILLER5             PIC X.
          05 RR-LINE-NO             PIC 9(6).
          05 RR-FILLER6             PIC X.
          05 RR-TEXT                PIC X(250).

      * Report re-send request (report_resend_card.dat), one row per
      * past edition to be delivered again: the edition's key in
      * the report repository (reportreporec.cpy) -- report name,
      * run date, and run id (zero for that date's last edition) --
      * the recipient it goes to (spaces for every recipient
      * report_distribution.dat maps the report to) and who asked.
      * reportview.cbl queues rows from the retrieval screen, or an
      * operator can key one; reportdistrib.cbl works the card on
      * its next run and removes it.
       01 RESEND-CARD-RECORD.
          05 RS-REPORT-NAME         PIC X(30).
          05 RS-FILLER1             PIC X.
          05 RS-RUN-DATE            PIC 9(8).
          05 RS-FILLER2             PIC X.
          05 RS-RUN-ID              PIC 9(9).
          05 RS-FILLER3             PIC X.
          05 RS-RECIPIENT           PIC X(8).
          05 RS-FILLER4             PIC X.
          05 RS-REQUESTED-BY        PIC X(8).

      * Segregation-of-duties violation (sod_violations.dat), one
      * row per operator, run date and conflicting pair of duties
      * from sod_rules.dat that sodreport.cbl found them holding.
      * Rows are carried forward from night to night so a conflict
      * is alerted once: SV-RAISED-DATE and SV-RAISED-RUN-ID name
      * the SOD VIOLATION alert raised for it, which is the row
      * periodclose.cbl looks for an acknowledgement of before it
      * will close the month the run date falls in.
       01 SOD-VIOLATION-RECORD.
          05 SV-RUN-DATE            PIC 9(8).
          05 SV-FILLER1             PIC X.
          05 SV-OPERATOR-ID         PIC X(8).
          05 SV-FILLER2             PIC X.
          05 SV-DUTY-A              PIC X(8).
          05 SV-FILLER3             PIC X.
          05 SV-DUTY-B              PIC X(8).
          05 SV-FILLER4             PIC X.
          05 SV-RAISED-DATE         PIC 9(8).
          05 SV-FILLER5             PIC X.
          05 SV-RAISED-RUN-ID       PIC 9(9).

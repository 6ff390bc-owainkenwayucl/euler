      * Operator logbook note (operator_logbook.dat, append-only),
      * written by logbook.cbl.  What the night operator did by hand
      * -- forced a lock, held a step, killed a slow run -- recorded
      * against the run date it was done to and, where it concerns
      * one program's run, that program and its run id (spaces and
      * zero when the note is about the night as a whole).
      * LB-OPERATOR-ID is the authenticated id that wrote the note,
      * LB-NOTE-DATE and LB-NOTE-TIME (HHMMSSCC) when it was written.
       01 LOGBOOK-RECORD.
          05 LB-RUN-DATE            PIC 9(8).
          05 LB-FILLER1             PIC X.
          05 LB-PROGRAM-ID          PIC X(8).
          05 LB-FILLER2             PIC X.
          05 LB-RUN-ID              PIC 9(9).
          05 LB-FILLER3             PIC X.
          05 LB-OPERATOR-ID         PIC X(8).
          05 LB-FILLER4             PIC X.
          05 LB-NOTE-DATE           PIC 9(8).
          05 LB-FILLER5             PIC X.
          05 LB-NOTE-TIME           PIC 9(8).
          05 LB-FILLER6             PIC X.
          05 LB-NOTE                PIC X(70).

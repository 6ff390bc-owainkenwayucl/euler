      * One alert or exception row grouped under an incident
      * (incident_links.dat, append-only).  IK-KIND is ALERT for an
      * alert_central.dat row -- keyed by source, run date,
      * condition and run id, IK-RUN-TIME zero -- or EXCEPTION for
      * an exception_log.dat row -- keyed by program, run date, run
      * time and condition, IK-RUN-ID its run id for reference.
      * IK-ATTACHED-BY is the SUPERVSR who attached it on
      * incidentmaint.cbl, or AUTO when alertlog.cbl attached a new
      * alert to the open incident for its program and condition.
      * Attaching also acknowledges the row (disposition INCnnnnn),
      * so a grouped row stops counting as open work on its own.
       01 INCIDENT-LINK-RECORD.
          05 IK-INCIDENT-ID         PIC 9(5).
          05 IK-FILLER1             PIC X.
          05 IK-KIND                PIC X(9).
          05 IK-FILLER2             PIC X.
          05 IK-SOURCE              PIC X(8).
          05 IK-FILLER3             PIC X.
          05 IK-RUN-DATE            PIC 9(8).
          05 IK-FILLER4             PIC X.
          05 IK-RUN-TIME            PIC 9(8).
          05 IK-FILLER5             PIC X.
          05 IK-CONDITION           PIC X(20).
          05 IK-FILLER6             PIC X.
          05 IK-RUN-ID              PIC 9(9).
          05 IK-FILLER7             PIC X.
          05 IK-ATTACHED-DATE       PIC 9(8).
          05 IK-FILLER8             PIC X.
          05 IK-ATTACHED-BY         PIC X(8).

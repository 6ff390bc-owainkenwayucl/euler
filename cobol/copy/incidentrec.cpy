      * Incident header (incidents.dat), kept by incidentmaint.cbl.
      * One root cause that fires night after night used to be
      * acknowledged once per alert, by whoever was on shift, with
      * nothing tying the nights together.  An incident names the
      * program and condition it is about, who opened it and when,
      * the root cause once known, the corrective action and the
      * date it is due by; IN-STATUS is OPEN until a SUPERVSR closes
      * it.  The alert and exception rows grouped under an incident
      * are in incident_links.dat (incidentlinkrec.cpy).
       01 INCIDENT-RECORD.
          05 IN-INCIDENT-ID         PIC 9(5).
          05 IN-FILLER1             PIC X.
          05 IN-STATUS              PIC X(6).
          05 IN-FILLER2             PIC X.
          05 IN-PROGRAM-ID          PIC X(8).
          05 IN-FILLER3             PIC X.
          05 IN-CONDITION           PIC X(20).
          05 IN-FILLER4             PIC X.
          05 IN-OPENED-DATE         PIC 9(8).
          05 IN-FILLER5             PIC X.
          05 IN-OPENED-BY           PIC X(8).
          05 IN-FILLER6             PIC X.
          05 IN-TARGET-DATE         PIC 9(8).
          05 IN-FILLER7             PIC X.
          05 IN-CLOSED-DATE         PIC 9(8).
          05 IN-FILLER8             PIC X.
          05 IN-CLOSED-BY           PIC X(8).
          05 IN-FILLER9             PIC X.
          05 IN-ROOT-CAUSE          PIC X(60).
          05 IN-FILLER10            PIC X.
          05 IN-ACTION              PIC X(60).

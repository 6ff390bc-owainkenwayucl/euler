      * Request SLA breach (request_sla_breaches.dat), one row per
      * request reqslacheck.cbl found still PENDING past its
      * sla_targets.dat turnaround -- whether the sweep never
      * reached it, held it at the requester's quota or deferred it
      * at the window close.  The row is what names the requester
      * behind the REQUEST SLA BREACH alert (keyed on the request
      * id), and it is carried from night to night so each request
      * is alerted once; reqslareport.cbl lists the week's rows.
       01 SLA-BREACH-RECORD.
          05 BR-RAISED-DATE         PIC 9(8).
          05 BR-FILLER1             PIC X.
          05 BR-REQUEST-ID          PIC 9(9).
          05 BR-FILLER2             PIC X.
          05 BR-REQUESTER           PIC X(8).
          05 BR-FILLER3             PIC X.
          05 BR-PRIORITY            PIC X(1).
          05 BR-FILLER4             PIC X.
          05 BR-TYPE                PIC X(6).
          05 BR-FILLER5             PIC X.
          05 BR-SUBMIT-DATE         PIC 9(8).
          05 BR-FILLER6             PIC X.
          05 BR-SUBMIT-TIME         PIC 9(6).
          05 BR-FILLER7             PIC X.
          05 BR-TARGET-HOURS        PIC 9(4).
          05 BR-FILLER8             PIC X.
          05 BR-ELAPSED-HOURS       PIC 9(6).

      * Offboarding worklist item (offboard_worklist.dat).  When
      * operadmin.cbl disables a leaver, offboardlist.cbl lists every
      * live reference to them as one OPEN item:
      *
      *    REQUEST   a PENDING request in request_queue.dat
      *              (key: the request id)
      *    SUBSCRIB  a standing query in subscriptions.dat
      *              (key: stream and key)
      *    QUOTA     their row in requester_quotas.dat
      *    DISTRIB   a report_distribution.dat row addressed to them
      *              (key: report name)
      *    ONCALL    an oncall_rota.dat slot not yet ended
      *              (key: start date, start time and tier)
      *
      * A SUPERVSR works each item in offboardmaint.cbl, reassigning
      * it to a named successor (REASSGND) or cancelling it
      * (CANCELED).  An OPEN item whose reference disappeared some
      * other way is closed GONE the next time the list is
      * refreshed.  OW-ITEM-NO is unique across the file.
       01 OFFBOARD-RECORD.
          05 OW-ITEM-NO             PIC 9(6).
          05 OW-FILLER1             PIC X.
          05 OW-LEAVER-ID           PIC X(8).
          05 OW-FILLER2             PIC X.
          05 OW-RAISED-DATE         PIC 9(8).
          05 OW-FILLER3             PIC X.
          05 OW-ITEM-TYPE           PIC X(8).
          05 OW-FILLER4             PIC X.
          05 OW-ITEM-KEY            PIC X(30).
          05 OW-FILLER5             PIC X.
          05 OW-STATUS              PIC X(8).
          05 OW-FILLER6             PIC X.
          05 OW-SUCCESSOR-ID        PIC X(8).
          05 OW-FILLER7             PIC X.
          05 OW-ACTION-DATE         PIC 9(8).
          05 OW-FILLER8             PIC X.
          05 OW-ACTION-BY           PIC X(8).

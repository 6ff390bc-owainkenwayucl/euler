      * before the field existed read as spaces and are treated as
      * the routine priority 5.
          05 RQ-PRIORITY            PIC 9(1).
          05 RQ-FILLER7             PIC X.
      * Date reqsubmit.cbl queued the request, for the requester's
      * inbox (reqinbox.cbl).  Rows queued before the field existed
      * carry no date (spaces, zeros once rewritten): shown undated,
      * and never inside a date filter.
          05 RQ-SUBMIT-DATE         PIC 9(8).
      * Turnaround stamps for the SLA measures (reqslacheck.cbl,
      * reqslareport.cbl): the time of day reqsubmit.cbl queued the
      * request (HHMMSS, alongside RQ-SUBMIT-DATE), the first sweep
      * that reached it in its answer order -- answered, held at
      * quota or deferred at the window close alike -- and the sweep
      * that answered it (DONE or FAILED).  Zeros or spaces until
      * stamped; a request queued before the stamps existed is
      * never measured.
          05 RQ-FILLER8             PIC X.
          05 RQ-SUBMIT-TIME         PIC 9(6).
          05 RQ-FILLER9             PIC X.
          05 RQ-FIRST-DATE          PIC 9(8).
          05 RQ-FILLER10            PIC X.
          05 RQ-FIRST-TIME          PIC 9(6).
          05 RQ-FILLER11            PIC X.
          05 RQ-ANSWER-DATE         PIC 9(8).
          05 RQ-FILLER12            PIC X.
          05 RQ-ANSWER-TIME         PIC 9(6).

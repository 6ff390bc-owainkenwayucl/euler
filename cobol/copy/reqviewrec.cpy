      * Request view log (request_view_log.dat), one row per request
      * a signed-on operator looked at through reqstatus.cbl or
      * listed in reqinbox.cbl, and one per delivery file opened in
      * reqinbox.cbl (RV-REQUEST-ID zero, RV-REQUESTER the file's
      * owner).  An answer belongs to the requester who asked: a
      * view by anyone else but a SUPERVSR is logged WITHHELD and
      * shows no answer.
      *
      *    SHOWN     answer (or status, before there is one) shown
      *    WITHHELD  status shown, answer held back from a stranger
      *    NOTFOUND  no such request id
      *    DELIVERY  delivery file shown
       01 REQUEST-VIEW-RECORD.
          05 RV-RUN-DATE            PIC 9(8).
          05 RV-FILLER1             PIC X.
          05 RV-RUN-TIME            PIC 9(8).
          05 RV-FILLER2             PIC X.
          05 RV-OPERATOR-ID         PIC X(8).
          05 RV-FILLER3             PIC X.
          05 RV-PROGRAM             PIC X(8).
          05 RV-FILLER4             PIC X.
          05 RV-REQUEST-ID          PIC 9(9).
          05 RV-FILLER5             PIC X.
          05 RV-REQUESTER           PIC X(8).
          05 RV-FILLER6             PIC X.
          05 RV-OUTCOME             PIC X(8).

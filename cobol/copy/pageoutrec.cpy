      * Outbound notification (pager_outbound.dat), appended by
      * pagernotify.cbl for the paging gateway to pick up and send:
      * who, by which channel, to which number or address, and the
      * one-line message.  PO-TIER says whether this is the first
      * page (P, to the primary) or a rolled one (B, to the backup).
       01 PAGER-OUTBOUND-RECORD.
          05 PO-PAGE-DATE           PIC 9(8).
          05 PO-FILLER1             PIC X.
          05 PO-PAGE-TIME           PIC 9(6).
          05 PO-FILLER2             PIC X.
          05 PO-TIER                PIC X.
          05 PO-FILLER3             PIC X.
          05 PO-OPERATOR-ID         PIC X(8).
          05 PO-FILLER4             PIC X.
          05 PO-CHANNEL             PIC X(5).
          05 PO-FILLER5             PIC X.
          05 PO-CONTACT             PIC X(40).
          05 PO-FILLER6             PIC X.
          05 PO-MESSAGE             PIC X(90).

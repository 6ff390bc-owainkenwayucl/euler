      * Page log row (pager_log.dat), appended by pagernotify.cbl for
      * every alert it has dealt with, so alertreview.cbl can show
      * who was notified and when.  The alert is identified the way
      * alert_acks.dat identifies it: source program, run date,
      * condition and run id.  PL-ACTION is
      *    SENT     paged to the primary on call,
      *    ROLLED   re-paged to the backup, the primary's page having
      *             gone unacknowledged past the timeout,
      *    DUPLICATE not paged: the same condition from the same
      *             source was paged within the quiet period,
      *    OFFHOURS not paged: a WARNING outside the warning paging
      *             hours,
      *    NOONCALL not paged: nobody on the rota at that moment,
      *    NOBACKUP no backup on the rota to roll an unanswered page
      *             to,
      * and PL-OPERATOR-ID/PL-CHANNEL/PL-CONTACT name who was paged
      * (spaces when nobody was).
       01 PAGER-LOG-RECORD.
          05 PL-PAGE-DATE           PIC 9(8).
          05 PL-FILLER1             PIC X.
          05 PL-PAGE-TIME           PIC 9(6).
          05 PL-FILLER2             PIC X.
          05 PL-ACTION              PIC X(9).
          05 PL-FILLER3             PIC X.
          05 PL-SOURCE              PIC X(8).
          05 PL-FILLER4             PIC X.
          05 PL-RUN-DATE            PIC 9(8).
          05 PL-FILLER5             PIC X.
          05 PL-CONDITION           PIC X(20).
          05 PL-FILLER6             PIC X.
          05 PL-RUN-ID              PIC 9(9).
          05 PL-FILLER7             PIC X.
          05 PL-SEVERITY            PIC X(8).
          05 PL-FILLER8             PIC X.
          05 PL-OPERATOR-ID         PIC X(8).
          05 PL-FILLER9             PIC X.
          05 PL-CHANNEL             PIC X(5).
          05 PL-FILLER10            PIC X.
          05 PL-CONTACT             PIC X(40).

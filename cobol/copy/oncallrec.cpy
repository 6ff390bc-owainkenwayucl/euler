      * On-call rota slot (oncall_rota.dat), kept by oncallmaint.cbl.
      * A slot runs from its start date and time up to (not
      * including) its end date and time, and names who carries the
      * pager for that stretch: OC-TIER P is the primary, paged
      * first; B is the backup, paged when the primary hasn't
      * acknowledged in time.  OC-CHANNEL says how the page goes out
      * (SMS, EMAIL, PHONE, ...) and OC-CONTACT where to -- the
      * number or address the outbound gateway dials.  Times are
      * HHMM, 24-hour.  Where slots overlap, the one that started
      * latest is the one in force, so a one-night swap is a short
      * slot keyed over the standing week.
       01 ONCALL-RECORD.
          05 OC-START-DATE          PIC 9(8).
          05 OC-FILLER1             PIC X.
          05 OC-START-TIME          PIC 9(4).
          05 OC-FILLER2             PIC X.
          05 OC-END-DATE            PIC 9(8).
          05 OC-FILLER3             PIC X.
          05 OC-END-TIME            PIC 9(4).
          05 OC-FILLER4             PIC X.
          05 OC-TIER                PIC X.
          05 OC-FILLER5             PIC X.
          05 OC-OPERATOR-ID         PIC X(8).
          05 OC-FILLER6             PIC X.
          05 OC-CHANNEL             PIC X(5).
          05 OC-FILLER7             PIC X.
          05 OC-CONTACT             PIC X(40).

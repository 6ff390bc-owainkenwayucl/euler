      * Disposition of a partner reconciliation case
      * (partner_recon_dispositions.dat, appended by
      * partnerdispo.cbl).  Keyed the same way as ptncaserec.cpy;
      * PD-DISPOSITION records whose answer was wrong -- OURS,
      * THEIRS or BOTH -- under the authenticated operator id and
      * the date it was recorded.
       01 PARTNER-DISPO-RECORD.
          05 PD-REQUESTER           PIC X(8).
          05 PD-FILLER1             PIC X.
          05 PD-PARTNER-REF         PIC X(12).
          05 PD-FILLER2             PIC X.
          05 PD-N                   PIC 9(30).
          05 PD-FILLER3             PIC X.
          05 PD-DISPOSITION         PIC X(6).
          05 PD-FILLER4             PIC X.
          05 PD-OPERATOR-ID         PIC X(8).
          05 PD-FILLER5             PIC X.
          05 PD-DISPO-DATE          PIC 9(8).

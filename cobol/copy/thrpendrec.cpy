      * Staged threshold change (threshold_pending.dat).
      * maintthresholds.cbl stages a PROD change, or a change of any
      * mode with a future effective date, as PENDING; a second
      * SUPERVSR rules on it in thresholdapprove.cbl.  TP-STATUS is
      *    PENDING   awaiting the second person,
      *    APPROVED  applied to thresholds.dat at approval,
      *    REJECTED  turned down,
      *    SCHEDULD  approved, waiting for its effective date,
      *    ACTIVATD  applied by thresholdactivate.cbl at the start of
      *              the first chain run on or after that date.
      * TP-EFFECTIVE-DATE is the processing date the change takes
      * effect from; zero (and rows from before the field existed)
      * means as soon as it is approved.  The approver id and the
      * change ticket they approved under are kept on a scheduled
      * row so the activation's audit row can name them.
       01 PENDING-RECORD.
          05 TP-PROGRAM-ID          PIC X(8).
          05 TP-FILLER1             PIC X.
          05 TP-MODE                PIC X(4).
          05 TP-FILLER2             PIC X.
          05 TP-OLD-THRESHOLD       PIC 9(18).
          05 TP-FILLER3             PIC X.
          05 TP-NEW-THRESHOLD       PIC 9(18).
          05 TP-FILLER4             PIC X.
          05 TP-PROPOSER-ID         PIC X(8).
          05 TP-FILLER5             PIC X.
          05 TP-STAGE-DATE          PIC 9(8).
          05 TP-FILLER6             PIC X.
          05 TP-STAGE-TIME          PIC 9(8).
          05 TP-FILLER7             PIC X.
          05 TP-STATUS              PIC X(8).
          05 TP-FILLER8             PIC X.
          05 TP-EFFECTIVE-DATE      PIC 9(8).
          05 TP-FILLER9             PIC X.
          05 TP-APPROVER-ID         PIC X(8).
          05 TP-FILLER10            PIC X.
          05 TP-TICKET              PIC X(12).

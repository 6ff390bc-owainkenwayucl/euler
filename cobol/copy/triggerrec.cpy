      * Outbound completion trigger (nightly_done.trg), written by
      * nightly.cbl at the end of every run for the enterprise
      * scheduler to pick up: one DONE record carrying the chain's
      * run id, its overall condition code (the highest any step
      * returned tonight, or 16 when the inbound go trigger never
      * arrived and no step ran), how many steps failed, the region
      * and -- on a fault-injection drill night -- DRILL, then one
      * FAIL record per failed step.  The file is written under a
      * temporary name and renamed into place, so the scheduler
      * never sees half of it.
       01 TRIGGER-DONE-RECORD.
          05 TD-RECORD-TYPE         PIC X(4).
          05 TD-FILLER1             PIC X.
          05 TD-RUN-DATE            PIC 9(8).
          05 TD-FILLER2             PIC X.
          05 TD-RUN-ID              PIC 9(9).
          05 TD-FILLER3             PIC X.
          05 TD-CONDITION-CODE      PIC 9(4).
          05 TD-FILLER4             PIC X.
          05 TD-FAILED-COUNT        PIC 9(4).
          05 TD-FILLER5             PIC X.
          05 TD-REGION              PIC X(8).
          05 TD-FILLER6             PIC X.
          05 TD-DRILL               PIC X(5).
       01 TRIGGER-FAIL-RECORD.
          05 TF-RECORD-TYPE         PIC X(4).
          05 TF-FILLER1             PIC X.
          05 TF-PROGRAM-ID          PIC X(8).
          05 TF-FILLER2             PIC X.
          05 TF-EXIT-CODE           PIC 9(4).

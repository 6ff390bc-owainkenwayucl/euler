      * Dataset growth history (dataset_growth.dat), one row per
      * registered dataset per night, appended by dsgrowth.cbl: the
      * file's record count and size in bytes as the night found
      * it.  The program id and run date lead in the shop's standard
      * columns, so datainventory.cbl can judge the file's own
      * cadence and logrotate.cbl-style tooling can cut it by date;
      * growthreport.cbl trends it weekly against each dataset's
      * ceiling (dataset_ceilings.dat).
       01 GROWTH-RECORD.
          05 GR-PROGRAM-ID          PIC X(8).
          05 GR-FILLER1             PIC X.
          05 GR-RUN-DATE            PIC 9(8).
          05 GR-FILLER2             PIC X.
          05 GR-DATASET             PIC X(30).
          05 GR-FILLER3             PIC X.
          05 GR-RECORD-COUNT        PIC 9(9).
          05 GR-FILLER4             PIC X.
          05 GR-BYTE-COUNT          PIC 9(12).

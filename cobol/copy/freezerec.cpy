      * Change-freeze window (freeze_calendar.dat), declared by change
      * management ahead of quarter-end and audit weeks.  From
      * FZ-START-DATE/TIME to FZ-END-DATE/TIME inclusive (times are
      * HHMM) the maintenance screens refuse changes through
      * changegate.cbl unless a SUPERVSR keys an emergency override;
      * configsnapshot.cbl flags any control-file change it finds
      * inside a window.  Windows may overlap; the first one in
      * force names the freeze.
       01 FREEZE-RECORD.
          05 FZ-START-DATE          PIC 9(8).
          05 FZ-FILLER1             PIC X.
          05 FZ-START-TIME          PIC 9(4).
          05 FZ-FILLER2             PIC X.
          05 FZ-END-DATE            PIC 9(8).
          05 FZ-FILLER3             PIC X.
          05 FZ-END-TIME            PIC 9(4).
          05 FZ-FILLER4             PIC X.
          05 FZ-NAME                PIC X(30).

             01 QUARANTINE-RECORD.
                05 QR-REASON           PIC X(20).
                05 QR-FILLER1          PIC X.
                05 QR-ROW              PIC X(180).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(80).

             01 WS-SEG-BUFFER.
                05 WS-SEG-ROW OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-SEG-COUNT
                      PIC X(180).

       PROCEDURE DIVISION.
          MOVE SPACES TO QUARANTINE-RECORD.

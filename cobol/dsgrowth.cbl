       IDENTIFICATION DIVISION.
       PROGRAM-ID. dsgrowth.
       AUTHOR. Owain Kenway.

      * Nightly dataset growth recorder.  datainventory.cbl says what
      * is in the data directory today, but capacity_log.dat,
      * alert_central.dat, results_history.dat and the rest each grow
      * at their own rate, and we only learned a file was too big
      * when a table overflowed or a scan got slow.  This step takes
      * every dataset named in dataset_registry.dat, measures its
      * record count and size in bytes, and appends one row per
      * dataset to the growth history (dataset_growth.dat,
      * growthrec.cpy), which growthreport.cbl trends weekly.
      *
      * The measuring goes through the same CALL "SYSTEM" escape
      * datainventory.cbl uses for its directory listing: wc counts
      * the lines (one per LINE SEQUENTIAL record) and the bytes, and
      * leaves them as two fixed-width numbers in a probe file
      * (growth_probe.dat) for this program to read back.  A
      * registered file that isn't there leaves the probe empty and
      * gets no row -- MISSING is datainventory.cbl's finding, and a
      * zero row would read as the file having been emptied.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT REGISTRY-FILE
                ASSIGN TO "cobol/data/dataset_registry.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REG-STATUS.
             SELECT PROBE-FILE
                ASSIGN TO "cobol/data/growth_probe.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRB-STATUS.
             SELECT GROWTH-FILE
                ASSIGN TO "cobol/data/dataset_growth.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GRW-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD REGISTRY-FILE.
             01 REGISTRY-RECORD.
                05 DS-NAME            PIC X(30).
                05 DS-FILLER1         PIC X.
                05 DS-PRODUCER        PIC X(8).
                05 DS-FILLER2         PIC X.
                05 DS-CADENCE-DAYS    PIC 9(4).
                05 DS-FILLER3         PIC X.
                05 DS-DATE-COL        PIC X.
          FD PROBE-FILE.
             01 PROBE-RECORD.
                05 PB-RECORD-COUNT    PIC 9(9).
                05 PB-FILLER1         PIC X.
                05 PB-BYTE-COUNT      PIC 9(12).
          FD GROWTH-FILE.
             COPY "growthrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-reg-status PIC XX.
             01 ws-prb-status PIC XX.
             01 ws-grw-status PIC XX.
             01 ws-reg-eof PIC X VALUE "N".
             01 ws-run-date PIC 9(8).
             01 ws-probe-command PIC X(200).
             01 ws-measured-count PIC 9(9) VALUE 0.
             01 ws-absent-count PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          OPEN INPUT REGISTRY-FILE.
          IF ws-reg-status IS NOT EQUAL TO "00"
             DISPLAY "DSGROWTH: NO DATASET REGISTRY"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO GROWTH-RECORD.
          OPEN EXTEND GROWTH-FILE.
          IF ws-grw-status IS NOT EQUAL TO "00"
             OPEN OUTPUT GROWTH-FILE
          END-IF.
          PERFORM UNTIL ws-reg-eof IS EQUAL TO "Y"
             READ REGISTRY-FILE
                AT END
                   MOVE "Y" TO ws-reg-eof
                NOT AT END
                   IF DS-NAME IS NOT EQUAL TO SPACES
                      PERFORM MEASURE-ONE-DATASET
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE REGISTRY-FILE.
          CLOSE GROWTH-FILE.
          DISPLAY "DSGROWTH: " ws-measured-count " MEASURED, "
             ws-absent-count " ABSENT".
          MOVE 0 TO RETURN-CODE.
       STOP RUN.

       MEASURE-ONE-DATASET.
          MOVE SPACES TO ws-probe-command.
          STRING "wc -lc 2>/dev/null < cobol/data/" DELIMITED BY SIZE
             DS-NAME DELIMITED BY SPACE
             " | awk '{printf " DELIMITED BY SIZE
             """%09d %012d\n"", $1, $2}'" DELIMITED BY SIZE
             " > cobol/data/growth_probe.dat" DELIMITED BY SIZE
             INTO ws-probe-command.
          CALL "SYSTEM" USING ws-probe-command.
          OPEN INPUT PROBE-FILE.
          IF ws-prb-status IS NOT EQUAL TO "00"
             ADD 1 TO ws-absent-count
             EXIT PARAGRAPH
          END-IF.
          READ PROBE-FILE
             AT END
                ADD 1 TO ws-absent-count
             NOT AT END
                IF PB-RECORD-COUNT IS NUMERIC
                   AND PB-BYTE-COUNT IS NUMERIC
                   MOVE SPACES TO GROWTH-RECORD
                   MOVE "DSGROWTH" TO GR-PROGRAM-ID
                   MOVE ws-run-date TO GR-RUN-DATE
                   MOVE DS-NAME TO GR-DATASET
                   MOVE PB-RECORD-COUNT TO GR-RECORD-COUNT
                   MOVE PB-BYTE-COUNT TO GR-BYTE-COUNT
                   WRITE GROWTH-RECORD
                   ADD 1 TO ws-measured-count
                ELSE
                   ADD 1 TO ws-absent-count
                END-IF
          END-READ.
          CLOSE PROBE-FILE.

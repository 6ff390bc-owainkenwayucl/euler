      * exception rows for the date, and -- when the run under
      * audit is SOLUTN2 -- the fibverify report (that report
      * covers the latest run only and carries no dates, so it is
      * copied whole with that caveat in its section), and any
      * replayrun.cbl verdicts on the run from replaying it under
      * its own night's configuration snapshot, and the operator
      * logbook notes (logbook.cbl) for the date that name the
      * program or one of its run ids, or no program at all -- what
      * was done to the run by hand.  The pack
      * opens with an EPHDR naming the request, marks each section
      * with an EPSEC row, and closes with an EPTRL carrying the
      * copied-row count -- so the pack itself is verifiably
                ASSIGN TO "cobol/data/fib_verify_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FVR-STATUS.
             SELECT REPLAY-VERDICT-FILE
                ASSIGN TO "cobol/data/replay_verdicts.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPV-STATUS.
             SELECT LOGBOOK-FILE
                ASSIGN TO "cobol/data/operator_logbook.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
             SELECT PACK-FILE
                ASSIGN TO "cobol/data/evidence_pack.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                05 PFX-REST            PIC X(80).
          FD FIBVERIFY-REPORT-FILE.
             01 FIBVERIFY-REPORT-RECORD PIC X(100).
          FD REPLAY-VERDICT-FILE.
             COPY "replayrec.cpy".
          FD LOGBOOK-FILE.
             COPY "logbookrec.cpy".
          FD PACK-FILE.
             01 PACK-RECORD           PIC X(250).

             01 ws-cvx-status PIC XX.
             01 ws-pfx-status PIC XX.
             01 ws-fvr-status PIC XX.
             01 ws-rpv-status PIC XX.
             01 ws-pck-status PIC XX.
             01 ws-log-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-want-date PIC 9(8) VALUE 0.
             01 ws-want-program PIC X(8) VALUE SPACES.
             01 WS-SEG-BUFFER.
                05 WS-SEG-ROW OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-SEG-COUNT
                      PIC X(180).

       PROCEDURE DIVISION.
          PERFORM LOAD-REQUEST-CARD.
          PERFORM GATHER-CROSSVAL-ROWS.
          PERFORM GATHER-PFRECON-ROWS.
          PERFORM GATHER-FIBVERIFY-ROWS.
          PERFORM GATHER-REPLAY-VERDICTS.
          PERFORM GATHER-LOGBOOK-NOTES.
          PERFORM WRITE-PACK-TRAILER.
          CLOSE PACK-FILE.
          DISPLAY "EVIDENCEPACK: " ws-copied-count " ROW(S) FOR "
             CLOSE FIBVERIFY-REPORT-FILE
          END-IF.

       GATHER-REPLAY-VERDICTS.
          PERFORM WRITE-SECTION-REPLAY.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT REPLAY-VERDICT-FILE.
          IF ws-rpv-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ REPLAY-VERDICT-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF RV-RUN-DATE IS NUMERIC
                         AND RV-RUN-DATE IS EQUAL TO ws-want-date
                         AND RV-PROGRAM-ID IS EQUAL TO
                            ws-want-program
                         MOVE REPLAY-VERDICT-RECORD TO PACK-RECORD
                         PERFORM WRITE-PACK-ROW
                      END-IF
                END-READ
             END-PERFORM
             CLOSE REPLAY-VERDICT-FILE
          END-IF.

       GATHER-LOGBOOK-NOTES.
          PERFORM WRITE-SECTION-LOGBOOK.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT LOGBOOK-FILE.
          IF ws-log-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ LOGBOOK-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      MOVE LB-RUN-ID TO ws-row-run-id
                      PERFORM CHECK-RUN-ID-WANTED
                      IF (LB-RUN-DATE IS EQUAL TO ws-want-date
                         AND (LB-PROGRAM-ID IS EQUAL TO
                         ws-want-program OR LB-PROGRAM-ID IS EQUAL
                         TO SPACES))
                         OR ws-id-wanted IS EQUAL TO "Y"
                         MOVE LOGBOOK-RECORD TO PACK-RECORD
                         PERFORM WRITE-PACK-ROW
                      END-IF
                END-READ
             END-PERFORM
             CLOSE LOGBOOK-FILE
          END-IF.

       WRITE-PACK-ROW.
          WRITE PACK-RECORD.
          ADD 1 TO ws-copied-count.
             TO PACK-RECORD.
          WRITE PACK-RECORD.

       WRITE-SECTION-REPLAY.
          MOVE "EPSEC REPLAY VERDICTS" TO PACK-RECORD.
          WRITE PACK-RECORD.

       WRITE-SECTION-LOGBOOK.
          MOVE "EPSEC OPERATOR LOGBOOK" TO PACK-RECORD.
          WRITE PACK-RECORD.

      * The trailer's count covers the copied evidence rows, so an
      * auditor can prove the pack arrived whole.
       WRITE-PACK-TRAILER.

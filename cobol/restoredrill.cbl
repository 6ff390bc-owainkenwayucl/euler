       IDENTIFICATION DIVISION.
       PROGRAM-ID. restoredrill.
       AUTHOR. Owain Kenway.

      * Weekly restore-verification drill.  backupset.cbl writes a
      * dated set every night, but until a set has been restored
      * nobody knows it can be -- and the first real test used to be
      * the outage itself.  This step, scheduled weekly after BACKUP,
      * takes the latest bracket in backup_set.dat for every file
      * (a rerun night's second set wins, as in backuprestore.cbl)
      * and restores it into the scratch area
      * (cobol/scratch/restore_drill, cleared first) -- never into
      * cobol/data, so the drill can't overwrite a live file.  Each
      * restored file is then re-read, re-counted and re-checksummed
      * (backupset.cbl's own rolling checksum) and held against:
      *
      *    its bracket's BKTRL row -- the set is internally whole;
      *    its backup_manifest.dat row for that date -- the set is
      *               what the night said it took;
      *    the latest control_ledger.dat claim for that file on that
      *               date, where the file is one a writing program
      *               ledgers (ledgerlog.cbl) -- the set holds what
      *               the chain believed it wrote.  A file nobody
      *               ledgers is noted, not failed.
      *
      * A bracket with no trailer (the set was cut short) or no
      * manifest row fails, since neither can be proved.  The drill
      * report (restore_drill_report.dat) has PASS or FAIL per file;
      * every FAIL is raised through alertlog.cbl as RESTORE DRILL
      * FAIL (CRITICAL) and the step ends with return code 4, so a
      * set that can't be restored is found on a Sunday rather than
      * during a restore.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT BACKUP-FILE
                ASSIGN TO "cobol/data/backup_set.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BKP-STATUS.
             SELECT MANIFEST-FILE
                ASSIGN TO "cobol/data/backup_manifest.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MAN-STATUS.
             SELECT LEDGER-FILE
                ASSIGN TO "cobol/data/control_ledger.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LED-STATUS.
             SELECT SCRATCH-FILE
                ASSIGN TO WS-SCRATCH-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCR-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/restore_drill_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD BACKUP-FILE.
             01 BACKUP-RECORD.
                05 BK-TAG             PIC X(5).
                05 BK-FILLER1         PIC X.
                05 BK-DATE            PIC 9(8).
                05 BK-FILLER2         PIC X.
                05 BK-NAME            PIC X(30).
             01 BACKUP-TRAILER-RECORD.
                05 BT-TAG             PIC X(5).
                05 BT-FILLER1         PIC X.
                05 BT-RECORD-COUNT    PIC 9(9).
                05 BT-FILLER2         PIC X.
                05 BT-CHECKSUM        PIC 9(15).
             01 BACKUP-RAW-RECORD     PIC X(250).
          FD MANIFEST-FILE.
             01 MANIFEST-RECORD.
                05 BM-RUN-DATE        PIC 9(8).
                05 BM-FILLER1         PIC X.
                05 BM-FILE-NAME       PIC X(30).
                05 BM-FILLER2         PIC X.
                05 BM-RECORD-COUNT    PIC 9(9).
                05 BM-FILLER3         PIC X.
                05 BM-CHECKSUM        PIC 9(15).
          FD LEDGER-FILE.
             01 LEDGER-RECORD.
                05 CLG-FILE-NAME       PIC X(30).
                05 CLG-FILLER1         PIC X.
                05 CLG-RUN-DATE        PIC 9(8).
                05 CLG-FILLER2         PIC X.
                05 CLG-RECORD-COUNT    PIC 9(9).
          FD SCRATCH-FILE.
             01 SCRATCH-RECORD        PIC X(250).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).

          WORKING-STORAGE SECTION.
             01 ws-bkp-status PIC XX.
             01 ws-man-status PIC XX.
             01 ws-led-status PIC XX.
             01 ws-scr-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-bkp-eof PIC X.
             01 ws-man-eof PIC X.
             01 ws-led-eof PIC X.
             01 ws-scr-eof PIC X.
             01 WS-SCRATCH-PATH PIC X(60).
             01 ws-scratch-command PIC X(80).
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-row-no PIC 9(9).
             01 ws-open-idx USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-char-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-checksum USAGE BINARY-DOUBLE UNSIGNED.
             01 ws-checksum-disp PIC 9(15).
             01 ws-pass-count PIC 9(9) VALUE 0.
             01 ws-fail-count PIC 9(9) VALUE 0.
             01 ws-file-count-disp PIC 9(9).
             01 ws-alert-source PIC X(8) VALUE "RSTDRILL".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * One entry per file the set holds: where its latest bracket
      * starts, what its trailer, manifest row and ledger claim say,
      * and what the restored copy re-counted to.
             01 WS-FILE-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-FILE-TABLE.
                05 WS-FILE-ENTRY OCCURS 1 TO 100 TIMES
                      DEPENDING ON WS-FILE-COUNT
                      INDEXED BY FILE-IDX.
                   10 WS-F-NAME           PIC X(30).
                   10 WS-F-DATE           PIC 9(8).
                   10 WS-F-HDR-ROW        PIC 9(9).
                   10 WS-F-HAS-TRAILER    PIC X.
                   10 WS-F-TRL-COUNT      PIC 9(9).
                   10 WS-F-TRL-CHECKSUM   PIC 9(15).
                   10 WS-F-HAS-MANIFEST   PIC X.
                   10 WS-F-MAN-COUNT      PIC 9(9).
                   10 WS-F-MAN-CHECKSUM   PIC 9(15).
                   10 WS-F-HAS-LEDGER     PIC X.
                   10 WS-F-LED-COUNT      PIC 9(9).
                   10 WS-F-RST-COUNT      PIC 9(9).
                   10 WS-F-RST-CHECKSUM   PIC 9(15).
                   10 WS-F-RESULT         PIC X(4).
                   10 WS-F-REASON         PIC X(30).
             01 ws-report-line.
                05 DR-RESULT           PIC X(4).
                05 DR-FILLER1          PIC X VALUE SPACE.
                05 DR-FILE-NAME        PIC X(30).
                05 DR-FILLER2          PIC X VALUE SPACE.
                05 DR-BACKUP-DATE      PIC 9(8).
                05 DR-FILLER3          PIC X VALUE SPACE.
                05 DR-RECORD-COUNT     PIC 9(9).
                05 DR-FILLER4          PIC X VALUE SPACE.
                05 DR-REASON           PIC X(30).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          MOVE SPACES TO REPORT-RECORD.
          STRING "RESTORE DRILL " ws-run-date-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM FIND-LATEST-BRACKETS.
          IF WS-FILE-COUNT IS EQUAL TO 0
      * No set at all is the worst possible drill result.
             MOVE SPACES TO REPORT-RECORD
             MOVE "FAIL NO BACKUP SET TO RESTORE" TO REPORT-RECORD
             WRITE REPORT-RECORD
             CLOSE REPORT-FILE
             MOVE "RESTORE DRILL FAIL" TO ws-alert-condition
             MOVE 0 TO ws-alert-key-1
             MOVE 0 TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
             DISPLAY "RESTOREDRILL: NO BACKUP SET TO RESTORE"
             MOVE 4 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO ws-scratch-command.
          STRING "rm -rf cobol/scratch/restore_drill; "
             "mkdir -p cobol/scratch/restore_drill" DELIMITED BY SIZE
             INTO ws-scratch-command.
          CALL "SYSTEM" USING ws-scratch-command.
          PERFORM RESTORE-TO-SCRATCH.
          PERFORM LOAD-MANIFEST.
          PERFORM LOAD-LEDGER.
          PERFORM VARYING FILE-IDX FROM 1 BY 1
             UNTIL FILE-IDX IS GREATER THAN WS-FILE-COUNT
             PERFORM VERIFY-ONE-FILE
          END-PERFORM.
          MOVE WS-FILE-COUNT TO ws-file-count-disp.
          MOVE SPACES TO REPORT-RECORD.
          STRING "FILES: " ws-file-count-disp " PASSED: " ws-pass-count
             " FAILED: " ws-fail-count DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          CLOSE REPORT-FILE.
          DISPLAY "RESTOREDRILL: " ws-pass-count " PASSED, "
             ws-fail-count " FAILED".
          IF ws-fail-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

      * First pass over the set: the row number of each file's last
      * BKHDR, and the date it carries.
       FIND-LATEST-BRACKETS.
          MOVE 0 TO ws-row-no.
          MOVE "N" TO ws-bkp-eof.
          OPEN INPUT BACKUP-FILE.
          IF ws-bkp-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-bkp-eof IS EQUAL TO "Y"
             READ BACKUP-FILE
                AT END
                   MOVE "Y" TO ws-bkp-eof
                NOT AT END
                   ADD 1 TO ws-row-no
                   IF BK-TAG IS EQUAL TO "BKHDR"
                      PERFORM NOTE-BRACKET-HEADER
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE BACKUP-FILE.

       NOTE-BRACKET-HEADER.
          SET FILE-IDX TO 1.
          SEARCH WS-FILE-ENTRY
             AT END
                IF WS-FILE-COUNT IS EQUAL TO 100
                   EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-FILE-COUNT
                SET FILE-IDX TO WS-FILE-COUNT
                MOVE BK-NAME TO WS-F-NAME(FILE-IDX)
             WHEN WS-F-NAME(FILE-IDX) IS EQUAL TO BK-NAME
                CONTINUE
          END-SEARCH.
          MOVE BK-DATE TO WS-F-DATE(FILE-IDX).
          MOVE ws-row-no TO WS-F-HDR-ROW(FILE-IDX).
          MOVE "N" TO WS-F-HAS-TRAILER(FILE-IDX).
          MOVE 0 TO WS-F-TRL-COUNT(FILE-IDX).
          MOVE 0 TO WS-F-TRL-CHECKSUM(FILE-IDX).
          MOVE "N" TO WS-F-HAS-MANIFEST(FILE-IDX).
          MOVE "N" TO WS-F-HAS-LEDGER(FILE-IDX).

      * Second pass: copies each chosen bracket's content into its
      * scratch file and keeps its trailer.  A bracket cut off by
      * the next header or the end of the set stays trailerless.
       RESTORE-TO-SCRATCH.
          MOVE 0 TO ws-row-no.
          MOVE 0 TO ws-open-idx.
          MOVE "N" TO ws-bkp-eof.
          OPEN INPUT BACKUP-FILE.
          PERFORM UNTIL ws-bkp-eof IS EQUAL TO "Y"
             READ BACKUP-FILE
                AT END
                   MOVE "Y" TO ws-bkp-eof
                NOT AT END
                   ADD 1 TO ws-row-no
                   PERFORM WALK-ONE-BACKUP-ROW
             END-READ
          END-PERFORM.
          IF ws-open-idx IS NOT EQUAL TO 0
             CLOSE SCRATCH-FILE
          END-IF.
          CLOSE BACKUP-FILE.

       WALK-ONE-BACKUP-ROW.
          EVALUATE BK-TAG
             WHEN "BKHDR"
                IF ws-open-idx IS NOT EQUAL TO 0
                   CLOSE SCRATCH-FILE
                   MOVE 0 TO ws-open-idx
                END-IF
                SET FILE-IDX TO 1
                SEARCH WS-FILE-ENTRY
                   WHEN WS-F-HDR-ROW(FILE-IDX) IS EQUAL TO ws-row-no
                      SET ws-open-idx TO FILE-IDX
                      PERFORM BUILD-SCRATCH-PATH
                      OPEN OUTPUT SCRATCH-FILE
                END-SEARCH
             WHEN "BKTRL"
                IF ws-open-idx IS NOT EQUAL TO 0
                   CLOSE SCRATCH-FILE
                   MOVE "Y" TO WS-F-HAS-TRAILER(ws-open-idx)
                   IF BT-RECORD-COUNT IS NUMERIC
                      MOVE BT-RECORD-COUNT TO
                         WS-F-TRL-COUNT(ws-open-idx)
                   END-IF
                   IF BT-CHECKSUM IS NUMERIC
                      MOVE BT-CHECKSUM TO
                         WS-F-TRL-CHECKSUM(ws-open-idx)
                   END-IF
                   MOVE 0 TO ws-open-idx
                END-IF
             WHEN OTHER
                IF ws-open-idx IS NOT EQUAL TO 0
                   MOVE BACKUP-RAW-RECORD TO SCRATCH-RECORD
                   WRITE SCRATCH-RECORD
                END-IF
          END-EVALUATE.

       BUILD-SCRATCH-PATH.
          MOVE SPACES TO WS-SCRATCH-PATH.
          STRING "cobol/scratch/restore_drill/" DELIMITED BY SIZE
             WS-F-NAME(FILE-IDX) DELIMITED BY SPACE
             INTO WS-SCRATCH-PATH.

      * The later manifest row for a file and date wins, matching the
      * later-set-wins bracket.
       LOAD-MANIFEST.
          MOVE "N" TO ws-man-eof.
          OPEN INPUT MANIFEST-FILE.
          IF ws-man-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-man-eof IS EQUAL TO "Y"
             READ MANIFEST-FILE
                AT END
                   MOVE "Y" TO ws-man-eof
                NOT AT END
                   SET FILE-IDX TO 1
                   SEARCH WS-FILE-ENTRY
                      WHEN WS-F-NAME(FILE-IDX) IS EQUAL TO
                         BM-FILE-NAME
                         AND WS-F-DATE(FILE-IDX) IS EQUAL TO
                         BM-RUN-DATE
                         MOVE "Y" TO WS-F-HAS-MANIFEST(FILE-IDX)
                         MOVE BM-RECORD-COUNT TO
                            WS-F-MAN-COUNT(FILE-IDX)
                         MOVE BM-CHECKSUM TO
                            WS-F-MAN-CHECKSUM(FILE-IDX)
                   END-SEARCH
             END-READ
          END-PERFORM.
          CLOSE MANIFEST-FILE.

      * The latest ledger claim per file on its backup date is the
      * operative one, as ledgerbalance.cbl reads it.
       LOAD-LEDGER.
          MOVE "N" TO ws-led-eof.
          OPEN INPUT LEDGER-FILE.
          IF ws-led-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-led-eof IS EQUAL TO "Y"
             READ LEDGER-FILE
                AT END
                   MOVE "Y" TO ws-led-eof
                NOT AT END
                   SET FILE-IDX TO 1
                   SEARCH WS-FILE-ENTRY
                      WHEN WS-F-NAME(FILE-IDX) IS EQUAL TO
                         CLG-FILE-NAME
                         AND WS-F-DATE(FILE-IDX) IS EQUAL TO
                         CLG-RUN-DATE
                         MOVE "Y" TO WS-F-HAS-LEDGER(FILE-IDX)
                         MOVE CLG-RECORD-COUNT TO
                            WS-F-LED-COUNT(FILE-IDX)
                   END-SEARCH
             END-READ
          END-PERFORM.
          CLOSE LEDGER-FILE.

      * Re-reads one restored file and judges it; the first check
      * that fails is the reason reported.
       VERIFY-ONE-FILE.
          PERFORM RECOUNT-SCRATCH-FILE.
          MOVE "PASS" TO WS-F-RESULT(FILE-IDX).
          MOVE SPACES TO WS-F-REASON(FILE-IDX).
          EVALUATE TRUE
             WHEN WS-F-HAS-TRAILER(FILE-IDX) IS EQUAL TO "N"
                MOVE "SET CUT SHORT, NO TRAILER" TO
                   WS-F-REASON(FILE-IDX)
             WHEN WS-F-RST-COUNT(FILE-IDX) IS NOT EQUAL TO
                WS-F-TRL-COUNT(FILE-IDX)
                MOVE "COUNT DIFFERS FROM TRAILER" TO
                   WS-F-REASON(FILE-IDX)
             WHEN WS-F-RST-CHECKSUM(FILE-IDX) IS NOT EQUAL TO
                WS-F-TRL-CHECKSUM(FILE-IDX)
                MOVE "CHECKSUM DIFFERS FROM TRAILER" TO
                   WS-F-REASON(FILE-IDX)
             WHEN WS-F-HAS-MANIFEST(FILE-IDX) IS EQUAL TO "N"
                MOVE "NO MANIFEST ROW" TO WS-F-REASON(FILE-IDX)
             WHEN WS-F-RST-COUNT(FILE-IDX) IS NOT EQUAL TO
                WS-F-MAN-COUNT(FILE-IDX)
                MOVE "COUNT DIFFERS FROM MANIFEST" TO
                   WS-F-REASON(FILE-IDX)
             WHEN WS-F-RST-CHECKSUM(FILE-IDX) IS NOT EQUAL TO
                WS-F-MAN-CHECKSUM(FILE-IDX)
                MOVE "CHECKSUM DIFFERS FROM MANIFEST" TO
                   WS-F-REASON(FILE-IDX)
             WHEN WS-F-HAS-LEDGER(FILE-IDX) IS EQUAL TO "Y"
                AND WS-F-RST-COUNT(FILE-IDX) IS NOT EQUAL TO
                WS-F-LED-COUNT(FILE-IDX)
                MOVE "COUNT DIFFERS FROM LEDGER" TO
                   WS-F-REASON(FILE-IDX)
          END-EVALUATE.
          IF WS-F-REASON(FILE-IDX) IS NOT EQUAL TO SPACES
             MOVE "FAIL" TO WS-F-RESULT(FILE-IDX)
             ADD 1 TO ws-fail-count
             MOVE "RESTORE DRILL FAIL" TO ws-alert-condition
             MOVE WS-F-DATE(FILE-IDX) TO ws-alert-key-1
             MOVE WS-F-RST-COUNT(FILE-IDX) TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1, ws-alert-key-2
          ELSE
             ADD 1 TO ws-pass-count
             IF WS-F-HAS-LEDGER(FILE-IDX) IS EQUAL TO "N"
                MOVE "NO LEDGER CLAIM" TO WS-F-REASON(FILE-IDX)
             END-IF
          END-IF.
          MOVE WS-F-RESULT(FILE-IDX) TO DR-RESULT.
          MOVE WS-F-NAME(FILE-IDX) TO DR-FILE-NAME.
          MOVE WS-F-DATE(FILE-IDX) TO DR-BACKUP-DATE.
          MOVE WS-F-RST-COUNT(FILE-IDX) TO DR-RECORD-COUNT.
          MOVE WS-F-REASON(FILE-IDX) TO DR-REASON.
          MOVE ws-report-line TO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * Same rolling per-character checksum backupset.cbl folds as
      * it takes the set, over the copy as restored.
       RECOUNT-SCRATCH-FILE.
          MOVE 0 TO WS-F-RST-COUNT(FILE-IDX).
          MOVE 17 TO ws-checksum.
          MOVE "N" TO ws-scr-eof.
          PERFORM BUILD-SCRATCH-PATH.
          OPEN INPUT SCRATCH-FILE.
          IF ws-scr-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scr-eof IS EQUAL TO "Y"
                READ SCRATCH-FILE
                   AT END
                      MOVE "Y" TO ws-scr-eof
                   NOT AT END
                      ADD 1 TO WS-F-RST-COUNT(FILE-IDX)
                      PERFORM FOLD-RECORD-CHECKSUM
                END-READ
             END-PERFORM
             CLOSE SCRATCH-FILE
          END-IF.
          MOVE ws-checksum TO ws-checksum-disp.
          MOVE ws-checksum-disp TO WS-F-RST-CHECKSUM(FILE-IDX).

       FOLD-RECORD-CHECKSUM.
          PERFORM VARYING ws-char-idx FROM 1 BY 1
             UNTIL ws-char-idx IS GREATER THAN 250
             COMPUTE ws-checksum = FUNCTION MOD(
                ws-checksum * 31
                + FUNCTION ORD(SCRATCH-RECORD(ws-char-idx:1)),
                999999999999989)
          END-PERFORM.

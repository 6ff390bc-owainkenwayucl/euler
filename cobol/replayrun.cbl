       IDENTIFICATION DIVISION.
       PROGRAM-ID. replayrun.
       AUTHOR. Owain Kenway.

      * Replay of a past run under the configuration it originally
      * used.  When a result is questioned months later, an as-of
      * backfill reruns the date with today's thresholds, profiles
      * and seeds -- which says nothing about whether the original
      * answer was right for its own inputs.  Given a run date and
      * program id (and optionally the run id, for a night with a
      * rerun) on replay_request_card.dat, this job:
      *
      *    finds the retained result for that run -- the last
      *       complete RHHDR/data/RHTRL segment for the program and
      *       date, in results_history_archive.dat or
      *       results_history.dat -- to hold the replay against;
      *    builds an isolated replay area (cobol/scratch/replay, a
      *       region.sh-style copy of cobol/data with its own ./bin
      *       link), clears out of it the run lock, latches,
      *       checkpoints, segment files, fast-mode state and the
      *       results history, so the program starts clean and the
      *       only history segment in the area is the replay's own;
      *    restores into it that night's control files from the
      *       configuration snapshot set (config_snapshot_set.dat,
      *       configsnapshot.cbl's CSHDR/content/CSTRL brackets --
      *       the night's last bracket per file, as a rerun night's
      *       second set wins in backuprestore.cbl), each checked
      *       against its trailer's record count;
      *    stages the run date as the area's as-of date and runs the
      *       program with the command that night's schedule gave
      *       it, inside the area;
      *    and compares the fresh result (and threshold) with the
      *       retained one.
      *
      * The verdict is appended to replay_verdicts.dat
      * (replayrec.cpy), which evidencepack.cbl copies into the pack
      * for that run, and the job's own account of what it restored
      * goes to replay_report.dat.  Nothing the replayed program
      * writes can reach the live files: it runs with the replay
      * area as its working directory, and every program opens its
      * files as cobol/data/... relative to where it is started.  A
      * DIFFER verdict is raised through alertlog.cbl as REPLAY
      * DIFFERS and ends the job with return code 4; a replay that
      * couldn't be performed ends with 8.  A segment retained by an
      * as-of backfill ran under a later night's configuration, not
      * its run date's, and is not replayed.  Control files the
      * night's snapshot doesn't hold are replayed as they stand
      * today, and the report says so only by their absence from the
      * RESTORED list.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CARD-FILE
                ASSIGN TO "cobol/data/replay_request_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CRD-STATUS.
             SELECT HISTORY-FILE
                ASSIGN TO WS-HISTORY-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RH-STATUS.
             SELECT SNAPSHOT-FILE
                ASSIGN TO "cobol/data/config_snapshot_set.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNP-STATUS.
             SELECT SCRATCH-FILE
                ASSIGN TO WS-SCRATCH-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCR-STATUS.
             SELECT SCHEDULE-FILE
                ASSIGN TO
                   WS-SCHEDULE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCH-STATUS.
             SELECT VERDICT-FILE
                ASSIGN TO "cobol/data/replay_verdicts.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VRD-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/replay_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CARD-FILE.
             01 CARD-RECORD.
                05 RQ-RUN-DATE        PIC 9(8).
                05 RQ-FILLER1         PIC X.
                05 RQ-PROGRAM-ID      PIC X(8).
                05 RQ-FILLER2         PIC X.
                05 RQ-RUN-ID          PIC 9(9).
          FD HISTORY-FILE.
             COPY "resulthistrec.cpy".
          FD SNAPSHOT-FILE.
             01 SNAPSHOT-RECORD       PIC X(250).
             01 SNAPSHOT-HEADER-RECORD.
                05 SN-TAG             PIC X(5).
                05 SN-FILLER1         PIC X.
                05 SN-DATE            PIC 9(8).
                05 SN-FILLER2         PIC X.
                05 SN-NAME            PIC X(30).
             01 SNAPSHOT-TRAILER-RECORD.
                05 ST-TAG             PIC X(5).
                05 ST-FILLER1         PIC X.
                05 ST-RECORD-COUNT    PIC 9(9).
          FD SCRATCH-FILE.
             01 SCRATCH-RECORD        PIC X(250).
          FD SCHEDULE-FILE.
             COPY "schedrec.cpy".
          FD VERDICT-FILE.
             COPY "replayrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(110).

          WORKING-STORAGE SECTION.
             01 ws-crd-status PIC XX.
             01 ws-rh-status PIC XX.
             01 ws-snp-status PIC XX.
             01 ws-scr-status PIC XX.
             01 ws-sch-status PIC XX.
             01 ws-vrd-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-scan-eof PIC X.
             01 WS-HISTORY-PATH PIC X(60).
             01 WS-SCRATCH-PATH PIC X(80).
             01 ws-replay-data PIC X(32) VALUE
                "cobol/scratch/replay/cobol/data/".
             01 WS-SCHEDULE-PATH PIC X(60) VALUE
                "cobol/scratch/replay/cobol/data/nightly_schedule.dat".
             01 ws-command PIC X(300).
             01 ws-today PIC 9(8).
             01 ws-want-date PIC 9(8) VALUE 0.
             01 ws-want-program PIC X(8) VALUE SPACES.
             01 ws-want-run-id PIC 9(9) VALUE 0.
      * The retained result, and the candidate row of the segment
      * being read (it only counts once the segment's RHTRL is seen).
             01 ws-in-segment PIC X.
             01 ws-cand-found PIC X.
             01 ws-cand-result PIC 9(30).
             01 ws-cand-threshold PIC 9(30).
             01 ws-cand-run-id PIC 9(9).
             01 ws-cand-backfill PIC X.
             01 ws-found PIC X.
             01 ws-found-result PIC 9(30).
             01 ws-found-threshold PIC 9(30).
             01 ws-found-run-id PIC 9(9).
             01 ws-found-backfill PIC X.
             01 ws-retained-found PIC X VALUE "N".
             01 ws-retained-result PIC 9(30) VALUE 0.
             01 ws-retained-threshold PIC 9(30) VALUE 0.
             01 ws-retained-run-id PIC 9(9) VALUE 0.
             01 ws-retained-backfill PIC X VALUE SPACE.
             01 ws-fresh-found PIC X VALUE "N".
             01 ws-fresh-result PIC 9(30) VALUE 0.
             01 ws-fresh-threshold PIC 9(30) VALUE 0.
             01 ws-verdict PIC X(6) VALUE SPACES.
             01 ws-reason PIC X(30) VALUE SPACES.
             01 ws-step-command PIC X(40) VALUE SPACES.
             01 ws-row-no PIC 9(9).
             01 ws-bracket-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-copying PIC X.
             01 ws-copied PIC 9(9).
             01 ws-set-count PIC 9(4) VALUE 0.
             01 ws-restored-count PIC 9(4) VALUE 0.
             01 ws-alert-source PIC X(8) VALUE "REPLAY".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * The night's snapshot brackets, one per control file: where
      * the last bracket for the date starts, what its trailer says,
      * and what was restored from it.
             01 WS-BKT-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-BKT-TABLE.
                05 WS-BKT-ENTRY OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-BKT-COUNT
                      INDEXED BY BKT-IDX.
                   10 WS-B-NAME           PIC X(30).
                   10 WS-B-HDR-ROW        PIC 9(9).
                   10 WS-B-SEEN           PIC 9(4).
                   10 WS-B-HAS-TRAILER    PIC X.
                   10 WS-B-TRL-COUNT      PIC 9(9).
                   10 WS-B-RESTORED       PIC 9(9).

       PROCEDURE DIVISION.
          ACCEPT ws-today FROM DATE YYYYMMDD.
          PERFORM LOAD-REQUEST-CARD.
          IF ws-want-date IS EQUAL TO 0
             OR ws-want-program IS EQUAL TO SPACES
             DISPLAY "REPLAYRUN: NO REQUEST CARD"
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          MOVE SPACES TO REPORT-RECORD.
          STRING "REPLAY " ws-want-program " " ws-want-date
             " RUN-ID " ws-want-run-id " ON " ws-today
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM REPLAY-CHECKS.
          PERFORM FINISH-REPLAY.
          STOP RUN.

      * A step that cannot go on records its verdict and reason and
      * exits here; the main line then writes whichever verdict was
      * reached.
       REPLAY-CHECKS.
          PERFORM FIND-RETAINED-RESULT.
          IF ws-retained-found IS EQUAL TO "N"
             MOVE "NOHIST" TO ws-verdict
             MOVE "NO RETAINED SEGMENT FOR RUN" TO ws-reason
             EXIT PARAGRAPH
          END-IF.
          IF ws-retained-backfill IS EQUAL TO "B"
             MOVE "NOSNAP" TO ws-verdict
             MOVE "RETAINED BY A BACKFILL RUN" TO ws-reason
             EXIT PARAGRAPH
          END-IF.
          PERFORM FIND-SNAPSHOT-BRACKETS.
          IF WS-BKT-COUNT IS EQUAL TO 0
             MOVE "NOSNAP" TO ws-verdict
             MOVE "NO SNAPSHOT FOR RUN DATE" TO ws-reason
             EXIT PARAGRAPH
          END-IF.
          PERFORM BUILD-REPLAY-AREA.
          PERFORM RESTORE-SNAPSHOT.
          PERFORM VARYING BKT-IDX FROM 1 BY 1
             UNTIL BKT-IDX IS GREATER THAN WS-BKT-COUNT
             IF WS-B-HAS-TRAILER(BKT-IDX) IS NOT EQUAL TO "Y"
                OR WS-B-RESTORED(BKT-IDX) IS NOT EQUAL TO
                   WS-B-TRL-COUNT(BKT-IDX)
                MOVE "NOSNAP" TO ws-verdict
                MOVE "SNAPSHOT INCOMPLETE" TO ws-reason
             END-IF
          END-PERFORM.
          IF ws-verdict IS NOT EQUAL TO SPACES
             EXIT PARAGRAPH
          END-IF.
          PERFORM STAGE-AS-OF-DATE.
          PERFORM FIND-STEP-COMMAND.
          IF ws-step-command IS EQUAL TO SPACES
             MOVE "NORUN" TO ws-verdict
             MOVE "NO SCHEDULE ENTRY THAT NIGHT" TO ws-reason
             EXIT PARAGRAPH
          END-IF.
          PERFORM RUN-REPLAY.
          PERFORM FIND-FRESH-RESULT.
          IF ws-fresh-found IS EQUAL TO "N"
             MOVE "NORUN" TO ws-verdict
             MOVE "REPLAY RETAINED NO RESULT" TO ws-reason
             EXIT PARAGRAPH
          END-IF.
          IF ws-fresh-threshold IS NOT EQUAL TO ws-retained-threshold
             MOVE "DIFFER" TO ws-verdict
             MOVE "THRESHOLD DIFFERS" TO ws-reason
             EXIT PARAGRAPH
          END-IF.
          IF ws-fresh-result IS NOT EQUAL TO ws-retained-result
             MOVE "DIFFER" TO ws-verdict
             MOVE "RESULT DIFFERS" TO ws-reason
             EXIT PARAGRAPH
          END-IF.
          MOVE "MATCH" TO ws-verdict.
          MOVE "REPRODUCED UNDER ITS SNAPSHOT" TO ws-reason.

       FINISH-REPLAY.
          PERFORM WRITE-VERDICT.
          MOVE SPACES TO REPORT-RECORD.
          STRING "VERDICT " ws-verdict " " ws-reason
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          CLOSE REPORT-FILE.
          DISPLAY "REPLAYRUN: " ws-want-program " " ws-want-date
             " " ws-verdict " " ws-reason.
          EVALUATE ws-verdict
             WHEN "MATCH"
                MOVE 0 TO RETURN-CODE
             WHEN "DIFFER"
                MOVE "REPLAY DIFFERS" TO ws-alert-condition
                MOVE ws-want-date TO ws-alert-key-1
                MOVE ws-retained-run-id TO ws-alert-key-2
                CALL 'alertlog' USING ws-alert-source,
                   ws-alert-condition, ws-alert-key-1,
                   ws-alert-key-2
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                MOVE 8 TO RETURN-CODE
          END-EVALUATE.

       LOAD-REQUEST-CARD.
          OPEN INPUT CARD-FILE.
          IF ws-crd-status IS EQUAL TO "00"
             READ CARD-FILE
                NOT AT END
                   IF RQ-RUN-DATE IS NUMERIC
                      MOVE RQ-RUN-DATE TO ws-want-date
                      MOVE RQ-PROGRAM-ID TO ws-want-program
                   END-IF
                   IF RQ-RUN-ID IS NUMERIC
                      MOVE RQ-RUN-ID TO ws-want-run-id
                   END-IF
             END-READ
             CLOSE CARD-FILE
          END-IF.

      * The archive holds the older segments and the live history
      * the newer, so reading the archive first leaves the last
      * match standing as the latest retained run.
       FIND-RETAINED-RESULT.
          MOVE "cobol/data/results_history_archive.dat"
             TO WS-HISTORY-PATH.
          PERFORM SCAN-HISTORY.
          PERFORM TAKE-RETAINED-MATCH.
          MOVE "cobol/data/results_history.dat" TO WS-HISTORY-PATH.
          PERFORM SCAN-HISTORY.
          PERFORM TAKE-RETAINED-MATCH.
          IF ws-retained-found IS EQUAL TO "Y"
             MOVE SPACES TO REPORT-RECORD
             STRING "RETAINED RUN-ID " ws-retained-run-id
                " THRESHOLD " ws-retained-threshold
                " RESULT " ws-retained-result
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

       TAKE-RETAINED-MATCH.
          IF ws-found IS EQUAL TO "Y"
             MOVE "Y" TO ws-retained-found
             MOVE ws-found-result TO ws-retained-result
             MOVE ws-found-threshold TO ws-retained-threshold
             MOVE ws-found-run-id TO ws-retained-run-id
             MOVE ws-found-backfill TO ws-retained-backfill
          END-IF.

      * The last complete segment in WS-HISTORY-PATH whose data row
      * is the wanted program and date (and run id, when the card
      * names one) -- a segment cut short has no RHTRL and never
      * counts, the histverify.cbl stance.
       SCAN-HISTORY.
          MOVE "N" TO ws-found.
          MOVE "N" TO ws-in-segment.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT HISTORY-FILE.
          IF ws-rh-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ HISTORY-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   PERFORM FOLD-HISTORY-ROW
             END-READ
          END-PERFORM.
          CLOSE HISTORY-FILE.

       FOLD-HISTORY-ROW.
          EVALUATE RH-PROGRAM-ID
             WHEN "RHHDR"
                MOVE "Y" TO ws-in-segment
                MOVE "N" TO ws-cand-found
             WHEN "RHTRL"
                IF ws-in-segment IS EQUAL TO "Y"
                   AND ws-cand-found IS EQUAL TO "Y"
                   MOVE "Y" TO ws-found
                   MOVE ws-cand-result TO ws-found-result
                   MOVE ws-cand-threshold TO ws-found-threshold
                   MOVE ws-cand-run-id TO ws-found-run-id
                   MOVE ws-cand-backfill TO ws-found-backfill
                END-IF
                MOVE "N" TO ws-in-segment
             WHEN OTHER
                IF ws-in-segment IS EQUAL TO "Y"
                   AND RH-PROGRAM-ID IS EQUAL TO ws-want-program
                   AND RH-RUN-DATE IS EQUAL TO ws-want-date
                   PERFORM TAKE-CANDIDATE-ROW
                END-IF
          END-EVALUATE.

       TAKE-CANDIDATE-ROW.
          IF RH-RUN-ID IS NUMERIC
             MOVE RH-RUN-ID TO ws-cand-run-id
          ELSE
             MOVE 0 TO ws-cand-run-id
          END-IF.
          IF ws-want-run-id IS GREATER THAN 0
             AND ws-cand-run-id IS NOT EQUAL TO ws-want-run-id
             EXIT PARAGRAPH
          END-IF.
          MOVE "Y" TO ws-cand-found.
          MOVE RH-RESULT TO ws-cand-result.
          MOVE RH-THRESHOLD TO ws-cand-threshold.
          MOVE RH-BACKFILL TO ws-cand-backfill.

      * First pass over the snapshot set: the row number of each
      * control file's last bracket for the run date, and what its
      * trailer says.
       FIND-SNAPSHOT-BRACKETS.
          MOVE 0 TO ws-row-no.
          MOVE 0 TO ws-bracket-idx.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT SNAPSHOT-FILE.
          IF ws-snp-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ SNAPSHOT-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   ADD 1 TO ws-row-no
                   EVALUATE SN-TAG
                      WHEN "CSHDR"
                         MOVE 0 TO ws-bracket-idx
                         IF SN-DATE IS NUMERIC
                            AND SN-DATE IS EQUAL TO ws-want-date
                            PERFORM NOTE-BRACKET-HEADER
                         END-IF
                      WHEN "CSTRL"
                         IF ws-bracket-idx IS GREATER THAN 0
                            MOVE "Y" TO
                               WS-B-HAS-TRAILER(ws-bracket-idx)
                            IF ST-RECORD-COUNT IS NUMERIC
                               MOVE ST-RECORD-COUNT TO
                                  WS-B-TRL-COUNT(ws-bracket-idx)
                            END-IF
                         END-IF
                         MOVE 0 TO ws-bracket-idx
                   END-EVALUATE
             END-READ
          END-PERFORM.
          CLOSE SNAPSHOT-FILE.
          PERFORM VARYING BKT-IDX FROM 1 BY 1
             UNTIL BKT-IDX IS GREATER THAN WS-BKT-COUNT
             IF WS-B-SEEN(BKT-IDX) IS GREATER THAN ws-set-count
                MOVE WS-B-SEEN(BKT-IDX) TO ws-set-count
             END-IF
          END-PERFORM.
          MOVE SPACES TO REPORT-RECORD.
          STRING "SNAPSHOT SETS FOR " ws-want-date ": " ws-set-count
             " (LAST SET USED)" DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

       NOTE-BRACKET-HEADER.
          PERFORM VARYING BKT-IDX FROM 1 BY 1
             UNTIL BKT-IDX IS GREATER THAN WS-BKT-COUNT
             IF WS-B-NAME(BKT-IDX) IS EQUAL TO SN-NAME
                SET ws-bracket-idx TO BKT-IDX
             END-IF
          END-PERFORM.
          IF ws-bracket-idx IS EQUAL TO 0
             IF WS-BKT-COUNT IS EQUAL TO 20
                EXIT PARAGRAPH
             END-IF
             ADD 1 TO WS-BKT-COUNT
             MOVE WS-BKT-COUNT TO ws-bracket-idx
             MOVE SN-NAME TO WS-B-NAME(ws-bracket-idx)
             MOVE 0 TO WS-B-SEEN(ws-bracket-idx)
          END-IF.
          ADD 1 TO WS-B-SEEN(ws-bracket-idx).
          MOVE ws-row-no TO WS-B-HDR-ROW(ws-bracket-idx).
          MOVE "N" TO WS-B-HAS-TRAILER(ws-bracket-idx).
          MOVE 0 TO WS-B-TRL-COUNT(ws-bracket-idx).
          MOVE 0 TO WS-B-RESTORED(ws-bracket-idx).

      * A fresh copy of the live data directory, with everything a
      * half-finished or concurrent run could have left in it taken
      * out, and the results history emptied so the replay's segment
      * is the only one there.  The area names itself REPLAY in its
      * region.dat, so anything it reports says where it came from.
       BUILD-REPLAY-AREA.
          MOVE SPACES TO ws-command.
          STRING "rm -rf cobol/scratch/replay; "
             "mkdir -p cobol/scratch/replay/cobol; "
             "cp -R cobol/data cobol/scratch/replay/cobol/data; "
             "ln -s ../../../bin cobol/scratch/replay/bin"
             DELIMITED BY SIZE INTO ws-command.
          CALL "SYSTEM" USING ws-command.
          MOVE SPACES TO ws-command.
          STRING "cd cobol/scratch/replay/cobol/data && rm -rf "
             "run_lock.dat *.latch *checkpoint.dat *_segments.dat "
             "*_fastmode_state.dat nightly_step_*.rc* "
             "drill_card.dat results_history.dat as_of_date.dat"
             DELIMITED BY SIZE INTO ws-command.
          CALL "SYSTEM" USING ws-command.
          MOVE SPACES TO ws-command.
          STRING "printf '%-8s\n' REPLAY > "
             "cobol/scratch/replay/cobol/data/region.dat"
             DELIMITED BY SIZE INTO ws-command.
          CALL "SYSTEM" USING ws-command.

      * Second pass: each chosen bracket's content rows become that
      * control file in the replay area.
       RESTORE-SNAPSHOT.
          MOVE 0 TO ws-row-no.
          MOVE "N" TO ws-copying.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT SNAPSHOT-FILE.
          IF ws-snp-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ SNAPSHOT-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   ADD 1 TO ws-row-no
                   PERFORM RESTORE-ONE-ROW
             END-READ
          END-PERFORM.
          CLOSE SNAPSHOT-FILE.
          IF ws-copying IS EQUAL TO "Y"
             CLOSE SCRATCH-FILE
          END-IF.

       RESTORE-ONE-ROW.
          IF ws-copying IS EQUAL TO "Y"
             IF SN-TAG IS EQUAL TO "CSTRL"
                CLOSE SCRATCH-FILE
                MOVE "N" TO ws-copying
                MOVE ws-copied TO WS-B-RESTORED(ws-bracket-idx)
                ADD 1 TO ws-restored-count
                MOVE SPACES TO REPORT-RECORD
                STRING "RESTORED " WS-B-NAME(ws-bracket-idx)
                   " RECORDS " ws-copied " OF "
                   WS-B-TRL-COUNT(ws-bracket-idx)
                   DELIMITED BY SIZE INTO REPORT-RECORD
                WRITE REPORT-RECORD
             ELSE
                MOVE SNAPSHOT-RECORD TO SCRATCH-RECORD
                WRITE SCRATCH-RECORD
                ADD 1 TO ws-copied
             END-IF
             EXIT PARAGRAPH
          END-IF.
          IF SN-TAG IS NOT EQUAL TO "CSHDR"
             EXIT PARAGRAPH
          END-IF.
          PERFORM VARYING BKT-IDX FROM 1 BY 1
             UNTIL BKT-IDX IS GREATER THAN WS-BKT-COUNT
             IF WS-B-HDR-ROW(BKT-IDX) IS EQUAL TO ws-row-no
                SET ws-bracket-idx TO BKT-IDX
                MOVE "Y" TO ws-copying
             END-IF
          END-PERFORM.
          IF ws-copying IS EQUAL TO "Y"
             MOVE SPACES TO WS-SCRATCH-PATH
             STRING ws-replay-data DELIMITED BY SIZE
                WS-B-NAME(ws-bracket-idx) DELIMITED BY SPACE
                INTO WS-SCRATCH-PATH
             MOVE 0 TO ws-copied
             MOVE SPACES TO SCRATCH-RECORD
             OPEN OUTPUT SCRATCH-FILE
          END-IF.

      * The run date as the area's as-of date, so the replayed
      * program computes and stamps the night in question.
       STAGE-AS-OF-DATE.
          MOVE SPACES TO WS-SCRATCH-PATH.
          STRING ws-replay-data "as_of_date.dat" DELIMITED BY SIZE
             INTO WS-SCRATCH-PATH.
          MOVE SPACES TO SCRATCH-RECORD.
          OPEN OUTPUT SCRATCH-FILE.
          MOVE ws-want-date TO SCRATCH-RECORD.
          WRITE SCRATCH-RECORD.
          CLOSE SCRATCH-FILE.

      * The command that night's schedule ran the program with.
       FIND-STEP-COMMAND.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT SCHEDULE-FILE.
          IF ws-sch-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ SCHEDULE-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF SCH-PROGRAM-ID IS EQUAL TO ws-want-program
                      MOVE SCH-COMMAND TO ws-step-command
                      MOVE "Y" TO ws-scan-eof
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE SCHEDULE-FILE.

       RUN-REPLAY.
          MOVE SPACES TO REPORT-RECORD.
          STRING "RUNNING " DELIMITED BY SIZE
             ws-step-command DELIMITED BY "  "
             " IN REPLAY AREA" DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE SPACES TO ws-command.
          STRING "cd cobol/scratch/replay && " DELIMITED BY SIZE
             ws-step-command DELIMITED BY SIZE
             " > cobol/data/replay_output.dat 2>&1"
             DELIMITED BY SIZE INTO ws-command.
          CALL "SYSTEM" USING ws-command.

       FIND-FRESH-RESULT.
          MOVE SPACES TO WS-HISTORY-PATH.
          STRING ws-replay-data "results_history.dat"
             DELIMITED BY SIZE INTO WS-HISTORY-PATH.
          MOVE 0 TO ws-want-run-id.
          PERFORM SCAN-HISTORY.
          IF ws-found IS EQUAL TO "Y"
             MOVE "Y" TO ws-fresh-found
             MOVE ws-found-result TO ws-fresh-result
             MOVE ws-found-threshold TO ws-fresh-threshold
             MOVE SPACES TO REPORT-RECORD
             STRING "REPLAYED RUN-ID " ws-found-run-id
                " THRESHOLD " ws-fresh-threshold
                " RESULT " ws-fresh-result
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

       WRITE-VERDICT.
          MOVE SPACES TO REPLAY-VERDICT-RECORD.
          OPEN EXTEND VERDICT-FILE.
          IF ws-vrd-status IS NOT EQUAL TO "00"
             OPEN OUTPUT VERDICT-FILE
          END-IF.
          MOVE SPACES TO REPLAY-VERDICT-RECORD.
          MOVE ws-want-date TO RV-RUN-DATE.
          MOVE ws-want-program TO RV-PROGRAM-ID.
          MOVE ws-retained-run-id TO RV-RUN-ID.
          MOVE ws-retained-result TO RV-RETAINED-RESULT.
          MOVE ws-fresh-result TO RV-FRESH-RESULT.
          MOVE ws-verdict TO RV-VERDICT.
          MOVE ws-today TO RV-REPLAY-DATE.
          MOVE ws-reason TO RV-REASON.
          WRITE REPLAY-VERDICT-RECORD.
          CLOSE VERDICT-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reportcapture.
       AUTHOR. Owain Kenway.

      * Report repository filer, shared by every program that writes
      * a distributed report (nightly.cbl, alertdigest.cbl,
      * triage.cbl, trendreport.cbl, monthend.cbl,
      * growthreport.cbl, chainverify.cbl, sodreport.cbl,
      * reqslareport.cbl, runbookreport.cbl, csvexport.cbl).  Each of
      * those reports is overwritten by its next run, so "what did
      * Tuesday's nightly report say?" could only be answered from a
      * backup restore.  The producer calls here once its report is
      * closed:
      *
      *    CALL 'reportcapture' USING capture-report-name (X(30),
      *       the file name under cobol/data), capture-program
      *       (X(8), the producer's schedule id)
      *       [, capture-run-id (9(9))]
      *
      * and the report is filed in report_repository.dat
      * (reportreporec.cpy) as one edition keyed by report name,
      * today's date and the run id -- the one the caller passes,
      * or when it passes none (or zero) the id runcontrol.cbl last
      * issued, the same QUERY the shared subroutines stamp their
      * exception rows with.  A second capture under the same key
      * (a step rerun inside the same run) replaces the first.
      *
      * Retention is per report: report_retention.dat gives each
      * report name the days its editions are kept, 90 for a report
      * it doesn't list -- a silent zero would purge everything.
      * Filing an edition also purges that report's editions older
      * than its retention, except those inside a legal hold
      * (legal_holds.dat, as logrotate.cbl and histarchive.cbl read
      * it, matched on the producing program), so the repository is
      * trimmed report by report as each one is produced.  The
      * purge and the new edition go through a work file and are
      * copied back over the repository, the two-pass rewrite the
      * shop uses for LINE SEQUENTIAL files.
      *
      * Steps nightly.cbl runs side by side can finish together, so
      * the rewrite runs under report_repository.latch, the
      * runlock.cbl idiom: a directory made through the CALL
      * "SYSTEM" escape for one caller at a time, retried once a
      * second and taken over after ws-latch-limit tries.  The
      * caller's RETURN-CODE is put back on the way out; a capture
      * that fails is reported on the console and never fails the
      * report's own step.
      *
      * The edition header also names the region the capture ran in
      * (region.dat, PROD when absent or blank, as alertlog.cbl
      * resolves it), so every filed edition says where it came
      * from whichever producer wrote it.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT SOURCE-FILE
                ASSIGN TO WS-SOURCE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRC-STATUS.
             SELECT REPOSITORY-FILE
                ASSIGN TO "cobol/data/report_repository.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REP-STATUS.
             SELECT WORK-FILE
                ASSIGN TO "cobol/data/report_repository_work.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WRK-STATUS.
             SELECT RETENTION-FILE
                ASSIGN TO "cobol/data/report_retention.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RET-STATUS.
             SELECT HOLD-FILE
                ASSIGN TO "cobol/data/legal_holds.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HLD-STATUS.
             SELECT REGION-FILE
                ASSIGN TO "cobol/data/region.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RGN-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD SOURCE-FILE.
             01 SOURCE-RECORD         PIC X(250).
          FD REPOSITORY-FILE.
             COPY "reportreporec.cpy".
          FD WORK-FILE.
             01 WORK-RECORD           PIC X(322).
          FD RETENTION-FILE.
             01 RETENTION-RECORD.
                05 RT-REPORT-NAME     PIC X(30).
                05 RT-FILLER1         PIC X.
                05 RT-KEEP-DAYS       PIC 9(4).
          FD HOLD-FILE.
             01 HOLD-RECORD.
                05 LH-START-DATE       PIC 9(8).
                05 LH-FILLER1          PIC X.
                05 LH-END-DATE         PIC 9(8).
                05 LH-FILLER2          PIC X.
                05 LH-PROGRAM-ID       PIC X(8).
          FD REGION-FILE.
             COPY "regionrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-src-status PIC XX.
             01 ws-rep-status PIC XX.
             01 ws-wrk-status PIC XX.
             01 ws-ret-status PIC XX.
             01 ws-hld-status PIC XX.
             01 ws-rgn-status PIC XX.
             01 ws-src-eof PIC X.
             01 ws-rep-eof PIC X.
             01 ws-wrk-eof PIC X.
             01 ws-ret-eof PIC X.
             01 ws-hld-eof PIC X.
             01 WS-SOURCE-PATH PIC X(44).
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-run-time PIC 9(8).
             01 ws-run-id PIC 9(9).
             01 ws-region PIC X(8).
             01 ws-runctl-action PIC X(8).
             01 ws-keep-days PIC 9(4).
             01 ws-cutoff-date PIC 9(8).
             01 ws-line-no PIC 9(6).
             01 ws-on-hold PIC X.
             01 ws-drop-row PIC X.
             01 ws-purged-count PIC 9(6).
             01 ws-saved-rc USAGE BINARY-LONG.
             01 ws-latched PIC X.
             01 ws-latch-tries USAGE BINARY-LONG UNSIGNED.
             01 ws-latch-limit USAGE BINARY-LONG UNSIGNED VALUE 30.
             01 ws-latch-command PIC X(60) VALUE
                "mkdir cobol/data/report_repository.latch 2>/dev/null".
             01 ws-unlatch-command PIC X(60) VALUE
                "rmdir cobol/data/report_repository.latch 2>/dev/null".
             01 ws-latch-wait-command PIC X(60) VALUE "sleep 1".
      * Active legal holds, loaded once per capture.
             01 WS-HOLD-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-HOLD-TABLE.
                05 WS-HOLD-ENTRY OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-HOLD-COUNT
                      INDEXED BY HLD-IDX.
                   10 WS-LH-START         PIC 9(8).
                   10 WS-LH-END           PIC 9(8).
                   10 WS-LH-PROGRAM       PIC X(8).

          LINKAGE SECTION.
             01 capture-report-name PIC X(30).
             01 capture-program PIC X(8).
             01 capture-run-id PIC 9(9).

       PROCEDURE DIVISION USING capture-report-name, capture-program,
             OPTIONAL capture-run-id.
          MOVE RETURN-CODE TO ws-saved-rc.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          ACCEPT ws-run-time FROM TIME.
          MOVE 0 TO ws-run-id.
          IF ADDRESS OF capture-run-id NOT EQUAL TO NULL
             MOVE capture-run-id TO ws-run-id
          END-IF.
          IF ws-run-id IS EQUAL TO 0
             MOVE "QUERY" TO ws-runctl-action
             CALL 'runcontrol' USING ws-runctl-action, ws-run-id
          END-IF.
          MOVE SPACES TO WS-SOURCE-PATH.
          STRING "cobol/data/" capture-report-name DELIMITED BY SPACE
             INTO WS-SOURCE-PATH.
          PERFORM LOAD-RETENTION.
          PERFORM LOAD-HOLDS.
          PERFORM RESOLVE-REGION.
          COMPUTE ws-cutoff-date = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-run-date) - ws-keep-days).
          PERFORM TAKE-LATCH.
          PERFORM FILE-EDITION.
          CALL "SYSTEM" USING ws-unlatch-command.
          MOVE ws-saved-rc TO RETURN-CODE.
       EXIT PROGRAM.

       TAKE-LATCH.
          MOVE "N" TO ws-latched.
          MOVE 0 TO ws-latch-tries.
          PERFORM UNTIL ws-latched IS EQUAL TO "Y"
             CALL "SYSTEM" USING ws-latch-command
             IF RETURN-CODE IS EQUAL TO 0
                MOVE "Y" TO ws-latched
             ELSE
                ADD 1 TO ws-latch-tries
                IF ws-latch-tries IS GREATER THAN ws-latch-limit
                   DISPLAY
                      "REPORTCAPTURE: STALE REPOSITORY LATCH TAKEN OVER"
                   MOVE "Y" TO ws-latched
                ELSE
                   CALL "SYSTEM" USING ws-latch-wait-command
                END-IF
             END-IF
          END-PERFORM.

       LOAD-RETENTION.
          MOVE 90 TO ws-keep-days.
          MOVE "N" TO ws-ret-eof.
          OPEN INPUT RETENTION-FILE.
          IF ws-ret-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-ret-eof IS EQUAL TO "Y"
             READ RETENTION-FILE
                AT END
                   MOVE "Y" TO ws-ret-eof
                NOT AT END
                   IF RT-REPORT-NAME IS EQUAL TO capture-report-name
                      AND RT-KEEP-DAYS IS NUMERIC
                      MOVE RT-KEEP-DAYS TO ws-keep-days
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE RETENTION-FILE.

       RESOLVE-REGION.
          MOVE "PROD" TO ws-region.
          OPEN INPUT REGION-FILE.
          IF ws-rgn-status IS EQUAL TO "00"
             READ REGION-FILE
                NOT AT END
                   IF RG-REGION-NAME IS NOT EQUAL TO SPACES
                      MOVE RG-REGION-NAME TO ws-region
                   END-IF
             END-READ
             CLOSE REGION-FILE
          END-IF.

      * An absent hold file just means nothing is frozen.
       LOAD-HOLDS.
          MOVE 0 TO WS-HOLD-COUNT.
          MOVE "N" TO ws-hld-eof.
          OPEN INPUT HOLD-FILE.
          IF ws-hld-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-hld-eof IS EQUAL TO "Y"
             READ HOLD-FILE
                AT END
                   MOVE "Y" TO ws-hld-eof
                NOT AT END
                   IF LH-START-DATE IS NUMERIC
                      AND LH-END-DATE IS NUMERIC
                      AND WS-HOLD-COUNT IS LESS THAN 20
                      ADD 1 TO WS-HOLD-COUNT
                      MOVE LH-START-DATE TO WS-LH-START(WS-HOLD-COUNT)
                      MOVE LH-END-DATE TO WS-LH-END(WS-HOLD-COUNT)
                      MOVE LH-PROGRAM-ID TO
                         WS-LH-PROGRAM(WS-HOLD-COUNT)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE HOLD-FILE.

      * Pass 1 copies the repository to the work file, less this
      * report's edition under the same key and its editions past
      * retention, then appends the new edition; pass 2 copies the
      * work file back.  A report that isn't there is not filed.
       FILE-EDITION.
          MOVE "N" TO ws-src-eof.
          OPEN INPUT SOURCE-FILE.
          IF ws-src-status IS NOT EQUAL TO "00"
             DISPLAY "REPORTCAPTURE: " capture-report-name
                " NOT FOUND, NOT FILED"
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-purged-count.
          OPEN OUTPUT WORK-FILE.
          IF ws-wrk-status IS NOT EQUAL TO "00"
             DISPLAY "REPORTCAPTURE: WORK FILE STATUS " ws-wrk-status
                ", " capture-report-name " NOT FILED"
             CLOSE SOURCE-FILE
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-rep-eof.
          OPEN INPUT REPOSITORY-FILE.
          IF ws-rep-status IS EQUAL TO "00"
             PERFORM UNTIL ws-rep-eof IS EQUAL TO "Y"
                READ REPOSITORY-FILE
                   AT END
                      MOVE "Y" TO ws-rep-eof
                   NOT AT END
                      PERFORM CHECK-KEEP-ROW
                      IF ws-drop-row IS EQUAL TO "N"
                         MOVE REPORT-REPOSITORY-RECORD TO WORK-RECORD
                         WRITE WORK-RECORD
                      END-IF
                END-READ
             END-PERFORM
             CLOSE REPOSITORY-FILE
          END-IF.
          PERFORM APPEND-NEW-EDITION.
          CLOSE SOURCE-FILE.
          CLOSE WORK-FILE.
          MOVE "N" TO ws-wrk-eof.
          OPEN INPUT WORK-FILE.
          OPEN OUTPUT REPOSITORY-FILE.
          PERFORM UNTIL ws-wrk-eof IS EQUAL TO "Y"
             READ WORK-FILE
                AT END
                   MOVE "Y" TO ws-wrk-eof
                NOT AT END
                   MOVE WORK-RECORD TO REPORT-REPOSITORY-RECORD
                   WRITE REPORT-REPOSITORY-RECORD
             END-READ
          END-PERFORM.
          CLOSE WORK-FILE.
          CLOSE REPOSITORY-FILE.
          DISPLAY "REPORTCAPTURE: " capture-report-name
             " FILED FOR " ws-run-date-disp " RUN-ID " ws-run-id
             ", " ws-line-no " LINE(S), " ws-purged-count
             " EDITION(S) PURGED".

      * Only this report's rows are ever dropped: the edition being
      * replaced, and editions older than the cutoff that no legal
      * hold freezes.  Editions are counted once, on their header.
       CHECK-KEEP-ROW.
          MOVE "N" TO ws-drop-row.
          IF RR-REPORT-NAME IS NOT EQUAL TO capture-report-name
             EXIT PARAGRAPH
          END-IF.
          IF RR-RUN-DATE IS EQUAL TO ws-run-date-disp
             AND RR-RUN-ID IS EQUAL TO ws-run-id
             MOVE "Y" TO ws-drop-row
             EXIT PARAGRAPH
          END-IF.
          IF RR-RUN-DATE IS NOT LESS THAN ws-cutoff-date
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-on-hold.
          PERFORM VARYING HLD-IDX FROM 1 BY 1
             UNTIL HLD-IDX IS GREATER THAN WS-HOLD-COUNT
             IF RR-RUN-DATE IS GREATER THAN OR EQUAL TO
                WS-LH-START(HLD-IDX)
                AND RR-RUN-DATE IS LESS THAN OR EQUAL TO
                WS-LH-END(HLD-IDX)
                AND (WS-LH-PROGRAM(HLD-IDX) IS EQUAL TO SPACES
                OR WS-LH-PROGRAM(HLD-IDX) IS EQUAL TO RR-PROGRAM-ID)
                MOVE "Y" TO ws-on-hold
             END-IF
          END-PERFORM.
          IF ws-on-hold IS EQUAL TO "N"
             MOVE "Y" TO ws-drop-row
             IF RR-ROW-TYPE IS EQUAL TO "RPHDR"
                ADD 1 TO ws-purged-count
             END-IF
          END-IF.

       APPEND-NEW-EDITION.
          MOVE SPACES TO REPORT-REPOSITORY-RECORD.
          MOVE capture-report-name TO RR-REPORT-NAME.
          MOVE ws-run-date-disp TO RR-RUN-DATE.
          MOVE ws-run-id TO RR-RUN-ID.
          MOVE capture-program TO RR-PROGRAM-ID.
          MOVE "RPHDR" TO RR-ROW-TYPE.
          MOVE 0 TO RR-LINE-NO.
          STRING "CAPTURED " ws-run-time(1:6) " REGION " ws-region
             " KEEP " ws-keep-days " DAYS"
             DELIMITED BY SIZE INTO RR-TEXT.
          MOVE REPORT-REPOSITORY-RECORD TO WORK-RECORD.
          WRITE WORK-RECORD.
          MOVE 0 TO ws-line-no.
          PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
             READ SOURCE-FILE
                AT END
                   MOVE "Y" TO ws-src-eof
                NOT AT END
                   ADD 1 TO ws-line-no
                   MOVE "RPROW" TO RR-ROW-TYPE
                   MOVE ws-line-no TO RR-LINE-NO
                   MOVE SOURCE-RECORD TO RR-TEXT
                   MOVE REPORT-REPOSITORY-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
             END-READ
          END-PERFORM.
          MOVE "RPTRL" TO RR-ROW-TYPE.
          MOVE ws-line-no TO RR-LINE-NO.
          MOVE SPACES TO RR-TEXT.
          MOVE REPORT-REPOSITORY-RECORD TO WORK-RECORD.
          WRITE WORK-RECORD.

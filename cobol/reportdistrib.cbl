      * mention today), or whose destination would not take the
      * copy -- so "did the supervisor get the digest?" has an
      * auditable answer.
      *
      * Outside PROD (region.dat, see regionrec.cpy) every delivered
      * copy opens with a banner line naming the region, so a test
      * region's output can't be read as production's wherever it
      * ends up; the manifest's record counts are of the report
      * itself and don't include the banner.  While a
      * fault-injection drill is open in the region (drill_card.dat
      * FIRED, see drillcardrec.cpy) the banner says DRILL as well.
      *
      * Re-sends: every report distributed here is also filed, as
      * it is produced, in the report repository (reportcapture.cbl,
      * report_repository.dat).  Each row on report_resend_card.dat
      * (resendcardrec.cpy, queued from reportview.cbl or keyed by
      * an operator) names a past edition -- report, run date, run
      * id or zero for that date's last -- and a recipient, or
      * spaces for everyone the report is mapped to.  After the
      * night's deliveries the edition is copied out of the
      * repository into each such recipient's drop as
      * <run date>_<report name>, so it can't overwrite tonight's
      * copy, with the region banner as above; the manifest row
      * carries the edition's run date and run id (both zero on a
      * night's own delivery).  An edition no longer on file, or a
      * request for a recipient the report isn't mapped to, is
      * reported and counts toward return code 4 like any other
      * delivery problem.  The card is removed once worked, so a
      * request is honoured once.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO WS-TARGET-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TGT-STATUS.
             SELECT REGION-FILE
                ASSIGN TO "cobol/data/region.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RGN-STATUS.
             SELECT DRILL-CARD-FILE
                ASSIGN TO "cobol/data/drill_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DCD-STATUS.
             SELECT REPOSITORY-FILE
                ASSIGN TO "cobol/data/report_repository.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REP-STATUS.
             SELECT RESEND-CARD-FILE
                ASSIGN TO "cobol/data/report_resend_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RSC-STATUS.
             SELECT MANIFEST-FILE
                ASSIGN TO "cobol/data/delivery_manifest.dat"
                ORGANIZATION IS LINE SEQUENTIAL
             01 SOURCE-RECORD         PIC X(250).
          FD TARGET-FILE.
             01 TARGET-RECORD         PIC X(250).
          FD REGION-FILE.
             COPY "regionrec.cpy".
          FD DRILL-CARD-FILE.
             COPY "drillcardrec.cpy".
          FD REPOSITORY-FILE.
             COPY "reportreporec.cpy".
          FD RESEND-CARD-FILE.
             COPY "resendcardrec.cpy".
          FD MANIFEST-FILE.
             01 MANIFEST-RECORD.
                05 DM-RUN-DATE        PIC 9(8).
                05 DM-RECIPIENT       PIC X(8).
                05 DM-FILLER3         PIC X.
                05 DM-RECORD-COUNT    PIC 9(9).
                05 DM-FILLER4         PIC X.
                05 DM-EDITION-DATE    PIC 9(8).
                05 DM-FILLER5         PIC X.
                05 DM-EDITION-RUN-ID  PIC 9(9).
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(110).

             01 ws-tgt-status PIC XX.
             01 ws-man-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-rgn-status PIC XX.
             01 ws-region PIC X(8).
             01 ws-dcd-status PIC XX.
             01 ws-drill-tag PIC X(6) VALUE SPACES.
             01 WS-SOURCE-PATH PIC X(44).
             01 WS-TARGET-PATH PIC X(84).
             01 ws-dst-eof PIC X VALUE "N".
             01 ws-src-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-failed-count PIC 9(9) VALUE 0.
             01 ws-fresh PIC X.
             01 ws-date-hits USAGE BINARY-LONG UNSIGNED.
             01 ws-rep-status PIC XX.
             01 ws-rsc-status PIC XX.
             01 ws-rep-eof PIC X.
             01 ws-rsc-eof PIC X.
             01 ws-map-eof PIC X.
             01 ws-mapped PIC X.
             01 ws-resent-count PIC 9(9) VALUE 0.
             01 ws-noedition-count PIC 9(9) VALUE 0.
             01 ws-resend-command PIC X(60) VALUE
                "rm -f cobol/data/report_resend_card.dat".
      * The edition a re-send row resolves to in the repository.
             01 ws-ed-found PIC X.
             01 ws-ed-date PIC 9(8).
             01 ws-ed-run-id PIC 9(9).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          MOVE 0 TO ws-ed-date.
          MOVE 0 TO ws-ed-run-id.
          PERFORM LOAD-REGION.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          PERFORM WRITE-HEADER.
             END-READ
          END-PERFORM.
          CLOSE DIST-FILE.
          PERFORM WORK-RESEND-CARD.
          PERFORM WRITE-TRAILER.
          CLOSE REPORT-FILE.
          DISPLAY "REPORTDISTRIB: " ws-delivered-count
             " DELIVERED, " ws-missing-count " NOT PRODUCED, "
             ws-stale-count " STALE, " ws-failed-count
             " UNDELIVERABLE, " ws-resent-count " RESENT".
          IF ws-missing-count IS GREATER THAN 0
             OR ws-stale-count IS GREATER THAN 0
             OR ws-failed-count IS GREATER THAN 0
             OR ws-noedition-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF ws-region IS NOT EQUAL TO "PROD"
             MOVE SPACES TO TARGET-RECORD
             STRING "REGION " DELIMITED BY SIZE
                ws-region DELIMITED BY SPACE
                ws-drill-tag DELIMITED BY "  "
                " -- NOT PRODUCTION OUTPUT" DELIMITED BY SIZE
                INTO TARGET-RECORD
             WRITE TARGET-RECORD
          END-IF.
          PERFORM UNTIL ws-src-eof IS EQUAL TO "Y"
             READ SOURCE-FILE
                AT END
             OPEN INPUT SOURCE-FILE
          END-IF.

      * Re-sends, after the night's own deliveries.  No card is the
      * usual case and does nothing.
       WORK-RESEND-CARD.
          MOVE "N" TO ws-rsc-eof.
          OPEN INPUT RESEND-CARD-FILE.
          IF ws-rsc-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-rsc-eof IS EQUAL TO "Y"
             READ RESEND-CARD-FILE
                AT END
                   MOVE "Y" TO ws-rsc-eof
                NOT AT END
                   IF RS-REPORT-NAME IS NOT EQUAL TO SPACES
                      PERFORM RESEND-ONE-REQUEST
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE RESEND-CARD-FILE.
          CALL "SYSTEM" USING ws-resend-command.

      * One card row: resolve the edition, then deliver it to each
      * mapped recipient the row asks for.
       RESEND-ONE-REQUEST.
          IF RS-RUN-DATE IS NOT NUMERIC
             MOVE 0 TO RS-RUN-DATE
          END-IF.
          IF RS-RUN-ID IS NOT NUMERIC
             MOVE 0 TO RS-RUN-ID
          END-IF.
          PERFORM FIND-EDITION.
          IF ws-ed-found IS EQUAL TO "N"
             ADD 1 TO ws-noedition-count
             MOVE SPACES TO REPORT-RECORD
             STRING "NO EDITION " DELIMITED BY SIZE
                RS-REPORT-NAME DELIMITED BY SPACE
                " " RS-RUN-DATE " RUN-ID " RS-RUN-ID
                " TO RESEND" DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-mapped.
          MOVE "N" TO ws-map-eof.
          OPEN INPUT DIST-FILE.
          PERFORM UNTIL ws-map-eof IS EQUAL TO "Y"
             READ DIST-FILE
                AT END
                   MOVE "Y" TO ws-map-eof
                NOT AT END
                   IF RD-REPORT-NAME IS EQUAL TO RS-REPORT-NAME
                      AND (RS-RECIPIENT IS EQUAL TO SPACES
                      OR RS-RECIPIENT IS EQUAL TO RD-RECIPIENT)
                      MOVE "Y" TO ws-mapped
                      PERFORM RESEND-TO-RECIPIENT
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE DIST-FILE.
          IF ws-mapped IS EQUAL TO "N"
             ADD 1 TO ws-failed-count
             MOVE SPACES TO REPORT-RECORD
             STRING "NOT MAPPED " DELIMITED BY SIZE
                RS-REPORT-NAME DELIMITED BY SPACE
                " FOR " DELIMITED BY SIZE
                RS-RECIPIENT DELIMITED BY SPACE
                " -- NOT RESENT" DELIMITED BY SIZE
                INTO REPORT-RECORD
             WRITE REPORT-RECORD
          END-IF.

      * The latest complete edition (it has its RPTRL row) matching
      * the card; a replaced edition is re-filed at the end of the
      * repository, so the pick is by key rather than by position.
       FIND-EDITION.
          MOVE "N" TO ws-ed-found.
          MOVE 0 TO ws-ed-date.
          MOVE 0 TO ws-ed-run-id.
          MOVE "N" TO ws-rep-eof.
          OPEN INPUT REPOSITORY-FILE.
          IF ws-rep-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-rep-eof IS EQUAL TO "Y"
             READ REPOSITORY-FILE
                AT END
                   MOVE "Y" TO ws-rep-eof
                NOT AT END
                   IF RR-ROW-TYPE IS EQUAL TO "RPTRL"
                      AND RR-REPORT-NAME IS EQUAL TO RS-REPORT-NAME
                      AND (RS-RUN-DATE IS EQUAL TO 0
                      OR RR-RUN-DATE IS EQUAL TO RS-RUN-DATE)
                      AND (RS-RUN-ID IS EQUAL TO 0
                      OR RR-RUN-ID IS EQUAL TO RS-RUN-ID)
                      IF RR-RUN-DATE IS GREATER THAN ws-ed-date
                         OR (RR-RUN-DATE IS EQUAL TO ws-ed-date
                         AND RR-RUN-ID IS NOT LESS THAN ws-ed-run-id)
                         MOVE "Y" TO ws-ed-found
                         MOVE RR-RUN-DATE TO ws-ed-date
                         MOVE RR-RUN-ID TO ws-ed-run-id
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE REPOSITORY-FILE.

      * The edition's rows come out of the repository in line
      * order (reportcapture.cbl files an edition in one piece).
       RESEND-TO-RECIPIENT.
          MOVE SPACES TO WS-TARGET-PATH.
          STRING RD-DEST-DIR DELIMITED BY SPACE
             "/" ws-ed-date "_" DELIMITED BY SIZE
             RD-REPORT-NAME DELIMITED BY SPACE
             INTO WS-TARGET-PATH.
          OPEN OUTPUT TARGET-FILE.
          IF ws-tgt-status IS NOT EQUAL TO "00"
             ADD 1 TO ws-failed-count
             MOVE SPACES TO REPORT-RECORD
             STRING "UNDELIVERABLE RESEND " RD-REPORT-NAME " TO "
                RD-DEST-DIR " STATUS " ws-tgt-status
                DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
             EXIT PARAGRAPH
          END-IF.
          IF ws-region IS NOT EQUAL TO "PROD"
             MOVE SPACES TO TARGET-RECORD
             STRING "REGION " DELIMITED BY SIZE
                ws-region DELIMITED BY SPACE
                ws-drill-tag DELIMITED BY "  "
                " -- NOT PRODUCTION OUTPUT" DELIMITED BY SIZE
                INTO TARGET-RECORD
             WRITE TARGET-RECORD
          END-IF.
          MOVE 0 TO ws-rec-count.
          MOVE "N" TO ws-rep-eof.
          OPEN INPUT REPOSITORY-FILE.
          PERFORM UNTIL ws-rep-eof IS EQUAL TO "Y"
             READ REPOSITORY-FILE
                AT END
                   MOVE "Y" TO ws-rep-eof
                NOT AT END
                   IF RR-ROW-TYPE IS EQUAL TO "RPROW"
                      AND RR-REPORT-NAME IS EQUAL TO RS-REPORT-NAME
                      AND RR-RUN-DATE IS EQUAL TO ws-ed-date
                      AND RR-RUN-ID IS EQUAL TO ws-ed-run-id
                      MOVE RR-TEXT TO TARGET-RECORD
                      WRITE TARGET-RECORD
                      ADD 1 TO ws-rec-count
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE REPOSITORY-FILE.
          CLOSE TARGET-FILE.
          ADD 1 TO ws-resent-count.
          PERFORM WRITE-MANIFEST-ROW.
          MOVE SPACES TO REPORT-RECORD.
          STRING "RESENT " DELIMITED BY SIZE
             RD-REPORT-NAME DELIMITED BY SPACE
             " " ws-ed-date " RUN-ID " ws-ed-run-id " TO "
             RD-RECIPIENT " (" ws-rec-count " RECORD(S)) FOR "
             DELIMITED BY SIZE
             RS-REQUESTED-BY DELIMITED BY SIZE
             INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

      * The auditable answer to "did they get it": one manifest row
      * per delivery.  Grows across every run (EXTEND); a failed
      * EXTEND on the first-ever run falls back to OPEN OUTPUT.
          MOVE RD-REPORT-NAME TO DM-REPORT-NAME.
          MOVE RD-RECIPIENT TO DM-RECIPIENT.
          MOVE ws-rec-count TO DM-RECORD-COUNT.
          MOVE ws-ed-date TO DM-EDITION-DATE.
          MOVE ws-ed-run-id TO DM-EDITION-RUN-ID.
          WRITE MANIFEST-RECORD.
          CLOSE MANIFEST-FILE.

       LOAD-REGION.
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
          IF ws-region IS EQUAL TO "PROD"
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT DRILL-CARD-FILE.
          IF ws-dcd-status IS EQUAL TO "00"
             READ DRILL-CARD-FILE
                NOT AT END
                   IF DC-STATE IS EQUAL TO "FIRED"
                      MOVE " DRILL" TO ws-drill-tag
                   END-IF
             END-READ
             CLOSE DRILL-CARD-FILE
          END-IF.

       WRITE-HEADER.
          MOVE SPACES TO REPORT-RECORD.
          STRING "REPORT DISTRIBUTION " ws-run-date-disp
             " REGION " ws-region
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

          STRING "DELIVERED " ws-delivered-count
             " NOT-PRODUCED " ws-missing-count
             " UNDELIVERABLE " ws-failed-count
             " RESENT " ws-resent-count
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.

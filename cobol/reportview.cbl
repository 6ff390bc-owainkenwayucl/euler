       IDENTIFICATION DIVISION.
       PROGRAM-ID. reportview.
       AUTHOR. Owain Kenway.

      * Retrieval screen over the report repository
      * (report_repository.dat, reportreporec.cpy, filed by
      * reportcapture.cbl as each report is produced).  The operator
      * keys a report name and a run date -- zero for the latest
      * edition on file -- and optionally a run id for a night with
      * more than one edition (zero for that date's last), and the
      * screen pages through the edition fifteen lines at a time:
      * ENTER for the next page, B to go back, X for another report.
      * R asks for the edition to be re-sent: a row on
      * report_resend_card.dat naming the edition and the signed-on
      * operator, which reportdistrib.cbl delivers to the report's
      * usual recipients on its next run.  Lines wider than the
      * screen are shown to column 79.  Any authenticated role may
      * read the repository; an anonymous terminal may not.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT REPOSITORY-FILE
                ASSIGN TO "cobol/data/report_repository.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REP-STATUS.
             SELECT RESEND-CARD-FILE
                ASSIGN TO "cobol/data/report_resend_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RSC-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD REPOSITORY-FILE.
             COPY "reportreporec.cpy".
          FD RESEND-CARD-FILE.
             COPY "resendcardrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-signon-operator-id PIC X(8) VALUE SPACES.
             01 ws-signon-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "RPTVIEW".
             01 ws-rep-status PIC XX.
             01 ws-rsc-status PIC XX.
             01 ws-rep-eof PIC X.
             01 ws-done PIC X VALUE "N".
             01 ws-action PIC X.
             01 ws-message PIC X(50).
             01 ws-want-report PIC X(30).
             01 ws-want-date PIC 9(8) VALUE 0.
             01 ws-want-run-id PIC 9(9) VALUE 0.
      * The edition picked: the latest complete one (it has its
      * RPTRL row) matching what was keyed.
             01 ws-ed-found PIC X.
             01 ws-ed-date PIC 9(8).
             01 ws-ed-run-id PIC 9(9).
             01 ws-ed-program PIC X(8).
             01 ws-ed-lines PIC 9(6).
             01 ws-first-line PIC 9(6).
             01 ws-last-line PIC 9(6).
             01 ws-page-no PIC 9(4).
             01 ws-page-count PIC 9(4).
             01 ws-page-idx USAGE BINARY-LONG UNSIGNED.
             01 WS-PAGE.
                05 WS-PAGE-LINE OCCURS 15 TIMES PIC X(79).

          SCREEN SECTION.
          01 WS-SELECT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "REPORT REPOSITORY -- LEAVE REPORT BLANK TO EXIT".
             05 LINE 3 COL 1 VALUE "REPORT:   ".
             05 COLUMN PLUS 1 PIC X(30) USING ws-want-report.
             05 LINE 4 COL 1 VALUE "RUN DATE: ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-want-date.
             05 COLUMN PLUS 2 VALUE "(0 = LATEST ON FILE)".
             05 LINE 5 COL 1 VALUE "RUN ID:   ".
             05 COLUMN PLUS 1 PIC 9(9) USING ws-want-run-id.
             05 COLUMN PLUS 2 VALUE "(0 = LAST THAT DATE)".
             05 LINE 7 COL 1 PIC X(50) FROM ws-message.
          01 WS-PAGE-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 PIC X(30) FROM ws-want-report.
             05 COLUMN PLUS 1 VALUE "OF".
             05 COLUMN PLUS 1 PIC 9(8) FROM ws-ed-date.
             05 COLUMN PLUS 1 VALUE "RUN-ID".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-ed-run-id.
             05 COLUMN PLUS 1 VALUE "BY".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-ed-program.
             05 LINE 2 COL 1 VALUE "PAGE".
             05 COLUMN PLUS 1 PIC 9(4) FROM ws-page-no.
             05 COLUMN PLUS 1 VALUE "OF".
             05 COLUMN PLUS 1 PIC 9(4) FROM ws-page-count.
             05 COLUMN PLUS 2 VALUE "LINES".
             05 COLUMN PLUS 1 PIC 9(6) FROM ws-ed-lines.
             05 LINE 4 COL 1 PIC X(79) FROM WS-PAGE-LINE(1).
             05 LINE 5 COL 1 PIC X(79) FROM WS-PAGE-LINE(2).
             05 LINE 6 COL 1 PIC X(79) FROM WS-PAGE-LINE(3).
             05 LINE 7 COL 1 PIC X(79) FROM WS-PAGE-LINE(4).
             05 LINE 8 COL 1 PIC X(79) FROM WS-PAGE-LINE(5).
             05 LINE 9 COL 1 PIC X(79) FROM WS-PAGE-LINE(6).
             05 LINE 10 COL 1 PIC X(79) FROM WS-PAGE-LINE(7).
             05 LINE 11 COL 1 PIC X(79) FROM WS-PAGE-LINE(8).
             05 LINE 12 COL 1 PIC X(79) FROM WS-PAGE-LINE(9).
             05 LINE 13 COL 1 PIC X(79) FROM WS-PAGE-LINE(10).
             05 LINE 14 COL 1 PIC X(79) FROM WS-PAGE-LINE(11).
             05 LINE 15 COL 1 PIC X(79) FROM WS-PAGE-LINE(12).
             05 LINE 16 COL 1 PIC X(79) FROM WS-PAGE-LINE(13).
             05 LINE 17 COL 1 PIC X(79) FROM WS-PAGE-LINE(14).
             05 LINE 18 COL 1 PIC X(79) FROM WS-PAGE-LINE(15).
             05 LINE 20 COL 1 PIC X(50) FROM ws-message.
             05 LINE 21 COL 1 VALUE
                "ENTER = NEXT, B = BACK, R = RESEND, X = NEW REPORT: ".
             05 COLUMN PLUS 1 PIC X USING ws-action.

       PROCEDURE DIVISION.
      * Sign-on gate (signon.cbl): any authenticated role may read.
          CALL 'signon' USING ws-signon-operator-id,
             ws-signon-role, ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "REPORTVIEW: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO ws-message.
          MOVE SPACES TO ws-want-report.
          PERFORM UNTIL ws-done IS EQUAL TO "Y"
             DISPLAY WS-SELECT-SCREEN
             ACCEPT WS-SELECT-SCREEN
             MOVE SPACES TO ws-message
             IF ws-want-report IS EQUAL TO SPACES
                MOVE "Y" TO ws-done
             ELSE
                PERFORM FIND-EDITION
                IF ws-ed-found IS EQUAL TO "Y"
                   PERFORM BROWSE-EDITION
                END-IF
             END-IF
          END-PERFORM.
       STOP RUN.

      * The repository is in filing order, but a replaced edition
      * is re-filed at the end, so the latest is picked by key
      * rather than by position.
       FIND-EDITION.
          MOVE "N" TO ws-ed-found.
          MOVE 0 TO ws-ed-date.
          MOVE 0 TO ws-ed-run-id.
          MOVE "N" TO ws-rep-eof.
          OPEN INPUT REPOSITORY-FILE.
          IF ws-rep-status IS NOT EQUAL TO "00"
             MOVE "NO REPORT REPOSITORY ON FILE" TO ws-message
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-rep-eof IS EQUAL TO "Y"
             READ REPOSITORY-FILE
                AT END
                   MOVE "Y" TO ws-rep-eof
                NOT AT END
                   IF RR-ROW-TYPE IS EQUAL TO "RPTRL"
                      AND RR-REPORT-NAME IS EQUAL TO ws-want-report
                      AND (ws-want-date IS EQUAL TO 0
                      OR RR-RUN-DATE IS EQUAL TO ws-want-date)
                      AND (ws-want-run-id IS EQUAL TO 0
                      OR RR-RUN-ID IS EQUAL TO ws-want-run-id)
                      IF RR-RUN-DATE IS GREATER THAN ws-ed-date
                         OR (RR-RUN-DATE IS EQUAL TO ws-ed-date
                         AND RR-RUN-ID IS NOT LESS THAN ws-ed-run-id)
                         MOVE "Y" TO ws-ed-found
                         MOVE RR-RUN-DATE TO ws-ed-date
                         MOVE RR-RUN-ID TO ws-ed-run-id
                         MOVE RR-PROGRAM-ID TO ws-ed-program
                         MOVE RR-LINE-NO TO ws-ed-lines
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE REPOSITORY-FILE.
          IF ws-ed-found IS EQUAL TO "N"
             MOVE "NO EDITION OF THAT REPORT ON FILE" TO ws-message
             EXIT PARAGRAPH
          END-IF.
          COMPUTE ws-page-count = (ws-ed-lines + 14) / 15.
          IF ws-page-count IS EQUAL TO 0
             MOVE 1 TO ws-page-count
          END-IF.

       BROWSE-EDITION.
          MOVE 1 TO ws-page-no.
          MOVE SPACE TO ws-action.
          PERFORM UNTIL ws-action IS EQUAL TO "X"
             OR ws-action IS EQUAL TO "x"
             PERFORM LOAD-PAGE
             MOVE SPACE TO ws-action
             DISPLAY WS-PAGE-SCREEN
             ACCEPT WS-PAGE-SCREEN
             MOVE SPACES TO ws-message
             EVALUATE ws-action
                WHEN "B"
                WHEN "b"
                   IF ws-page-no IS GREATER THAN 1
                      SUBTRACT 1 FROM ws-page-no
                   ELSE
                      MOVE "START OF REPORT" TO ws-message
                   END-IF
                WHEN "R"
                WHEN "r"
                   PERFORM QUEUE-RESEND
                WHEN "X"
                WHEN "x"
                   CONTINUE
                WHEN OTHER
                   IF ws-page-no IS LESS THAN ws-page-count
                      ADD 1 TO ws-page-no
                   ELSE
                      MOVE "END OF REPORT" TO ws-message
                   END-IF
             END-EVALUATE
          END-PERFORM.

      * One pass over the repository per page shown; only the
      * edition's rows numbered into the page are kept.
       LOAD-PAGE.
          MOVE SPACES TO WS-PAGE.
          COMPUTE ws-first-line = (ws-page-no - 1) * 15 + 1.
          COMPUTE ws-last-line = ws-first-line + 14.
          MOVE "N" TO ws-rep-eof.
          OPEN INPUT REPOSITORY-FILE.
          IF ws-rep-status IS NOT EQUAL TO "00"
             MOVE "NO REPORT REPOSITORY ON FILE" TO ws-message
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-rep-eof IS EQUAL TO "Y"
             READ REPOSITORY-FILE
                AT END
                   MOVE "Y" TO ws-rep-eof
                NOT AT END
                   IF RR-ROW-TYPE IS EQUAL TO "RPROW"
                      AND RR-REPORT-NAME IS EQUAL TO ws-want-report
                      AND RR-RUN-DATE IS EQUAL TO ws-ed-date
                      AND RR-RUN-ID IS EQUAL TO ws-ed-run-id
                      AND RR-LINE-NO IS NOT LESS THAN ws-first-line
                      AND RR-LINE-NO IS NOT GREATER THAN ws-last-line
                      COMPUTE ws-page-idx =
                         RR-LINE-NO - ws-first-line + 1
                      MOVE RR-TEXT TO WS-PAGE-LINE(ws-page-idx)
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE REPOSITORY-FILE.

      * A blank recipient sends the edition to everyone
      * report_distribution.dat maps the report to.  Grows across
      * requests (EXTEND) until reportdistrib.cbl works the card.
       QUEUE-RESEND.
          MOVE SPACES TO RESEND-CARD-RECORD.
          OPEN EXTEND RESEND-CARD-FILE.
          IF ws-rsc-status IS NOT EQUAL TO "00"
             OPEN OUTPUT RESEND-CARD-FILE
          END-IF.
          IF ws-rsc-status IS NOT EQUAL TO "00"
             MOVE "RESEND NOT QUEUED: CARD FILE UNAVAILABLE"
                TO ws-message
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-want-report TO RS-REPORT-NAME.
          MOVE ws-ed-date TO RS-RUN-DATE.
          MOVE ws-ed-run-id TO RS-RUN-ID.
          MOVE ws-signon-operator-id TO RS-REQUESTED-BY.
          WRITE RESEND-CARD-RECORD.
          CLOSE RESEND-CARD-FILE.
          MOVE "RESEND QUEUED FOR THE NEXT DISTRIBUTION RUN"
             TO ws-message.

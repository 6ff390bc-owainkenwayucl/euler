      * are moved off the queue to request_queue_archive.dat by
      * reqsweep.cbl, so an id absent from the queue is looked up
      * there before it is called NOT FOUND.
      *
      * Anyone signed on can still see where a request stands, but
      * the answer is the requester's: it is shown only to the
      * operator who queued the request or to a SUPERVSR, and every
      * lookup is appended to request_view_log.dat (reqviewrec.cpy).
      * Requesters wanting all their own requests at once use
      * reqinbox.cbl.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/request_queue_archive.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
             SELECT VIEW-LOG-FILE
                ASSIGN TO "cobol/data/request_view_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VWL-STATUS.

       DATA DIVISION.
          FILE SECTION.
                05 AR-STATUS           PIC X(8).
                05 AR-FILLER6          PIC X.
                05 AR-PRIORITY         PIC 9(1).
                05 AR-FILLER7          PIC X.
                05 AR-SUBMIT-DATE      PIC 9(8).
          FD REPLY-FILE.
             01 REPLY-RECORD.
                05 RP-ID               PIC 9(9).
                05 RP-ANSWER           PIC 9(30).
                05 RP-FILLER2          PIC X.
                05 RP-TEXT             PIC X(12).
          FD VIEW-LOG-FILE.
             COPY "reqviewrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-que-status PIC XX.
             01 ws-rpl-status PIC XX.
             01 ws-arc-status PIC XX.
             01 ws-vwl-status PIC XX.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-show-requester PIC X(8).
             01 ws-view-outcome PIC X(8).
             01 ws-que-eof PIC X.
             01 ws-rpl-eof PIC X.
             01 ws-arc-eof PIC X.
             05 COLUMN PLUS 1 PIC X USING ws-continue-key.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
          MOVE SPACES TO ws-show-type.
          MOVE 0 TO ws-show-answer.
          MOVE SPACES TO ws-show-text.
          MOVE SPACES TO ws-show-requester.
          MOVE "N" TO ws-que-eof.
          OPEN INPUT QUEUE-FILE.
          IF ws-que-status IS EQUAL TO "00"
                      IF RQ-ID IS EQUAL TO ws-input-id
                         MOVE RQ-STATUS TO ws-show-status
                         MOVE RQ-TYPE TO ws-show-type
                         MOVE RQ-REQUESTER TO ws-show-requester
                         MOVE "Y" TO ws-que-eof
                      END-IF
                END-READ
          IF ws-show-status IS EQUAL TO "NOT FOUND"
             PERFORM LOOKUP-IN-ARCHIVE
          END-IF.
          IF ws-show-status IS EQUAL TO "NOT FOUND"
             MOVE "NOTFOUND" TO ws-view-outcome
          ELSE
             IF ws-show-requester IS EQUAL TO ws-operator-id
                OR ws-operator-role IS EQUAL TO "SUPERVSR"
                MOVE "SHOWN" TO ws-view-outcome
             ELSE
                MOVE "WITHHELD" TO ws-view-outcome
                MOVE "WITHHELD" TO ws-show-text
             END-IF
          END-IF.
          PERFORM WRITE-VIEW-LOG.
          IF ws-view-outcome IS NOT EQUAL TO "SHOWN"
             DISPLAY WS-SHOW-SCREEN
             ACCEPT WS-SHOW-SCREEN
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-rpl-eof.
          OPEN INPUT REPLY-FILE.
          IF ws-rpl-status IS EQUAL TO "00"
                      IF AR-ID IS EQUAL TO ws-input-id
                         MOVE AR-STATUS TO ws-show-status
                         MOVE AR-TYPE TO ws-show-type
                         MOVE AR-REQUESTER TO ws-show-requester
                         MOVE "Y" TO ws-arc-eof
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUEUE-ARCHIVE-FILE
          END-IF.

      * Every lookup, whether or not the answer was shown.  Grows
      * across every run (EXTEND); a failed EXTEND on the first-ever
      * run falls back to OPEN OUTPUT.
       WRITE-VIEW-LOG.
          ACCEPT ws-run-time FROM TIME.
          MOVE SPACES TO REQUEST-VIEW-RECORD.
          OPEN EXTEND VIEW-LOG-FILE.
          IF ws-vwl-status IS NOT EQUAL TO "00"
             OPEN OUTPUT VIEW-LOG-FILE
          END-IF.
          MOVE ws-run-date TO RV-RUN-DATE.
          MOVE ws-run-time TO RV-RUN-TIME.
          MOVE ws-operator-id TO RV-OPERATOR-ID.
          MOVE ws-signon-caller TO RV-PROGRAM.
          MOVE ws-input-id TO RV-REQUEST-ID.
          MOVE ws-show-requester TO RV-REQUESTER.
          MOVE ws-view-outcome TO RV-OUTCOME.
          WRITE REQUEST-VIEW-RECORD.
          CLOSE VIEW-LOG-FILE.

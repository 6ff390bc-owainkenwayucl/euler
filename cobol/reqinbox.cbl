       IDENTIFICATION DIVISION.
       PROGRAM-ID. reqinbox.
       AUTHOR. Owain Kenway.

      * Requester's inbox for the overnight request queue.
      * reqstatus.cbl answers one id at a time, so analysts kept
      * their own lists of the ids reqsubmit.cbl handed them.  Here
      * the requester signs on through signon.cbl and sees every
      * request they queued -- the live queue and
      * request_queue_archive.dat alike -- listed on the console
      * with its status, priority, submitted date and, once
      * reqsweep.cbl has answered it, the reply from
      * request_replies.dat.  The list can be narrowed to one status
      * and to a range of submitted dates; requests queued before
      * the submitted date was kept are undated and only listed
      * when no date range is given.
      *
      * Only the signed-on operator's own requests are ever listed,
      * whatever their role: other people's answers are theirs, and
      * a SUPERVSR looks one up by id in reqstatus.cbl.  The same
      * applies to the nightly resultdeliver.cbl output: the D
      * action shows delivery_<id>.dat for the signed-on id only.
      * Every request listed and every delivery file shown is
      * appended to request_view_log.dat (reqviewrec.cpy).

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT QUEUE-FILE
                ASSIGN TO "cobol/data/request_queue.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUE-STATUS.
             SELECT QUEUE-ARCHIVE-FILE
                ASSIGN TO "cobol/data/request_queue_archive.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARC-STATUS.
             SELECT REPLY-FILE
                ASSIGN TO "cobol/data/request_replies.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPL-STATUS.
             SELECT DELIVERY-FILE
                ASSIGN TO WS-DELIVERY-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DLV-STATUS.
             SELECT VIEW-LOG-FILE
                ASSIGN TO "cobol/data/request_view_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VWL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD QUEUE-FILE.
             COPY "requestrec.cpy".
      * Same layout as the live queue record; a second COPY of the
      * same book would collide on the RQ- names.
          FD QUEUE-ARCHIVE-FILE.
             01 QUEUE-ARCHIVE-RECORD.
                05 AR-ID               PIC 9(9).
                05 AR-FILLER1          PIC X.
                05 AR-REQUESTER        PIC X(8).
                05 AR-FILLER2          PIC X.
                05 AR-TYPE             PIC X(6).
                05 AR-FILLER3          PIC X.
                05 AR-N1               PIC 9(30).
                05 AR-FILLER4          PIC X.
                05 AR-N2               PIC 9(30).
                05 AR-FILLER5          PIC X.
                05 AR-STATUS           PIC X(8).
                05 AR-FILLER6          PIC X.
                05 AR-PRIORITY         PIC 9(1).
                05 AR-FILLER7          PIC X.
                05 AR-SUBMIT-DATE      PIC 9(8).
          FD REPLY-FILE.
             01 REPLY-RECORD.
                05 RP-ID               PIC 9(9).
                05 RP-FILLER1          PIC X.
                05 RP-ANSWER           PIC 9(30).
                05 RP-FILLER2          PIC X.
                05 RP-TEXT             PIC X(12).
          FD DELIVERY-FILE.
             01 DELIVERY-RECORD       PIC X(110).
          FD VIEW-LOG-FILE.
             COPY "reqviewrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-que-status PIC XX.
             01 ws-arc-status PIC XX.
             01 ws-rpl-status PIC XX.
             01 ws-dlv-status PIC XX.
             01 ws-vwl-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-rpl-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "REQINBOX".
             01 ws-input-action PIC X VALUE SPACE.
             01 ws-input-status PIC X(8) VALUE SPACES.
             01 ws-input-from PIC 9(8) VALUE 0.
             01 ws-input-to PIC 9(8) VALUE 0.
             01 WS-DELIVERY-PATH PIC X(60).
             01 ws-listed-count PIC 9(6).
             01 ws-delivery-lines PIC 9(6).
      * The request in hand, from whichever file it came.
             01 ws-show-id PIC 9(9).
             01 ws-show-type PIC X(6).
             01 ws-show-status PIC X(8).
             01 ws-show-priority PIC X.
             01 ws-show-date PIC X(8).
             01 ws-show-answer PIC 9(30).
             01 ws-show-text PIC X(12).
             01 ws-show-answered PIC X.
             01 ws-in-filter PIC X.
             01 ws-view-id PIC 9(9).
             01 ws-view-outcome PIC X(8).

          SCREEN SECTION.
          01 WS-INBOX-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "MY REQUESTS -- LISTED ON CONSOLE (X ACTION TO EXIT)".
             05 LINE 3 COL 1 VALUE
                "ACTION (L=LIST D=DELIVERY FILE X=EXIT): ".
             05 COLUMN PLUS 1 PIC X USING ws-input-action.
             05 LINE 4 COL 1 VALUE "STATUS (BLANK FOR ALL):  ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-status.
             05 LINE 5 COL 1 VALUE "SUBMITTED FROM (0=ANY):  ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-input-from.
             05 LINE 6 COL 1 VALUE "SUBMITTED TO (0=ANY):    ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-input-to.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "REQINBOX: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM UNTIL ws-input-action IS EQUAL TO "X"
             OR ws-input-action IS EQUAL TO "x"
             MOVE SPACE TO ws-input-action
             DISPLAY WS-INBOX-SCREEN
             ACCEPT WS-INBOX-SCREEN
             EVALUATE ws-input-action
                WHEN "L"
                WHEN "l"
                   PERFORM LIST-MY-REQUESTS
                WHEN "D"
                WHEN "d"
                   PERFORM SHOW-MY-DELIVERY
                WHEN "X"
                WHEN "x"
                   CONTINUE
                WHEN OTHER
                   DISPLAY "REQINBOX: UNKNOWN ACTION "
                      ws-input-action
             END-EVALUATE
          END-PERFORM.
       STOP RUN.

      * Live queue first (still to be answered), then the archive.
       LIST-MY-REQUESTS.
          MOVE 0 TO ws-listed-count.
          DISPLAY "REQUESTS FOR " ws-operator-id.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUEUE-FILE.
          IF ws-que-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ QUEUE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF RQ-REQUESTER IS EQUAL TO ws-operator-id
                         MOVE RQ-ID TO ws-show-id
                         MOVE RQ-TYPE TO ws-show-type
                         MOVE RQ-STATUS TO ws-show-status
                         MOVE RQ-PRIORITY TO ws-show-priority
                         MOVE RQ-SUBMIT-DATE TO ws-show-date
                         PERFORM LIST-ONE-REQUEST
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUEUE-FILE
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUEUE-ARCHIVE-FILE.
          IF ws-arc-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ QUEUE-ARCHIVE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF AR-REQUESTER IS EQUAL TO ws-operator-id
                         MOVE AR-ID TO ws-show-id
                         MOVE AR-TYPE TO ws-show-type
                         MOVE AR-STATUS TO ws-show-status
                         MOVE AR-PRIORITY TO ws-show-priority
                         MOVE AR-SUBMIT-DATE TO ws-show-date
                         PERFORM LIST-ONE-REQUEST
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUEUE-ARCHIVE-FILE
          END-IF.
          DISPLAY "REQINBOX: " ws-listed-count " REQUEST(S) LISTED".

       LIST-ONE-REQUEST.
          PERFORM CHECK-FILTER.
          IF ws-in-filter IS NOT EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          IF ws-show-date IS NOT NUMERIC
             OR ws-show-date IS EQUAL TO "00000000"
             MOVE "UNDATED" TO ws-show-date
          END-IF.
          IF ws-show-priority IS NOT NUMERIC
             OR ws-show-priority IS EQUAL TO "0"
             MOVE "5" TO ws-show-priority
          END-IF.
          PERFORM FIND-REPLY.
          ADD 1 TO ws-listed-count.
          IF ws-show-answered IS EQUAL TO "Y"
             DISPLAY ws-show-id " " ws-show-type " "
                ws-show-status " P" ws-show-priority " "
                ws-show-date " " ws-show-answer " " ws-show-text
          ELSE
             DISPLAY ws-show-id " " ws-show-type " "
                ws-show-status " P" ws-show-priority " "
                ws-show-date " NO ANSWER YET"
          END-IF.
          MOVE ws-show-id TO ws-view-id.
          MOVE "SHOWN" TO ws-view-outcome.
          PERFORM WRITE-VIEW-LOG.

      * Status filter is an exact match; a date range excludes the
      * undated requests it cannot place.
       CHECK-FILTER.
          MOVE "Y" TO ws-in-filter.
          IF ws-input-status IS NOT EQUAL TO SPACES
             AND ws-input-status IS NOT EQUAL TO ws-show-status
             MOVE "N" TO ws-in-filter
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-from IS EQUAL TO 0
             AND ws-input-to IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          IF ws-show-date IS NOT NUMERIC
             OR ws-show-date IS EQUAL TO "00000000"
             MOVE "N" TO ws-in-filter
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-from IS NOT EQUAL TO 0
             AND ws-show-date IS LESS THAN ws-input-from
             MOVE "N" TO ws-in-filter
          END-IF.
          IF ws-input-to IS NOT EQUAL TO 0
             AND ws-show-date IS GREATER THAN ws-input-to
             MOVE "N" TO ws-in-filter
          END-IF.

       FIND-REPLY.
          MOVE "N" TO ws-show-answered.
          MOVE 0 TO ws-show-answer.
          MOVE SPACES TO ws-show-text.
          MOVE "N" TO ws-rpl-eof.
          OPEN INPUT REPLY-FILE.
          IF ws-rpl-status IS EQUAL TO "00"
             PERFORM UNTIL ws-rpl-eof IS EQUAL TO "Y"
                READ REPLY-FILE
                   AT END
                      MOVE "Y" TO ws-rpl-eof
                   NOT AT END
                      IF RP-ID IS EQUAL TO ws-show-id
                         MOVE RP-ANSWER TO ws-show-answer
                         MOVE RP-TEXT TO ws-show-text
                         MOVE "Y" TO ws-show-answered
                      END-IF
                END-READ
             END-PERFORM
             CLOSE REPLY-FILE
          END-IF.

      * The signed-on id's own delivery file, the path built the way
      * resultdeliver.cbl builds it.
       SHOW-MY-DELIVERY.
          MOVE SPACES TO WS-DELIVERY-PATH.
          STRING "cobol/data/delivery_"
             ws-operator-id DELIMITED BY SPACE
             ".dat" DELIMITED BY SIZE
             INTO WS-DELIVERY-PATH.
          MOVE 0 TO ws-delivery-lines.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT DELIVERY-FILE.
          IF ws-dlv-status IS NOT EQUAL TO "00"
             DISPLAY "REQINBOX: NO DELIVERY FILE FOR "
                ws-operator-id
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ DELIVERY-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   DISPLAY DELIVERY-RECORD
                   ADD 1 TO ws-delivery-lines
             END-READ
          END-PERFORM.
          CLOSE DELIVERY-FILE.
          DISPLAY "REQINBOX: " ws-delivery-lines
             " DELIVERY LINE(S)".
          MOVE 0 TO ws-view-id.
          MOVE "DELIVERY" TO ws-view-outcome.
          PERFORM WRITE-VIEW-LOG.

      * Grows across every run (EXTEND); a failed EXTEND on the
      * first-ever run falls back to OPEN OUTPUT.
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
          MOVE ws-view-id TO RV-REQUEST-ID.
          MOVE ws-operator-id TO RV-REQUESTER.
          MOVE ws-view-outcome TO RV-OUTCOME.
          WRITE REQUEST-VIEW-RECORD.
          CLOSE VIEW-LOG-FILE.

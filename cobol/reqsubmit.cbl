      * from reqstatus.cbl tomorrow.  Ids ascend across the queue
      * file; the requester recorded is the authenticated sign-on
      * id, not a typed claim.
      *
      * Each request is priced before it is queued (reqcost.cbl:
      * the capacity history for the number, else for numbers of
      * its digit count, else the worst case) and the analyst sees
      * the estimated seconds and the likely window -- TONIGHT,
      * WEEKEND, or APPROVAL.  A request over the approval ceiling
      * is filed with status APPROVAL rather than PENDING: reqsweep
      * leaves it alone until a SUPERVSR approves it in
      * reqmanage.cbl.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FD QUEUE-ARCHIVE-FILE.
             01 QUEUE-ARCHIVE-RECORD.
                05 AR-ID               PIC 9(9).
                05 AR-FILLER1          PIC X(137).

          WORKING-STORAGE SECTION.
             01 ws-que-status PIC XX.
             01 ws-input-n2 PIC 9(30) VALUE 0.
             01 ws-input-priority PIC 9(1) VALUE 5.
             01 ws-assigned-id PIC 9(9) VALUE 0.
             01 ws-assigned-title PIC X(40) VALUE SPACES.
             01 ws-est-seconds PIC 9(12) VALUE 0.
             01 ws-est-window PIC X(8) VALUE SPACES.
             01 ws-est-basis PIC X(8) VALUE SPACES.
             01 ws-continue-key PIC X.
             01 ws-exit-flag PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.

          SCREEN SECTION.
          01 WS-SUBMIT-SCREEN.
             05 COLUMN PLUS 1 PIC 9(1) USING ws-input-priority.
          01 WS-ASSIGNED-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 PIC X(40) FROM ws-assigned-title.
             05 LINE 3 COL 1 VALUE "REQUEST ID:        ".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-assigned-id.
             05 LINE 4 COL 1 VALUE "ESTIMATED SECONDS: ".
             05 COLUMN PLUS 1 PIC Z(11)9 FROM ws-est-seconds.
             05 LINE 5 COL 1 VALUE "LIKELY WINDOW:     ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-est-window.
             05 LINE 6 COL 1 VALUE "ESTIMATE BASIS:    ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-est-basis.
             05 LINE 8 COL 1 VALUE "PRESS ENTER TO CONTINUE".
             05 COLUMN PLUS 1 PIC X USING ws-continue-key.

       PROCEDURE DIVISION.
          MOVE ws-input-type TO RQ-TYPE.
          MOVE ws-input-n1 TO RQ-N1.
          MOVE ws-input-n2 TO RQ-N2.
          CALL 'reqcost' USING ws-input-type, ws-input-n1,
             ws-est-seconds, ws-est-window, ws-est-basis.
          IF ws-est-window IS EQUAL TO "APPROVAL"
             MOVE "APPROVAL" TO RQ-STATUS
             MOVE "REQUEST HELD FOR SUPERVISOR APPROVAL"
                TO ws-assigned-title
          ELSE
             MOVE "PENDING" TO RQ-STATUS
             MOVE "REQUEST QUEUED" TO ws-assigned-title
          END-IF.
      * A keyed 0 is no priority at all; file it as routine rather
      * than ahead of everything urgent.
          IF ws-input-priority IS EQUAL TO 0
             MOVE 5 TO ws-input-priority
          END-IF.
          MOVE ws-input-priority TO RQ-PRIORITY.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO RQ-SUBMIT-DATE.
          ACCEPT ws-run-time FROM TIME.
          DIVIDE ws-run-time BY 100 GIVING RQ-SUBMIT-TIME.
          MOVE 0 TO RQ-FIRST-DATE.
          MOVE 0 TO RQ-FIRST-TIME.
          MOVE 0 TO RQ-ANSWER-DATE.
          MOVE 0 TO RQ-ANSWER-TIME.
          WRITE REQUEST-RECORD.
          CLOSE QUEUE-FILE.
          ADD 1 TO ws-next-id.

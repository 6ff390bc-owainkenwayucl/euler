       IDENTIFICATION DIVISION.
       PROGRAM-ID. changegate.
       AUTHOR. Owain Kenway.

      * Change-control gate for the maintenance screens, CALLed once
      * straight after signon.cbl.  Quarter-end and audit weeks are
      * meant to be change-free, but every screen would take an edit
      * at any hour, and an audit row said who and what but never
      * under which change.  The gate reads the declared freeze
      * windows (freeze_calendar.dat, freezerec.cpy):
      *
      *   - inside a window a non-SUPERVSR is refused outright; a
      *     SUPERVSR may key an emergency override with a reason
      *     (and a ticket, EMERGENCY when there is none yet), which
      *     is logged to freeze_overrides.dat (freezeoverrec.cpy)
      *     before the screen opens;
      *   - outside a window the operator must key the change-ticket
      *     reference the session's changes are made under.
      *
      * The ticket comes back to the caller, which stamps it on
      * every row it writes to its change audit; gate-result is 0
      * when the screen may proceed and 12 when it must not.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT FREEZE-FILE
                ASSIGN TO "cobol/data/freeze_calendar.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FRZ-STATUS.
             SELECT OVERRIDE-FILE
                ASSIGN TO "cobol/data/freeze_overrides.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OVR-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD FREEZE-FILE.
             COPY "freezerec.cpy".
          FD OVERRIDE-FILE.
             COPY "freezeoverrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-frz-status PIC XX.
             01 ws-ovr-status PIC XX.
             01 ws-frz-eof PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
      * Date and HHMM as one comparable figure, YYYYMMDDHHMM.
             01 ws-now PIC 9(12).
             01 ws-window-start PIC 9(12).
             01 ws-window-end PIC 9(12).
             01 ws-in-freeze PIC X VALUE "N".
             01 ws-freeze-name PIC X(30) VALUE SPACES.
             01 ws-freeze-end-date PIC 9(8) VALUE 0.
             01 ws-freeze-end-time PIC 9(4) VALUE 0.
             01 ws-input-ticket PIC X(12) VALUE SPACES.
             01 ws-input-reason PIC X(60) VALUE SPACES.

          LINKAGE SECTION.
             01 gate-operator-id PIC X(8).
             01 gate-role PIC X(8).
             01 gate-caller PIC X(8).
             01 gate-ticket PIC X(12).
             01 gate-result USAGE BINARY-LONG.

          SCREEN SECTION.
          01 WS-TICKET-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "CHANGE CONTROL".
             05 LINE 3 COL 1 VALUE "CHANGE TICKET (BLANK TO EXIT): ".
             05 COLUMN PLUS 1 PIC X(12) USING ws-input-ticket.
          01 WS-OVERRIDE-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "CHANGE FREEZE IN FORCE".
             05 LINE 3 COL 1 VALUE "FREEZE:    ".
             05 COLUMN PLUS 1 PIC X(30) FROM ws-freeze-name.
             05 LINE 4 COL 1 VALUE "ENDS:      ".
             05 COLUMN PLUS 1 PIC 9(8) FROM ws-freeze-end-date.
             05 COLUMN PLUS 1 PIC 9(4) FROM ws-freeze-end-time.
             05 LINE 6 COL 1 VALUE
                "EMERGENCY OVERRIDE - REASON (BLANK TO EXIT):".
             05 LINE 7 COL 1 PIC X(60) USING ws-input-reason.
             05 LINE 9 COL 1 VALUE "CHANGE TICKET (IF ANY):    ".
             05 COLUMN PLUS 1 PIC X(12) USING ws-input-ticket.

       PROCEDURE DIVISION USING gate-operator-id, gate-role,
             gate-caller, gate-ticket, gate-result.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          COMPUTE ws-now = ws-run-date * 10000 + ws-run-time / 10000.
          MOVE SPACES TO gate-ticket.
          MOVE 12 TO gate-result.
          PERFORM FIND-FREEZE-IN-FORCE.
          IF ws-in-freeze IS EQUAL TO "Y"
             PERFORM GATE-DURING-FREEZE
          ELSE
             PERFORM GATE-OUTSIDE-FREEZE
          END-IF.
       EXIT PROGRAM.

      * The first declared window that contains now; no calendar
      * file means no freeze has ever been declared.
       FIND-FREEZE-IN-FORCE.
          MOVE "N" TO ws-in-freeze.
          MOVE "N" TO ws-frz-eof.
          OPEN INPUT FREEZE-FILE.
          IF ws-frz-status IS EQUAL TO "00"
             PERFORM UNTIL ws-frz-eof IS EQUAL TO "Y"
                READ FREEZE-FILE
                   AT END
                      MOVE "Y" TO ws-frz-eof
                   NOT AT END
                      IF FZ-START-DATE IS NUMERIC
                         AND FZ-END-DATE IS NUMERIC
                         AND FZ-START-TIME IS NUMERIC
                         AND FZ-END-TIME IS NUMERIC
                         COMPUTE ws-window-start =
                            FZ-START-DATE * 10000 + FZ-START-TIME
                         COMPUTE ws-window-end =
                            FZ-END-DATE * 10000 + FZ-END-TIME
                         IF ws-now IS NOT LESS THAN ws-window-start
                            AND ws-now IS NOT GREATER THAN
                            ws-window-end
                            MOVE "Y" TO ws-in-freeze
                            MOVE FZ-NAME TO ws-freeze-name
                            MOVE FZ-END-DATE TO ws-freeze-end-date
                            MOVE FZ-END-TIME TO ws-freeze-end-time
                            MOVE "Y" TO ws-frz-eof
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE FREEZE-FILE
          END-IF.

      * Only a SUPERVSR gets past a freeze, and only by giving a
      * reason that is logged before the screen opens.
       GATE-DURING-FREEZE.
          IF gate-role IS NOT EQUAL TO "SUPERVSR"
             DISPLAY "CHANGEGATE: " gate-caller " REFUSED, FREEZE "
                ws-freeze-name " IN FORCE UNTIL " ws-freeze-end-date
                " " ws-freeze-end-time
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-input-reason.
          MOVE SPACES TO ws-input-ticket.
          DISPLAY WS-OVERRIDE-SCREEN.
          ACCEPT WS-OVERRIDE-SCREEN.
          IF ws-input-reason IS EQUAL TO SPACES
             DISPLAY "CHANGEGATE: NO OVERRIDE REASON, " gate-caller
                " NOT OPENED DURING FREEZE"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-ticket IS EQUAL TO SPACES
             MOVE "EMERGENCY" TO ws-input-ticket
          END-IF.
          PERFORM WRITE-OVERRIDE-LOG.
          MOVE ws-input-ticket TO gate-ticket.
          MOVE 0 TO gate-result.
          DISPLAY "CHANGEGATE: FREEZE " ws-freeze-name
             " OVERRIDDEN BY " gate-operator-id.

       GATE-OUTSIDE-FREEZE.
          MOVE SPACES TO ws-input-ticket.
          DISPLAY WS-TICKET-SCREEN.
          ACCEPT WS-TICKET-SCREEN.
          IF ws-input-ticket IS EQUAL TO SPACES
             DISPLAY "CHANGEGATE: NO CHANGE TICKET, " gate-caller
                " NOT OPENED"
             EXIT PARAGRAPH
          END-IF.
          MOVE ws-input-ticket TO gate-ticket.
          MOVE 0 TO gate-result.

      * Grows across every run (EXTEND); a failed EXTEND on the
      * first-ever override falls back to OPEN OUTPUT.
       WRITE-OVERRIDE-LOG.
          MOVE SPACES TO FREEZE-OVERRIDE-RECORD.
          OPEN EXTEND OVERRIDE-FILE.
          IF ws-ovr-status IS NOT EQUAL TO "00"
             OPEN OUTPUT OVERRIDE-FILE
          END-IF.
          MOVE ws-run-date TO FO-RUN-DATE.
          MOVE ws-run-time TO FO-RUN-TIME.
          MOVE gate-operator-id TO FO-OPERATOR-ID.
          MOVE gate-caller TO FO-CALLER.
          MOVE ws-freeze-name TO FO-FREEZE-NAME.
          MOVE ws-input-ticket TO FO-TICKET.
          MOVE ws-input-reason TO FO-REASON.
          WRITE FREEZE-OVERRIDE-RECORD.
          CLOSE OVERRIDE-FILE.

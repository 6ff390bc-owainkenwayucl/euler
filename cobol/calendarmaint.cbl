                05 CC-OLD-TYPE          PIC X(4).
                05 CC-FILLER5           PIC X.
                05 CC-NEW-TYPE          PIC X(4).
      * The change ticket the session was opened under
      * (changegate.cbl); EMERGENCY on a freeze override without
      * one, spaces on rows written before tickets were required.
                05 CC-FILLER6           PIC X.
                05 CC-TICKET            PIC X(12).

          WORKING-STORAGE SECTION.
             01 ws-cal-status PIC XX.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "CALMAINT".
             01 ws-change-ticket PIC X(12) VALUE SPACES.
             01 ws-gate-result USAGE BINARY-LONG VALUE 0.
             01 ws-input-date PIC 9(8) VALUE 0.
             01 ws-input-type PIC X(4) VALUE SPACES.
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
      * No change outside a freeze without a ticket to hang it on;
      * none during one without a SUPERVSR's logged override.
          CALL 'changegate' USING ws-operator-id, ws-operator-role,
             ws-signon-caller, ws-change-ticket, ws-gate-result.
          IF ws-gate-result IS NOT EQUAL TO 0
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-CALENDAR.
          MOVE 1 TO ws-input-date.
          PERFORM UNTIL ws-input-date IS EQUAL TO 0
          MOVE ws-input-date TO CC-CAL-DATE.
          MOVE ws-old-type TO CC-OLD-TYPE.
          MOVE ws-input-type TO CC-NEW-TYPE.
          MOVE ws-change-ticket TO CC-TICKET.
          WRITE AUDIT-RECORD.
          CLOSE AUDIT-FILE.

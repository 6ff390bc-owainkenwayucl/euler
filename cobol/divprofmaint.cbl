                05 DA-OLD-SET           PIC X(40).
                05 DA-FILLER6           PIC X.
                05 DA-NEW-SET           PIC X(40).
      * The change ticket the session was opened under
      * (changegate.cbl); EMERGENCY on a freeze override without
      * one, spaces on rows written before tickets were required.
                05 DA-FILLER7           PIC X.
                05 DA-TICKET            PIC X(12).

          WORKING-STORAGE SECTION.
             01 ws-prf-status PIC XX.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "DIVPROFM".
             01 ws-change-ticket PIC X(12) VALUE SPACES.
             01 ws-gate-result USAGE BINARY-LONG VALUE 0.
             01 ws-input-name PIC X(12) VALUE SPACES.
             01 ws-input-action PIC X VALUE SPACE.
             01 ws-input-count PIC 9(2) VALUE 0.
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
          PERFORM LOAD-PROFILE-TABLE.
          MOVE SPACE TO ws-input-action.
          PERFORM UNTIL ws-input-action IS EQUAL TO "X"
          MOVE ws-input-name TO DA-PROFILE-NAME.
          MOVE ws-old-set-text TO DA-OLD-SET.
          MOVE ws-new-set-text TO DA-NEW-SET.
          MOVE ws-change-ticket TO DA-TICKET.
          WRITE AUDIT-RECORD.
          CLOSE AUDIT-FILE.

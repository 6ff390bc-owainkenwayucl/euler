                05 CA-OLD-THRESHOLD     PIC 9(18).
                05 CA-FILLER6           PIC X.
                05 CA-NEW-THRESHOLD     PIC 9(18).
      * The change ticket the session was opened under
      * (changegate.cbl); EMERGENCY on a freeze override without
      * one, spaces on rows written before tickets were required.
                05 CA-FILLER7           PIC X.
                05 CA-TICKET            PIC X(12).

          WORKING-STORAGE SECTION.
             01 ws-ctl-status PIC XX.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "THRRESTO".
             01 ws-change-ticket PIC X(12) VALUE SPACES.
             01 ws-gate-result USAGE BINARY-LONG VALUE 0.
             01 ws-asof-date PIC 9(8) VALUE 0.
             01 ws-asof-time PIC 9(8) VALUE 0.
             01 ws-confirm PIC X VALUE SPACE.
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
          DISPLAY WS-ASOF-SCREEN.
          ACCEPT WS-ASOF-SCREEN.
          PERFORM LOAD-CONTROL-TABLE.
                MOVE WS-E-MODE(CTL-IDX) TO CA-MODE
                MOVE WS-E-ORIGINAL(CTL-IDX) TO CA-OLD-THRESHOLD
                MOVE WS-E-THRESHOLD(CTL-IDX) TO CA-NEW-THRESHOLD
                MOVE ws-change-ticket TO CA-TICKET
                WRITE AUDIT-RECORD
             END-IF
          END-PERFORM.

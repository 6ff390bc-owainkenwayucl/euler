      *              by the shared subroutines (divides.cbl etc.) to
      *              stamp exception rows with the id of whatever run
      *              they're executing inside.
      *
      * Steps nightly.cbl runs side by side can ISSUE at the same
      * moment, and two read-increment-rewrite passes would hand out
      * the same id.  Both actions therefore run under the latch
      * runlock.cbl uses (run_control.latch here): a directory the
      * operating system creates for one caller at a time, waited
      * for a second at a time and taken over if a killed run left
      * it standing.  The caller's RETURN-CODE is put back after the
      * shell calls.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          WORKING-STORAGE SECTION.
             01 ws-rct-status PIC XX.
             01 ws-last-id PIC 9(9) VALUE 0.
             01 ws-saved-rc USAGE BINARY-LONG.
             01 ws-latched PIC X.
             01 ws-latch-tries USAGE BINARY-LONG UNSIGNED.
             01 ws-latch-limit USAGE BINARY-LONG UNSIGNED VALUE 30.
             01 ws-latch-command PIC X(60) VALUE
                "mkdir cobol/data/run_control.latch 2>/dev/null".
             01 ws-unlatch-command PIC X(60) VALUE
                "rmdir cobol/data/run_control.latch 2>/dev/null".
             01 ws-latch-wait-command PIC X(60) VALUE "sleep 1".

          LINKAGE SECTION.
             01 run-control-action PIC X(8).
             01 run-id-out PIC 9(9).

       PROCEDURE DIVISION USING run-control-action, run-id-out.
          MOVE RETURN-CODE TO ws-saved-rc.
          PERFORM TAKE-LATCH.
          PERFORM LOAD-LAST-ID.
          IF run-control-action IS EQUAL TO "ISSUE"
             ADD 1 TO ws-last-id
      * Distinct non-zero return code for an unrecognized action,
      * same spirit as divok.cbl's empty-divisor-table code.
                MOVE 0 TO run-id-out
                MOVE 4 TO ws-saved-rc
             END-IF
          END-IF.
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
                   DISPLAY "RUNCONTROL: STALE LATCH TAKEN OVER"
                   MOVE "Y" TO ws-latched
                ELSE
                   CALL "SYSTEM" USING ws-latch-wait-command
                END-IF
             END-IF
          END-PERFORM.

      * Reads the last issued id; a missing or empty control file
      * just means no id was ever issued (ws-last-id stays 0).
       LOAD-LAST-ID.

      * since LINE SEQUENTIAL has no keyed rewrite.  A lock left by a
      * crashed run is force-released through runlockmaint.cbl, which
      * logs the override.
      *
      * Since nightly.cbl launches independent steps side by side,
      * two steps can reach here at the same moment, and two
      * read-and-rewrite passes over the file would each drop the
      * other's lock.  Every pass therefore runs under a latch: a
      * directory (run_lock.latch) created through the CALL "SYSTEM"
      * escape, which the operating system creates for exactly one
      * caller at a time.  A caller that finds it taken waits a
      * second and tries again; a latch still standing after
      * ws-latch-limit tries was left by a run killed mid-pass and
      * is taken over.  The caller's RETURN-CODE is put back on the
      * way out, so the shell calls never leak into it.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
             01 ws-held PIC X VALUE "N".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-saved-rc USAGE BINARY-LONG.
             01 ws-latched PIC X.
             01 ws-latch-tries USAGE BINARY-LONG UNSIGNED.
             01 ws-latch-limit USAGE BINARY-LONG UNSIGNED VALUE 30.
             01 ws-latch-command PIC X(60) VALUE
                "mkdir cobol/data/run_lock.latch 2>/dev/null".
             01 ws-unlatch-command PIC X(60) VALUE
                "rmdir cobol/data/run_lock.latch 2>/dev/null".
             01 ws-latch-wait-command PIC X(60) VALUE "sleep 1".
             01 WS-LOCK-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-LOCK-TABLE.
                05 WS-LOCK-ENTRY OCCURS 1 TO 50 TIMES

       PROCEDURE DIVISION USING lock-program-id, lock-action,
             lock-result.
          MOVE RETURN-CODE TO ws-saved-rc.
          MOVE 0 TO lock-result.
          PERFORM TAKE-LATCH.
          PERFORM LOAD-LOCK-TABLE.
          IF lock-action IS EQUAL TO "ACQUIRE"
             PERFORM ACQUIRE-LOCK
                MOVE 4 TO lock-result
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
                   DISPLAY "RUNLOCK: STALE LATCH TAKEN OVER"
                   MOVE "Y" TO ws-latched
                ELSE
                   CALL "SYSTEM" USING ws-latch-wait-command
                END-IF
             END-IF
          END-PERFORM.

      * Reads every current lock into WS-LOCK-TABLE.  A missing lock
      * file just means no locks are held yet.
       LOAD-LOCK-TABLE.

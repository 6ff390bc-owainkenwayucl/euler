       IDENTIFICATION DIVISION.
       PROGRAM-ID. histchain.
       AUTHOR. Owain Kenway.

      * Chain-link keeper for results_history.dat, shared by every
      * program that appends a history segment (the solution programs
      * and the multmerge/pfmerge merge steps).  The RHTRL checksum
      * only proves a segment wasn't truncated -- anyone who edits a
      * result can fix the trailer to match.  Each segment's trailer
      * therefore also carries a chain link (RH-CHAIN): the previous
      * segment's link folded with this segment's rows through
      * chainlink.cbl, so an edited past row breaks its own link and
      * every link written after it, and chainverify.cbl can name
      * the first broken one.  The writer drives it in three steps:
      *
      *    BEGIN -- take the history latch and return the link the
      *             new segment continues from: the last trailer link
      *             in results_history.dat, else (everything online
      *             having been archived) the last one in
      *             results_history_archive.dat, else zero for the
      *             first link ever written;
      *    ROW   -- fold one row about to be written into the running
      *             link (the row's chain column is folded blank), and
      *             return it -- after the RHTRL row it is the value
      *             the writer stamps on the trailer;
      *    END   -- drop the latch once the segment is on file.
      *
      * Two steps launched side by side would otherwise both continue
      * from the same link and fork the chain, so the read of the
      * last link and the append both happen under the latch
      * (results_history.latch), the runlock.cbl idiom: a directory
      * made through the CALL "SYSTEM" escape for one caller at a
      * time, retried once a second, and taken over after
      * ws-latch-limit tries from a run killed mid-append.  The
      * caller's RETURN-CODE is put back on the way out.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT HISTORY-FILE
                ASSIGN TO WS-HISTORY-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD HISTORY-FILE.
             COPY "resulthistrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-rh-status PIC XX.
             01 ws-rh-eof PIC X.
             01 WS-HISTORY-PATH PIC X(60).
             01 ws-last-link PIC 9(18).
             01 ws-link-found PIC X.
             01 ws-saved-chain PIC X(18).
             01 ws-row-length PIC 9(4).
             01 ws-saved-rc USAGE BINARY-LONG.
             01 ws-latched PIC X.
             01 ws-latch-tries USAGE BINARY-LONG UNSIGNED.
             01 ws-latch-limit USAGE BINARY-LONG UNSIGNED VALUE 30.
             01 ws-latch-command PIC X(60) VALUE
                "mkdir cobol/data/results_history.latch 2>/dev/null".
             01 ws-unlatch-command PIC X(60) VALUE
                "rmdir cobol/data/results_history.latch 2>/dev/null".
             01 ws-latch-wait-command PIC X(60) VALUE "sleep 1".

          LINKAGE SECTION.
             01 chain-action PIC X(8).
             01 chain-value PIC 9(18).
             COPY "resulthistrec.cpy" REPLACING
                ==RESULT-HISTORY-RECORD== BY ==CHAIN-ROW==
                LEADING ==RH-== BY ==CR-==.

       PROCEDURE DIVISION USING chain-action, chain-value, CHAIN-ROW.
          MOVE RETURN-CODE TO ws-saved-rc.
          EVALUATE chain-action
             WHEN "BEGIN"
                PERFORM TAKE-LATCH
                PERFORM FIND-LAST-LINK
             WHEN "ROW"
                PERFORM FOLD-ROW
             WHEN "END"
                CALL "SYSTEM" USING ws-unlatch-command
          END-EVALUATE.
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
                   DISPLAY "HISTCHAIN: STALE HISTORY LATCH TAKEN OVER"
                   MOVE "Y" TO ws-latched
                ELSE
                   CALL "SYSTEM" USING ws-latch-wait-command
                END-IF
             END-IF
          END-PERFORM.

       FIND-LAST-LINK.
          MOVE 0 TO ws-last-link.
          MOVE "N" TO ws-link-found.
          MOVE "cobol/data/results_history.dat" TO WS-HISTORY-PATH.
          PERFORM SCAN-FOR-LINK.
          IF ws-link-found IS EQUAL TO "N"
             MOVE "cobol/data/results_history_archive.dat"
                TO WS-HISTORY-PATH
             PERFORM SCAN-FOR-LINK
          END-IF.
          MOVE ws-last-link TO chain-value.

      * The last trailer in the file with a link on it; trailers
      * from before the chain existed carry none and are passed over.
       SCAN-FOR-LINK.
          MOVE "N" TO ws-rh-eof.
          OPEN INPUT HISTORY-FILE.
          IF ws-rh-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-rh-eof IS EQUAL TO "Y"
             READ HISTORY-FILE
                AT END
                   MOVE "Y" TO ws-rh-eof
                NOT AT END
                   IF RH-PROGRAM-ID IS EQUAL TO "RHTRL"
                      AND RH-CHAIN IS NUMERIC
                      MOVE RH-CHAIN TO ws-last-link
                      MOVE "Y" TO ws-link-found
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE HISTORY-FILE.

       FOLD-ROW.
          MOVE CR-CHAIN TO ws-saved-chain.
          MOVE SPACES TO CR-CHAIN.
          MOVE FUNCTION LENGTH(CHAIN-ROW) TO ws-row-length.
          CALL 'chainlink' USING chain-value, ws-row-length,
             CHAIN-ROW.
          MOVE ws-saved-chain TO CR-CHAIN.

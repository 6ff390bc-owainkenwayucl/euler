       IDENTIFICATION DIVISION.
       PROGRAM-ID. logbook.
       AUTHOR. Owain Kenway.

      * Operator logbook screen.  What the night operator does by
      * hand -- forcing a lock, holding a step, killing a slow
      * SOLUTN3 -- used to live in a paper notebook or nowhere.  A
      * signed-on operator keys a free-text note against a run date
      * and, when it concerns one program's run, that program and
      * its run id; the note is appended to operator_logbook.dat
      * (logbookrec.cpy) stamped with the authenticated operator id
      * and the date and time it was written.  Notes are never
      * changed or removed -- a correction is a further note.
      * certreview.cbl, evidencepack.cbl and handover.cbl show the
      * notes for the run they are looking at.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT LOGBOOK-FILE
                ASSIGN TO "cobol/data/operator_logbook.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD LOGBOOK-FILE.
             COPY "logbookrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-log-status PIC XX.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "LOGBOOK".
             01 ws-input-run-date PIC 9(8) VALUE 0.
             01 ws-input-program PIC X(8) VALUE SPACES.
             01 ws-input-run-id PIC 9(9) VALUE 0.
             01 ws-input-note PIC X(70) VALUE SPACES.
             01 ws-notes-written PIC 9(5) VALUE 0.

          SCREEN SECTION.
          01 WS-NOTE-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "OPERATOR LOGBOOK (RUN DATE 0 TO EXIT)".
             05 LINE 3 COL 1 VALUE "RUN DATE (YYYYMMDD):     ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-input-run-date.
             05 LINE 4 COL 1 VALUE "PROGRAM (OPTIONAL):      ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-program.
             05 LINE 5 COL 1 VALUE "RUN ID (OPTIONAL):       ".
             05 COLUMN PLUS 1 PIC 9(9) USING ws-input-run-id.
             05 LINE 7 COL 1 VALUE "NOTE:".
             05 LINE 8 COL 1 PIC X(70) USING ws-input-note.

       PROCEDURE DIVISION.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "LOGBOOK: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-input-run-date.
          PERFORM UNTIL ws-input-run-date IS EQUAL TO 0
             MOVE SPACES TO ws-input-program
             MOVE 0 TO ws-input-run-id
             MOVE SPACES TO ws-input-note
             DISPLAY WS-NOTE-SCREEN
             ACCEPT WS-NOTE-SCREEN
             IF ws-input-run-date IS NOT EQUAL TO 0
                PERFORM RECORD-ONE-NOTE
             END-IF
          END-PERFORM.
          DISPLAY "LOGBOOK: " ws-notes-written " NOTE(S) RECORDED".
       STOP RUN.

       RECORD-ONE-NOTE.
          IF FUNCTION TEST-DATE-YYYYMMDD(ws-input-run-date)
             IS NOT EQUAL TO 0
             DISPLAY "LOGBOOK: RUN DATE MUST BE YYYYMMDD"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-note IS EQUAL TO SPACES
             DISPLAY "LOGBOOK: NOTE IS EMPTY, NOTHING RECORDED"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-run-id IS NOT EQUAL TO 0
             AND ws-input-program IS EQUAL TO SPACES
             DISPLAY "LOGBOOK: A RUN ID NEEDS ITS PROGRAM"
             EXIT PARAGRAPH
          END-IF.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          MOVE SPACES TO LOGBOOK-RECORD.
          OPEN EXTEND LOGBOOK-FILE.
          IF ws-log-status IS NOT EQUAL TO "00"
             OPEN OUTPUT LOGBOOK-FILE
          END-IF.
          MOVE ws-input-run-date TO LB-RUN-DATE.
          MOVE ws-input-program TO LB-PROGRAM-ID.
          MOVE ws-input-run-id TO LB-RUN-ID.
          MOVE ws-operator-id TO LB-OPERATOR-ID.
          MOVE ws-run-date TO LB-NOTE-DATE.
          MOVE ws-run-time TO LB-NOTE-TIME.
          MOVE ws-input-note TO LB-NOTE.
          WRITE LOGBOOK-RECORD.
          CLOSE LOGBOOK-FILE.
          ADD 1 TO ws-notes-written.
          DISPLAY "LOGBOOK: NOTE RECORDED FOR " ws-input-run-date.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. candbrowse.
       AUTHOR. Owain Kenway.

      * Browse screen over the candidate master
      * (candidate_master.dat, maintained nightly by candmaster.cbl).
      * The operator keys a starting number and the screen shows the
      * first candidate at or above it -- verdict and method,
      * factorization summary, sigma class, phi, request history,
      * triage queue and the cumulative scan cost -- then steps
      * forward through the file one candidate per ENTER, so a
      * range of candidates can be read at the terminal without a
      * pipelinequery.cbl card per N.  X on the detail screen goes
      * back to the start screen; 0 there exits.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CAND-MASTER-FILE
                ASSIGN TO "cobol/data/candidate_master.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CM-N
                FILE STATUS IS WS-CMR-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CAND-MASTER-FILE.
             COPY "candmasterrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-signon-operator-id PIC X(8) VALUE SPACES.
             01 ws-signon-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "CANDBRWS".
             01 ws-input-n PIC S9(30) USAGE COMP-3 VALUE 0.
             01 ws-action PIC X.
             01 ws-browse-eof PIC X.
             01 ws-message PIC X(40).
             01 ws-cmr-status PIC XX.

          SCREEN SECTION.
          01 WS-INPUT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "CANDIDATE MASTER BROWSE -- ENTER 0 TO EXIT".
             05 LINE 3 COL 1 VALUE "START AT: ".
             05 COLUMN PLUS 1 PIC 9(30) USING ws-input-n.
             05 LINE 5 COL 1 PIC X(40) FROM ws-message.
          01 WS-OUTPUT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "CANDIDATE MASTER BROWSE".
             05 LINE 3 COL 1 VALUE "NUMBER:          ".
             05 COLUMN PLUS 1 PIC 9(30) FROM CM-N.
             05 LINE 4 COL 1 VALUE "VERDICT:         ".
             05 COLUMN PLUS 1 PIC X(9) FROM CM-VERDICT.
             05 COLUMN PLUS 2 VALUE "METHOD: ".
             05 COLUMN PLUS 1 PIC X(5) FROM CM-VERDICT-METHOD.
             05 LINE 5 COL 1 VALUE "FACTORED:        ".
             05 COLUMN PLUS 1 PIC X FROM CM-FACTORED.
             05 COLUMN PLUS 2 VALUE "ON: ".
             05 COLUMN PLUS 1 PIC 9(8) FROM CM-FACTOR-DATE.
             05 LINE 6 COL 1 VALUE "DISTINCT FACTORS:".
             05 COLUMN PLUS 1 PIC 9(9) FROM CM-DISTINCT-COUNT.
             05 LINE 7 COL 1 VALUE "LARGEST PRIME:   ".
             05 COLUMN PLUS 1 PIC 9(30) FROM CM-LARGEST-PRIME.
             05 LINE 8 COL 1 VALUE "SIGMA CLASS:     ".
             05 COLUMN PLUS 1 PIC X(9) FROM CM-SIGMA-CLASS.
             05 LINE 9 COL 1 VALUE "PHI:             ".
             05 COLUMN PLUS 1 PIC 9(30) FROM CM-PHI.
             05 LINE 10 COL 1 VALUE "FIRST REQUESTED: ".
             05 COLUMN PLUS 1 PIC 9(8) FROM CM-FIRST-REQUESTED.
             05 COLUMN PLUS 2 VALUE "REQUESTERS: ".
             05 COLUMN PLUS 1 PIC 9(4) FROM CM-REQUESTER-COUNT.
             05 LINE 11 COL 1 VALUE "TRIAGE QUEUE:    ".
             05 COLUMN PLUS 1 PIC X FROM CM-TRIAGE-QUEUE.
             05 LINE 12 COL 1 VALUE "TESTED SO FAR:   ".
             05 COLUMN PLUS 1 PIC 9(15) FROM CM-CANDIDATES-TESTED.
             05 LINE 13 COL 1 VALUE "LAST UPDATED:    ".
             05 COLUMN PLUS 1 PIC 9(8) FROM CM-LAST-UPDATED.
             05 LINE 15 COL 1 VALUE
                "ENTER FOR NEXT, X FOR NEW START: ".
             05 COLUMN PLUS 1 PIC X USING ws-action.

       PROCEDURE DIVISION.
      * Sign-on gate (signon.cbl): any authenticated role may
      * browse, but an anonymous terminal may not.
          CALL 'signon' USING ws-signon-operator-id,
             ws-signon-role, ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "CANDBROWSE: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT CAND-MASTER-FILE.
          IF ws-cmr-status IS NOT EQUAL TO "00"
             DISPLAY "CANDBROWSE: NO CANDIDATE MASTER, STATUS "
                ws-cmr-status
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE SPACES TO ws-message.
          MOVE 1 TO ws-input-n.
          PERFORM UNTIL ws-input-n IS EQUAL TO 0
             DISPLAY WS-INPUT-SCREEN
             ACCEPT WS-INPUT-SCREEN
             MOVE SPACES TO ws-message
             IF ws-input-n IS NOT EQUAL TO 0
                PERFORM BROWSE-FROM-START
             END-IF
          END-PERFORM.
          CLOSE CAND-MASTER-FILE.
       STOP RUN.

      * Positions on the first key at or above the number keyed and
      * shows one record per pass until the operator asks for a new
      * start or the file runs out.
       BROWSE-FROM-START.
          MOVE ws-input-n TO CM-N.
          MOVE "N" TO ws-browse-eof.
          START CAND-MASTER-FILE KEY IS NOT LESS THAN CM-N
             INVALID KEY
                MOVE "NO CANDIDATE AT OR ABOVE THAT NUMBER"
                   TO ws-message
                EXIT PARAGRAPH
          END-START.
          MOVE SPACE TO ws-action.
          PERFORM UNTIL ws-browse-eof IS EQUAL TO "Y"
             OR ws-action IS EQUAL TO "X"
             OR ws-action IS EQUAL TO "x"
             READ CAND-MASTER-FILE NEXT RECORD
                AT END
                   MOVE "Y" TO ws-browse-eof
                   MOVE "END OF CANDIDATE MASTER" TO ws-message
                NOT AT END
                   MOVE SPACE TO ws-action
                   DISPLAY WS-OUTPUT-SCREEN
                   ACCEPT WS-OUTPUT-SCREEN
             END-READ
          END-PERFORM.

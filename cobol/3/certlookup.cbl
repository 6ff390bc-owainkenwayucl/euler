       IDENTIFICATION DIVISION.
       PROGRAM-ID. certlookup.
       AUTHOR. Owain Kenway.

      * Online re-check of a primality certificate.  An operator
      * keys a number and certverify.cbl re-proves its Pratt
      * certificate from prime_certs.dat on the spot -- every link
      * of the chain, not the status letters on the record -- and
      * the screen shows the verdict (PROVEN, PROBABLE, REFUTED or
      * FAILED) with the witness and factor count the record holds.
      * The same question an auditor asks of a result, answerable at
      * a terminal instead of by rerunning primecert.cbl.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT PRIME-CERT-FILE
                ASSIGN TO "cobol/data/prime_certs.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PCT-N
                FILE STATUS IS WS-PCT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD PRIME-CERT-FILE.
             COPY "primecertrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-signon-operator-id PIC X(8) VALUE SPACES.
             01 ws-signon-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "CERTLKP".
             01 ws-input-n PIC S9(30) USAGE COMP-3 VALUE 0.
             01 ws-verdict PIC X(8).
             01 ws-show-witness PIC 9(9).
             01 ws-show-factors PIC 9(2).
             01 ws-show-built PIC 9(8).
             01 ws-continue-key PIC X.
             01 ws-pct-status PIC XX.

          SCREEN SECTION.
          01 WS-INPUT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "PRIME CERTIFICATE CHECK -- ENTER 0 TO EXIT".
             05 LINE 3 COL 1 VALUE "NUMBER: ".
             05 COLUMN PLUS 1 PIC 9(30) USING ws-input-n.
          01 WS-OUTPUT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "PRIME CERTIFICATE CHECK RESULT".
             05 LINE 3 COL 1 VALUE "NUMBER:   ".
             05 COLUMN PLUS 1 PIC 9(30) FROM ws-input-n.
             05 LINE 4 COL 1 VALUE "VERDICT:  ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-verdict.
             05 LINE 5 COL 1 VALUE "WITNESS:  ".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-show-witness.
             05 LINE 6 COL 1 VALUE "FACTORS:  ".
             05 COLUMN PLUS 1 PIC 9(2) FROM ws-show-factors.
             05 LINE 7 COL 1 VALUE "BUILT ON: ".
             05 COLUMN PLUS 1 PIC 9(8) FROM ws-show-built.
             05 LINE 9 COL 1 VALUE "PRESS ENTER TO CONTINUE".
             05 COLUMN PLUS 1 PIC X USING ws-continue-key.

       PROCEDURE DIVISION.
      * Sign-on gate (signon.cbl): any authenticated role may
      * inquire, but an anonymous terminal may not.
          CALL 'signon' USING ws-signon-operator-id,
             ws-signon-role, ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "CERTLOOKUP: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE 1 TO ws-input-n.
          PERFORM UNTIL ws-input-n IS EQUAL TO 0
             DISPLAY WS-INPUT-SCREEN
             ACCEPT WS-INPUT-SCREEN
             IF ws-input-n IS NOT EQUAL TO 0
                PERFORM CHECK-AND-SHOW
             END-IF
          END-PERFORM.
       STOP RUN.

      * The verdict comes from certverify.cbl's full re-check; the
      * record itself is read afterwards only for the details shown
      * beside it.
       CHECK-AND-SHOW.
          MOVE 0 TO ws-show-witness.
          MOVE 0 TO ws-show-factors.
          MOVE 0 TO ws-show-built.
          IF ws-input-n IS LESS THAN 2
             MOVE "N/A" TO ws-verdict
          ELSE
             CALL 'certverify' USING ws-input-n, ws-verdict
             OPEN INPUT PRIME-CERT-FILE
             IF ws-pct-status IS EQUAL TO "00"
                MOVE ws-input-n TO PCT-N
                READ PRIME-CERT-FILE
                   NOT INVALID KEY
                      MOVE PCT-WITNESS TO ws-show-witness
                      MOVE PCT-FACTOR-COUNT TO ws-show-factors
                      MOVE PCT-BUILD-DATE TO ws-show-built
                END-READ
                CLOSE PRIME-CERT-FILE
             END-IF
          END-IF.
          DISPLAY WS-OUTPUT-SCREEN.
          ACCEPT WS-OUTPUT-SCREEN.

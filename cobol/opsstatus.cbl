      * historical average, and whether any central-alert or
      * exception rows exist for that date.  R refreshes the board
      * from the files, so the early shift can watch the tail of the
      * window live; X exits.  The title line names the region the
      * board is reading (region.dat, see regionrec.cpy; PROD when
      * absent), so a test region's board can't pass for production.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/exception_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
             SELECT REGION-FILE
                ASSIGN TO "cobol/data/region.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RGN-STATUS.

       DATA DIVISION.
          FILE SECTION.
             COPY "alertrec.cpy".
          FD EXCEPTION-LOG-FILE.
             COPY "exceptionlogrec.cpy".
          FD REGION-FILE.
             COPY "regionrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-ops-status PIC XX.
             01 ws-rh-status PIC XX.
             01 ws-alt-status PIC XX.
             01 ws-exc-status PIC XX.
             01 ws-rgn-status PIC XX.
             01 ws-region PIC X(8).
             01 ws-ops-eof PIC X VALUE "N".
             01 ws-rh-eof PIC X VALUE "N".
             01 ws-alt-eof PIC X VALUE "N".
          01 WS-BOARD-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "OPERATIONS STATUS BOARD".
             05 LINE 1 COL 26 VALUE "REGION".
             05 LINE 1 COL 33 PIC X(8) FROM ws-region.
             05 LINE 3 COL 1 VALUE "SOLUTN1 DATE".
             05 LINE 3 COL 14 PIC 9(8) FROM WS-B-DATE(1).
             05 LINE 3 COL 23 PIC X(4) FROM WS-B-STATUS(1).
       PROCEDURE DIVISION.
          PERFORM UNTIL ws-choice IS EQUAL TO "X" OR ws-choice IS
             EQUAL TO "x"
             PERFORM LOAD-REGION
             PERFORM INIT-PROGRAM-TABLE
             PERFORM SCAN-OPS-LOG
             PERFORM SCAN-RESULTS-HISTORY
          END-PERFORM.
       STOP RUN.

       LOAD-REGION.
          MOVE "PROD" TO ws-region.
          OPEN INPUT REGION-FILE.
          IF ws-rgn-status IS EQUAL TO "00"
             READ REGION-FILE
                NOT AT END
                   IF RG-REGION-NAME IS NOT EQUAL TO SPACES
                      MOVE RG-REGION-NAME TO ws-region
                   END-IF
             END-READ
             CLOSE REGION-FILE
          END-IF.

       INIT-PROGRAM-TABLE.
          MOVE "SOLUTN1" TO WS-PROG-ID(1).
          MOVE "SOLUTN2" TO WS-PROG-ID(2).

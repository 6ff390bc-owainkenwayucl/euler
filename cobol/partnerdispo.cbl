       IDENTIFICATION DIVISION.
       PROGRAM-ID. partnerdispo.
       AUTHOR. Owain Kenway.

      * Disposition screen for partner reconciliation cases.
      * partnerrecon.cbl opens a case (partner_recon_cases.dat) for
      * every partner answer that disagrees with our factorization,
      * and resultdeliver.cbl holds that answer back from the
      * partner's delivery file while the case is open.  Here a
      * signed-on UPDATE or SUPERVSR operator walks the open cases,
      * the excreview.cbl way, and records whose answer was wrong --
      * O (OURS), T (THEIRS) or B (BOTH) -- into
      * partner_recon_dispositions.dat (ptndisporec.cpy) under
      * their authenticated id; the factor lists to judge by are in
      * partner_recon_report.dat.  A disposition that puts the fault
      * on our side goes to the central feed as OUR FACTORS WRONG
      * through alertlog.cbl, the pseudoadjudicate.cbl stance on a
      * confirmed defect.  Each disposition is appended as it is
      * keyed, so an interrupted session keeps what was done.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CASE-FILE
                ASSIGN TO "cobol/data/partner_recon_cases.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAS-STATUS.
             SELECT DISPO-FILE
                ASSIGN TO "cobol/data/partner_recon_dispositions.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DSP-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CASE-FILE.
             COPY "ptncaserec.cpy".
          FD DISPO-FILE.
             COPY "ptndisporec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-cas-status PIC XX.
             01 ws-dsp-status PIC XX.
             01 ws-cas-eof PIC X VALUE "N".
             01 ws-dsp-eof PIC X VALUE "N".
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "PTNDISPO".
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-open-count PIC 9(9) VALUE 0.
             01 ws-disposed-count PIC 9(9) VALUE 0.
             01 ws-new-dispos PIC 9(9) VALUE 0.
             01 ws-choice PIC X VALUE SPACE.
             01 ws-disposition PIC X(6).
             01 ws-stop-review PIC X VALUE "N".
             01 ws-case-done PIC X.
             01 ws-message PIC X(40).
             01 ws-show-requester PIC X(8).
             01 ws-show-ref PIC X(12).
             01 ws-show-n PIC 9(30).
             01 ws-show-date PIC 9(8).
             01 ws-show-reason PIC X(9).
             01 ws-alert-source PIC X(8) VALUE "PTNDISPO".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * The tabled cases, each marked disposed or not once the
      * dispositions file is applied.
             01 WS-CASE-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-CASE-TABLE.
                05 WS-CASE-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-CASE-COUNT
                      INDEXED BY CASE-IDX.
                   10 WS-C-REQUESTER      PIC X(8).
                   10 WS-C-PARTNER-REF    PIC X(12).
                   10 WS-C-N              PIC 9(30).
                   10 WS-C-RAISED-DATE    PIC 9(8).
                   10 WS-C-REASON         PIC X(9).
                   10 WS-C-DISPOSED       PIC X.

          SCREEN SECTION.
          01 WS-REVIEW-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "OPEN PARTNER RECONCILIATION CASE".
             05 LINE 3 COL 1 VALUE "REQUESTER:  ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-show-requester.
             05 LINE 4 COL 1 VALUE "REFERENCE:  ".
             05 COLUMN PLUS 1 PIC X(12) FROM ws-show-ref.
             05 LINE 5 COL 1 VALUE "NUMBER:     ".
             05 COLUMN PLUS 1 PIC 9(30) FROM ws-show-n.
             05 LINE 6 COL 1 VALUE "RAISED:     ".
             05 COLUMN PLUS 1 PIC 9(8) FROM ws-show-date.
             05 LINE 7 COL 1 VALUE "REASON:     ".
             05 COLUMN PLUS 1 PIC X(9) FROM ws-show-reason.
             05 LINE 8 COL 1 VALUE
                "FACTOR LISTS ARE IN PARTNER_RECON_REPORT.DAT".
             05 LINE 10 COL 1 VALUE
                "WRONG: O = OURS, T = THEIRS, B = BOTH".
             05 LINE 11 COL 1 VALUE
                "       S = SKIP, X = EXIT: ".
             05 COLUMN PLUS 1 PIC X USING ws-choice.
             05 LINE 13 COL 1 PIC X(40) FROM ws-message.

       PROCEDURE DIVISION.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "PARTNERDISPO: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-operator-role IS NOT EQUAL TO "UPDATE"
             AND ws-operator-role IS NOT EQUAL TO "SUPERVSR"
             DISPLAY "PARTNERDISPO: ROLE " ws-operator-role
                " MAY NOT DISPOSE RECONCILIATION CASES"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          PERFORM LOAD-CASE-TABLE.
          PERFORM APPLY-DISPOSITIONS.
          PERFORM REVIEW-OPEN-CASES.
          DISPLAY "PARTNERDISPO: " ws-open-count " OPEN, "
             ws-disposed-count " PREVIOUSLY DISPOSED, "
             ws-new-dispos " DISPOSED THIS SESSION".
       STOP RUN.

       LOAD-CASE-TABLE.
          OPEN INPUT CASE-FILE.
          IF ws-cas-status IS EQUAL TO "00"
             PERFORM UNTIL ws-cas-eof IS EQUAL TO "Y"
                READ CASE-FILE
                   AT END
                      MOVE "Y" TO ws-cas-eof
                   NOT AT END
                      IF WS-CASE-COUNT IS LESS THAN 500
                         ADD 1 TO WS-CASE-COUNT
                         MOVE PC-REQUESTER TO
                            WS-C-REQUESTER(WS-CASE-COUNT)
                         MOVE PC-PARTNER-REF TO
                            WS-C-PARTNER-REF(WS-CASE-COUNT)
                         MOVE PC-N TO WS-C-N(WS-CASE-COUNT)
                         MOVE PC-RAISED-DATE TO
                            WS-C-RAISED-DATE(WS-CASE-COUNT)
                         MOVE PC-REASON TO
                            WS-C-REASON(WS-CASE-COUNT)
                         MOVE "N" TO WS-C-DISPOSED(WS-CASE-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CASE-FILE
          END-IF.

       APPLY-DISPOSITIONS.
          OPEN INPUT DISPO-FILE.
          IF ws-dsp-status IS EQUAL TO "00"
             PERFORM UNTIL ws-dsp-eof IS EQUAL TO "Y"
                READ DISPO-FILE
                   AT END
                      MOVE "Y" TO ws-dsp-eof
                   NOT AT END
                      PERFORM VARYING CASE-IDX FROM 1 BY 1
                         UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
                         IF WS-C-REQUESTER(CASE-IDX) IS EQUAL TO
                            PD-REQUESTER AND
                            WS-C-PARTNER-REF(CASE-IDX) IS EQUAL TO
                            PD-PARTNER-REF AND WS-C-N(CASE-IDX)
                            IS EQUAL TO PD-N
                            MOVE "Y" TO WS-C-DISPOSED(CASE-IDX)
                         END-IF
                      END-PERFORM
                END-READ
             END-PERFORM
             CLOSE DISPO-FILE
          END-IF.
          PERFORM VARYING CASE-IDX FROM 1 BY 1
             UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
             IF WS-C-DISPOSED(CASE-IDX) IS EQUAL TO "Y"
                ADD 1 TO ws-disposed-count
             ELSE
                ADD 1 TO ws-open-count
             END-IF
          END-PERFORM.

       REVIEW-OPEN-CASES.
          PERFORM VARYING CASE-IDX FROM 1 BY 1
             UNTIL CASE-IDX IS GREATER THAN WS-CASE-COUNT
             OR ws-stop-review IS EQUAL TO "Y"
             IF WS-C-DISPOSED(CASE-IDX) IS EQUAL TO "N"
                PERFORM REVIEW-ONE-CASE
             END-IF
          END-PERFORM.

      * One case stays on screen until it is disposed, skipped or
      * the review is ended; anything else keyed is refused with a
      * message rather than recorded as a disposition.
       REVIEW-ONE-CASE.
          MOVE WS-C-REQUESTER(CASE-IDX) TO ws-show-requester.
          MOVE WS-C-PARTNER-REF(CASE-IDX) TO ws-show-ref.
          MOVE WS-C-N(CASE-IDX) TO ws-show-n.
          MOVE WS-C-RAISED-DATE(CASE-IDX) TO ws-show-date.
          MOVE WS-C-REASON(CASE-IDX) TO ws-show-reason.
          MOVE SPACES TO ws-message.
          MOVE "N" TO ws-case-done.
          PERFORM UNTIL ws-case-done IS EQUAL TO "Y"
             MOVE SPACE TO ws-choice
             DISPLAY WS-REVIEW-SCREEN
             ACCEPT WS-REVIEW-SCREEN
             MOVE SPACES TO ws-message
             MOVE SPACES TO ws-disposition
             EVALUATE ws-choice
                WHEN "X"
                WHEN "x"
                   MOVE "Y" TO ws-stop-review
                   MOVE "Y" TO ws-case-done
                WHEN "S"
                WHEN "s"
                   MOVE "Y" TO ws-case-done
                WHEN "O"
                WHEN "o"
                   MOVE "OURS" TO ws-disposition
                WHEN "T"
                WHEN "t"
                   MOVE "THEIRS" TO ws-disposition
                WHEN "B"
                WHEN "b"
                   MOVE "BOTH" TO ws-disposition
                WHEN OTHER
                   MOVE "KEY O, T, B, S OR X" TO ws-message
             END-EVALUATE
             IF ws-disposition IS NOT EQUAL TO SPACES
                PERFORM WRITE-DISPOSITION
                MOVE "Y" TO ws-case-done
             END-IF
          END-PERFORM.

       WRITE-DISPOSITION.
          MOVE SPACES TO PARTNER-DISPO-RECORD.
          OPEN EXTEND DISPO-FILE.
          IF ws-dsp-status IS NOT EQUAL TO "00"
             OPEN OUTPUT DISPO-FILE
          END-IF.
          MOVE WS-C-REQUESTER(CASE-IDX) TO PD-REQUESTER.
          MOVE WS-C-PARTNER-REF(CASE-IDX) TO PD-PARTNER-REF.
          MOVE WS-C-N(CASE-IDX) TO PD-N.
          MOVE ws-disposition TO PD-DISPOSITION.
          MOVE ws-operator-id TO PD-OPERATOR-ID.
          MOVE ws-run-date TO PD-DISPO-DATE.
          WRITE PARTNER-DISPO-RECORD.
          CLOSE DISPO-FILE.
          MOVE "Y" TO WS-C-DISPOSED(CASE-IDX).
          ADD 1 TO ws-new-dispos.
          SUBTRACT 1 FROM ws-open-count.
          IF ws-disposition IS NOT EQUAL TO "THEIRS"
             MOVE "OUR FACTORS WRONG" TO ws-alert-condition
             MOVE WS-C-N(CASE-IDX) TO ws-alert-key-1
             MOVE 0 TO ws-alert-key-2
             CALL 'alertlog' USING ws-alert-source,
                ws-alert-condition, ws-alert-key-1,
                ws-alert-key-2
          END-IF.

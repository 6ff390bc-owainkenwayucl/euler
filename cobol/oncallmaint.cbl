       IDENTIFICATION DIVISION.
       PROGRAM-ID. oncallmaint.
       AUTHOR. Owain Kenway.

      * Maintenance screen for the on-call rota (oncall_rota.dat,
      * oncallrec.cpy), in the calendarmaint.cbl mould.
      * pagernotify.cbl pages whoever the rota has on call, so the
      * rota is kept here rather than raw-edited: a signed-on UPDATE
      * or SUPERVSR operator keys one slot at a time -- its start,
      * its tier (P primary, B backup), its end, who carries the
      * pager and how to reach them.  A slot with the same start and
      * tier as an existing one replaces it; action D deletes it.
      * The operator carrying the pager must be on operators.dat, so
      * a page can never be addressed to a mistyped id, and a slot
      * must end after it starts.  The file is rewritten in start
      * order, and every change lands in oncall_change_audit.dat
      * with the authenticated operator id and the slot as it was
      * before (spaces for an added slot).

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT ROTA-FILE
                ASSIGN TO "cobol/data/oncall_rota.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROT-STATUS.
             SELECT OPERATOR-FILE
                ASSIGN TO "cobol/data/operators.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPR-STATUS.
             SELECT AUDIT-FILE
                ASSIGN TO "cobol/data/oncall_change_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD ROTA-FILE.
             COPY "oncallrec.cpy".
          FD OPERATOR-FILE.
             COPY "operatorrec.cpy".
          FD AUDIT-FILE.
             01 AUDIT-RECORD.
                05 OA-RUN-DATE          PIC 9(8).
                05 OA-FILLER1           PIC X.
                05 OA-RUN-TIME          PIC 9(8).
                05 OA-FILLER2           PIC X.
                05 OA-OPERATOR-ID       PIC X(8).
                05 OA-FILLER3           PIC X.
                05 OA-ACTION            PIC X(6).
                05 OA-FILLER4           PIC X.
                05 OA-OLD-SLOT          PIC X(85).
                05 OA-FILLER5           PIC X.
                05 OA-NEW-SLOT          PIC X(85).

          WORKING-STORAGE SECTION.
             01 ws-rot-status PIC XX.
             01 ws-opr-status PIC XX.
             01 ws-aud-status PIC XX.
             01 ws-rot-eof PIC X VALUE "N".
             01 ws-opr-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "ONCLMANT".
             01 ws-input-start-date PIC 9(8) VALUE 0.
             01 ws-input-start-time PIC 9(4) VALUE 0.
             01 ws-input-tier PIC X VALUE SPACES.
             01 ws-input-end-date PIC 9(8) VALUE 0.
             01 ws-input-end-time PIC 9(4) VALUE 0.
             01 ws-input-pager PIC X(8) VALUE SPACES.
             01 ws-input-channel PIC X(5) VALUE SPACES.
             01 ws-input-contact PIC X(40) VALUE SPACES.
             01 ws-input-action PIC X VALUE SPACES.
             01 ws-pager-known PIC X.
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-audit-action PIC X(6).
             01 ws-old-slot PIC X(85).
             01 ws-new-slot PIC X(85).
             01 ws-outer-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-inner-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-best-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-swap-slot PIC X(85).
      * The whole rota tabled and rewritten in full, each slot held
      * as its oncallrec.cpy image so the sort and the audit can
      * move it whole.
             01 WS-ROT-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-ROT-TABLE.
                05 WS-ROT-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-ROT-COUNT
                      INDEXED BY ROT-IDX.
                   10 WS-R-SLOT           PIC X(85).
                   10 WS-R-FIELDS REDEFINES WS-R-SLOT.
                      15 WS-R-START-DATE  PIC 9(8).
                      15 FILLER           PIC X.
                      15 WS-R-START-TIME  PIC 9(4).
                      15 FILLER           PIC X.
                      15 WS-R-END-DATE    PIC 9(8).
                      15 FILLER           PIC X.
                      15 WS-R-END-TIME    PIC 9(4).
                      15 FILLER           PIC X.
                      15 WS-R-TIER        PIC X.
                      15 FILLER           PIC X(56).

          SCREEN SECTION.
          01 WS-AMEND-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "ON-CALL ROTA MAINTENANCE (START DATE 0 TO EXIT)".
             05 LINE 3 COL 1 VALUE "START DATE (YYYYMMDD):  ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-input-start-date.
             05 LINE 4 COL 1 VALUE "START TIME (HHMM):      ".
             05 COLUMN PLUS 1 PIC 9(4) USING ws-input-start-time.
             05 LINE 5 COL 1 VALUE "TIER (P/B):             ".
             05 COLUMN PLUS 1 PIC X USING ws-input-tier.
             05 LINE 6 COL 1 VALUE "END DATE (YYYYMMDD):    ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-input-end-date.
             05 LINE 7 COL 1 VALUE "END TIME (HHMM):        ".
             05 COLUMN PLUS 1 PIC 9(4) USING ws-input-end-time.
             05 LINE 8 COL 1 VALUE "OPERATOR ON CALL:       ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-pager.
             05 LINE 9 COL 1 VALUE "CHANNEL (SMS/EMAIL/..): ".
             05 COLUMN PLUS 1 PIC X(5) USING ws-input-channel.
             05 LINE 10 COL 1 VALUE "CONTACT:                ".
             05 COLUMN PLUS 1 PIC X(40) USING ws-input-contact.
             05 LINE 12 COL 1 VALUE
                "ACTION (A = ADD/REPLACE, D = DELETE): ".
             05 COLUMN PLUS 1 PIC X USING ws-input-action.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "ONCALLMAINT: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-operator-role IS NOT EQUAL TO "UPDATE"
             AND ws-operator-role IS NOT EQUAL TO "SUPERVSR"
             DISPLAY "ONCALLMAINT: ROLE " ws-operator-role
                " MAY NOT AMEND THE ON-CALL ROTA"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-ROTA.
          MOVE 1 TO ws-input-start-date.
          PERFORM UNTIL ws-input-start-date IS EQUAL TO 0
             MOVE 0 TO ws-input-start-time
             MOVE SPACES TO ws-input-tier
             MOVE 0 TO ws-input-end-date
             MOVE 0 TO ws-input-end-time
             MOVE SPACES TO ws-input-pager
             MOVE SPACES TO ws-input-channel
             MOVE SPACES TO ws-input-contact
             MOVE SPACES TO ws-input-action
             DISPLAY WS-AMEND-SCREEN
             ACCEPT WS-AMEND-SCREEN
             IF ws-input-start-date IS NOT EQUAL TO 0
                PERFORM AMEND-ONE-SLOT
             END-IF
          END-PERFORM.
       STOP RUN.

       LOAD-ROTA.
          OPEN INPUT ROTA-FILE.
          IF ws-rot-status IS EQUAL TO "00"
             PERFORM UNTIL ws-rot-eof IS EQUAL TO "Y"
                READ ROTA-FILE
                   AT END
                      MOVE "Y" TO ws-rot-eof
                   NOT AT END
      * A slot past the bound must never be silently dropped by the
      * rewrite; refuse instead.
                      IF WS-ROT-COUNT IS EQUAL TO 200
                         DISPLAY "ONCALLMAINT: ROTA EXCEEDS MAXIMUM "
                            "OF 200 SLOTS, NOTHING REWRITTEN"
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-ROT-COUNT
                      MOVE ONCALL-RECORD TO WS-R-SLOT(WS-ROT-COUNT)
                END-READ
             END-PERFORM
             CLOSE ROTA-FILE
          END-IF.

       AMEND-ONE-SLOT.
          IF ws-input-tier IS EQUAL TO "p"
             MOVE "P" TO ws-input-tier
          END-IF.
          IF ws-input-tier IS EQUAL TO "b"
             MOVE "B" TO ws-input-tier
          END-IF.
          IF ws-input-tier IS NOT EQUAL TO "P"
             AND ws-input-tier IS NOT EQUAL TO "B"
             DISPLAY "ONCALLMAINT: TIER MUST BE P OR B"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-start-time IS GREATER THAN 2359
             OR ws-input-start-time(3:2) IS GREATER THAN "59"
             DISPLAY "ONCALLMAINT: START TIME MUST BE HHMM"
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING ROT-IDX FROM 1 BY 1
             UNTIL ROT-IDX IS GREATER THAN WS-ROT-COUNT
             IF WS-R-START-DATE(ROT-IDX) IS EQUAL TO
                ws-input-start-date
                AND WS-R-START-TIME(ROT-IDX) IS EQUAL TO
                ws-input-start-time
                AND WS-R-TIER(ROT-IDX) IS EQUAL TO ws-input-tier
                SET ws-found-idx TO ROT-IDX
             END-IF
          END-PERFORM.
          EVALUATE ws-input-action
             WHEN "D"
             WHEN "d"
                PERFORM DELETE-SLOT
             WHEN "A"
             WHEN "a"
                PERFORM ADD-OR-REPLACE-SLOT
             WHEN OTHER
                DISPLAY "ONCALLMAINT: ACTION MUST BE A OR D"
          END-EVALUATE.

       DELETE-SLOT.
          IF ws-found-idx IS EQUAL TO 0
             DISPLAY "ONCALLMAINT: NO SLOT STARTS "
                ws-input-start-date " " ws-input-start-time
                " FOR TIER " ws-input-tier
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-R-SLOT(ws-found-idx) TO ws-old-slot.
          MOVE SPACES TO ws-new-slot.
          PERFORM VARYING ROT-IDX FROM ws-found-idx BY 1
             UNTIL ROT-IDX IS NOT LESS THAN WS-ROT-COUNT
             MOVE WS-R-SLOT(ROT-IDX + 1) TO WS-R-SLOT(ROT-IDX)
          END-PERFORM.
          SUBTRACT 1 FROM WS-ROT-COUNT.
          MOVE "DELETE" TO ws-audit-action.
          PERFORM REWRITE-ROTA.
          PERFORM WRITE-CHANGE-AUDIT.
          DISPLAY "ONCALLMAINT: SLOT " ws-input-start-date " "
             ws-input-start-time " TIER " ws-input-tier " DELETED".

       ADD-OR-REPLACE-SLOT.
          IF ws-input-end-time IS GREATER THAN 2359
             OR ws-input-end-time(3:2) IS GREATER THAN "59"
             DISPLAY "ONCALLMAINT: END TIME MUST BE HHMM"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-end-date * 10000 + ws-input-end-time
             IS NOT GREATER THAN
             ws-input-start-date * 10000 + ws-input-start-time
             DISPLAY "ONCALLMAINT: SLOT MUST END AFTER IT STARTS"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-channel IS EQUAL TO SPACES
             OR ws-input-contact IS EQUAL TO SPACES
             DISPLAY "ONCALLMAINT: CHANNEL AND CONTACT ARE REQUIRED"
             EXIT PARAGRAPH
          END-IF.
          PERFORM CHECK-PAGER-KNOWN.
          IF ws-pager-known IS EQUAL TO "N"
             DISPLAY "ONCALLMAINT: OPERATOR " ws-input-pager
                " IS NOT ON OPERATORS.DAT"
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ONCALL-RECORD.
          MOVE ws-input-start-date TO OC-START-DATE.
          MOVE ws-input-start-time TO OC-START-TIME.
          MOVE ws-input-end-date TO OC-END-DATE.
          MOVE ws-input-end-time TO OC-END-TIME.
          MOVE ws-input-tier TO OC-TIER.
          MOVE ws-input-pager TO OC-OPERATOR-ID.
          MOVE ws-input-channel TO OC-CHANNEL.
          MOVE ws-input-contact TO OC-CONTACT.
          MOVE ONCALL-RECORD TO ws-new-slot.
          IF ws-found-idx IS GREATER THAN 0
             MOVE WS-R-SLOT(ws-found-idx) TO ws-old-slot
             MOVE ws-new-slot TO WS-R-SLOT(ws-found-idx)
             MOVE "CHANGE" TO ws-audit-action
          ELSE
             IF WS-ROT-COUNT IS EQUAL TO 200
                DISPLAY "ONCALLMAINT: ROTA FULL"
                EXIT PARAGRAPH
             END-IF
             MOVE SPACES TO ws-old-slot
             ADD 1 TO WS-ROT-COUNT
             MOVE ws-new-slot TO WS-R-SLOT(WS-ROT-COUNT)
             MOVE "ADD" TO ws-audit-action
          END-IF.
          PERFORM SORT-ROTA.
          PERFORM REWRITE-ROTA.
          PERFORM WRITE-CHANGE-AUDIT.
          DISPLAY "ONCALLMAINT: SLOT " ws-input-start-date " "
             ws-input-start-time " TIER " ws-input-tier " SET TO "
             ws-input-pager.

       CHECK-PAGER-KNOWN.
          MOVE "N" TO ws-pager-known.
          MOVE "N" TO ws-opr-eof.
          OPEN INPUT OPERATOR-FILE.
          IF ws-opr-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-opr-eof IS EQUAL TO "Y"
             READ OPERATOR-FILE
                AT END
                   MOVE "Y" TO ws-opr-eof
                NOT AT END
                   IF OP-ID IS EQUAL TO ws-input-pager
                      AND ws-input-pager IS NOT EQUAL TO SPACES
                      MOVE "Y" TO ws-pager-known
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE OPERATOR-FILE.

      * Start order, primary before backup on the same start, so
      * the rewritten rota reads as a timeline.
       SORT-ROTA.
          PERFORM VARYING ws-outer-idx FROM 1 BY 1
             UNTIL ws-outer-idx IS GREATER THAN WS-ROT-COUNT
             MOVE ws-outer-idx TO ws-best-idx
             PERFORM VARYING ws-inner-idx FROM ws-outer-idx BY 1
                UNTIL ws-inner-idx IS GREATER THAN WS-ROT-COUNT
                IF WS-R-SLOT(ws-inner-idx)(1:13) IS LESS THAN
                   WS-R-SLOT(ws-best-idx)(1:13)
                   OR (WS-R-SLOT(ws-inner-idx)(1:13) IS EQUAL TO
                   WS-R-SLOT(ws-best-idx)(1:13)
                   AND WS-R-TIER(ws-inner-idx) IS GREATER THAN
                   WS-R-TIER(ws-best-idx))
                   MOVE ws-inner-idx TO ws-best-idx
                END-IF
             END-PERFORM
             IF ws-best-idx IS NOT EQUAL TO ws-outer-idx
                MOVE WS-R-SLOT(ws-outer-idx) TO ws-swap-slot
                MOVE WS-R-SLOT(ws-best-idx) TO
                   WS-R-SLOT(ws-outer-idx)
                MOVE ws-swap-slot TO WS-R-SLOT(ws-best-idx)
             END-IF
          END-PERFORM.

       REWRITE-ROTA.
          OPEN OUTPUT ROTA-FILE.
          PERFORM VARYING ROT-IDX FROM 1 BY 1
             UNTIL ROT-IDX IS GREATER THAN WS-ROT-COUNT
             MOVE WS-R-SLOT(ROT-IDX) TO ONCALL-RECORD
             WRITE ONCALL-RECORD
          END-PERFORM.
          CLOSE ROTA-FILE.

      * Who changed which slot, from what to what, and when.  Grows
      * across every run (EXTEND); a failed EXTEND on the first-ever
      * run falls back to OPEN OUTPUT.
       WRITE-CHANGE-AUDIT.
          MOVE SPACES TO AUDIT-RECORD.
          OPEN EXTEND AUDIT-FILE.
          IF ws-aud-status IS NOT EQUAL TO "00"
             OPEN OUTPUT AUDIT-FILE
          END-IF.
          MOVE ws-run-date TO OA-RUN-DATE.
          MOVE ws-run-time TO OA-RUN-TIME.
          MOVE ws-operator-id TO OA-OPERATOR-ID.
          MOVE ws-audit-action TO OA-ACTION.
          MOVE ws-old-slot TO OA-OLD-SLOT.
          MOVE ws-new-slot TO OA-NEW-SLOT.
          WRITE AUDIT-RECORD.
          CLOSE AUDIT-FILE.

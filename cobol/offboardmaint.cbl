       IDENTIFICATION DIVISION.
       PROGRAM-ID. offboardmaint.
       AUTHOR. Owain Kenway.

      * Supervisor screen for working a leaver's offboarding list.
      * operadmin.cbl hands a disabled id to offboardlist.cbl, which
      * lists each live reference to it on offboard_worklist.dat
      * (offboardrec.cpy); offboardcheck.cbl adds any that turn up
      * later.  A SUPERVSR signs on through signon.cbl, sees the
      * OPEN items listed on the console, and takes each one in
      * turn:
      *
      *    R  reassign it to a named successor -- the request's
      *       requester, the subscriber, the quota holder, the
      *       report recipient or the rota slot's operator becomes
      *       the successor.  A quota whose successor already has a
      *       row of their own is dropped rather than duplicated;
      *       a rota slot takes the channel and contact from the
      *       successor's latest slot, and is refused if they have
      *       never been on the rota (there is nowhere to page).
      *    C  cancel it -- an open request is marked CANCELED the
      *       way reqmanage.cbl does it; the other rows are deleted.
      *
      * The successor must be a current operator, neither locked
      * nor disabled, and not the leaver.  A reference that has
      * already gone by the time the item is worked closes the item
      * GONE and changes nothing.  Every action is appended to
      * offboard_audit.dat with the supervisor's id, and the item
      * records the outcome, successor and date.
      *
      * The five files differ in layout but are all LINE SEQUENTIAL
      * tables rewritten in full, so one loader tables the raw rows
      * of whichever file the item names and the row in question is
      * edited through the matching record view.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT WORKLIST-FILE
                ASSIGN TO "cobol/data/offboard_worklist.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WRK-STATUS.
             SELECT OPERATOR-FILE
                ASSIGN TO "cobol/data/operators.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPR-STATUS.
             SELECT TARGET-FILE
                ASSIGN TO WS-TARGET-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TGT-STATUS.
             SELECT AUDIT-FILE
                ASSIGN TO "cobol/data/offboard_audit.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD WORKLIST-FILE.
             COPY "offboardrec.cpy".
          FD OPERATOR-FILE.
             COPY "operatorrec.cpy".
          FD TARGET-FILE.
             01 TARGET-RECORD PIC X(250).
          FD AUDIT-FILE.
             01 AUDIT-RECORD.
                05 OB-RUN-DATE          PIC 9(8).
                05 OB-FILLER1           PIC X.
                05 OB-RUN-TIME          PIC 9(8).
                05 OB-FILLER2           PIC X.
                05 OB-OPERATOR-ID       PIC X(8).
                05 OB-FILLER3           PIC X.
                05 OB-LEAVER-ID         PIC X(8).
                05 OB-FILLER4           PIC X.
                05 OB-ITEM-NO           PIC 9(6).
                05 OB-FILLER5           PIC X.
                05 OB-ITEM-TYPE         PIC X(8).
                05 OB-FILLER6           PIC X.
                05 OB-ITEM-KEY          PIC X(30).
                05 OB-FILLER7           PIC X.
                05 OB-ACTION            PIC X(8).
                05 OB-FILLER8           PIC X.
                05 OB-SUCCESSOR-ID      PIC X(8).

          WORKING-STORAGE SECTION.
             01 ws-wrk-status PIC XX.
             01 ws-opr-status PIC XX.
             01 ws-tgt-status PIC XX.
             01 ws-aud-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "OFFBOARD".
             01 ws-input-item PIC 9(6) VALUE 0.
             01 ws-input-action PIC X VALUE SPACE.
             01 ws-input-successor PIC X(8) VALUE SPACES.
             01 ws-target-path PIC X(60).
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-successor-ok PIC X.
             01 ws-row-key PIC X(30).
             01 ws-row-matched USAGE BINARY-LONG UNSIGNED.
             01 ws-successor-has-quota PIC X.
      * Successor's latest rota slot, as YYYYMMDDHHMM.
             01 ws-slot-start PIC 9(12).
             01 ws-latest-start PIC 9(12).
             01 ws-successor-channel PIC X(5).
             01 ws-successor-contact PIC X(40).
             01 ws-item-outcome PIC X(8).
             01 ws-audit-action PIC X(8).
      * Record views over one raw row of the target file.
             COPY "requestrec.cpy".
             COPY "oncallrec.cpy".
             01 SUBS-RECORD.
                05 SB-SUBSCRIBER      PIC X(8).
                05 SB-FILLER1         PIC X.
                05 SB-STREAM          PIC X(6).
                05 SB-FILLER2         PIC X.
                05 SB-KEY             PIC X(20).
                05 SB-REST            PIC X(214).
             01 QUOTA-RECORD.
                05 QT-REQUESTER        PIC X(8).
                05 QT-REST             PIC X(242).
             01 DIST-RECORD.
                05 RD-REPORT-NAME     PIC X(30).
                05 RD-FILLER1         PIC X.
                05 RD-RECIPIENT       PIC X(8).
                05 RD-REST            PIC X(211).
      * The whole worklist, tabled and rewritten in full.
             01 WS-WRK-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-WRK-TABLE.
                05 WS-WRK-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-WRK-COUNT
                      INDEXED BY WRK-IDX.
                   10 WS-W-ITEM-NO        PIC 9(6).
                   10 WS-W-LEAVER-ID      PIC X(8).
                   10 WS-W-RAISED-DATE    PIC 9(8).
                   10 WS-W-ITEM-TYPE      PIC X(8).
                   10 WS-W-ITEM-KEY       PIC X(30).
                   10 WS-W-STATUS         PIC X(8).
                   10 WS-W-SUCCESSOR-ID   PIC X(8).
                   10 WS-W-ACTION-DATE    PIC 9(8).
                   10 WS-W-ACTION-BY      PIC X(8).
      * Raw rows of the file the current item lives in; a row
      * marked deleted is left out of the rewrite.  Comfortably
      * above the largest bound any of the five files carries.
             01 WS-ROW-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 ws-row-overflow PIC X VALUE "N".
             01 WS-ROW-TABLE.
                05 WS-ROW-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-ROW-COUNT
                      INDEXED BY ROW-IDX.
                   10 WS-ROW-TEXT         PIC X(250).
                   10 WS-ROW-DELETED      PIC X.

          SCREEN SECTION.
          01 WS-ACTION-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "OFFBOARDING -- OPEN ITEMS LISTED ON CONSOLE".
             05 LINE 3 COL 1 VALUE "ITEM NO (0 TO EXIT):     ".
             05 COLUMN PLUS 1 PIC 9(6) USING ws-input-item.
             05 LINE 4 COL 1 VALUE
                "ACTION (R=REASSIGN C=CANCEL): ".
             05 COLUMN PLUS 1 PIC X USING ws-input-action.
             05 LINE 5 COL 1 VALUE "SUCCESSOR (R ONLY):      ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-successor.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "OFFBOARDMAINT: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-operator-role IS NOT EQUAL TO "SUPERVSR"
      * Handing a leaver's work to someone else is the same
      * supervisor decision reqmanage.cbl's reassignment is.
             DISPLAY "OFFBOARDMAINT: ROLE " ws-operator-role
                " MAY NOT WORK THE OFFBOARDING LIST"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-WORKLIST.
          PERFORM LIST-OPEN-ITEMS.
          MOVE 1 TO ws-input-item.
          PERFORM UNTIL ws-input-item IS EQUAL TO 0
             MOVE SPACE TO ws-input-action
             MOVE SPACES TO ws-input-successor
             DISPLAY WS-ACTION-SCREEN
             ACCEPT WS-ACTION-SCREEN
             IF ws-input-item IS NOT EQUAL TO 0
                PERFORM APPLY-ONE-ACTION
             END-IF
          END-PERFORM.
       STOP RUN.

       LOAD-WORKLIST.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT WORKLIST-FILE.
          IF ws-wrk-status IS NOT EQUAL TO "00"
             DISPLAY "OFFBOARDMAINT: NO OFFBOARDING WORKLIST"
             MOVE 0 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ WORKLIST-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
      * A row past the bound must never be silently dropped: the
      * rewrite would delete it for good.  Same limit as
      * offboardlist.cbl.
                   IF WS-WRK-COUNT IS EQUAL TO 500
                      DISPLAY "OFFBOARDMAINT: WORKLIST EXCEEDS "
                         "MAXIMUM OF 500 ITEMS, NOTHING REWRITTEN"
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                   END-IF
                   ADD 1 TO WS-WRK-COUNT
                   MOVE OW-ITEM-NO TO WS-W-ITEM-NO(WS-WRK-COUNT)
                   MOVE OW-LEAVER-ID TO WS-W-LEAVER-ID(WS-WRK-COUNT)
                   MOVE OW-RAISED-DATE TO
                      WS-W-RAISED-DATE(WS-WRK-COUNT)
                   MOVE OW-ITEM-TYPE TO WS-W-ITEM-TYPE(WS-WRK-COUNT)
                   MOVE OW-ITEM-KEY TO WS-W-ITEM-KEY(WS-WRK-COUNT)
                   MOVE OW-STATUS TO WS-W-STATUS(WS-WRK-COUNT)
                   MOVE OW-SUCCESSOR-ID TO
                      WS-W-SUCCESSOR-ID(WS-WRK-COUNT)
                   MOVE OW-ACTION-DATE TO
                      WS-W-ACTION-DATE(WS-WRK-COUNT)
                   MOVE OW-ACTION-BY TO WS-W-ACTION-BY(WS-WRK-COUNT)
             END-READ
          END-PERFORM.
          CLOSE WORKLIST-FILE.

       LIST-OPEN-ITEMS.
          PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL WRK-IDX IS GREATER THAN WS-WRK-COUNT
             IF WS-W-STATUS(WRK-IDX) IS EQUAL TO "OPEN"
                DISPLAY "OPEN: " WS-W-ITEM-NO(WRK-IDX) " "
                   WS-W-LEAVER-ID(WRK-IDX) " "
                   WS-W-ITEM-TYPE(WRK-IDX) " "
                   WS-W-ITEM-KEY(WRK-IDX) " SINCE "
                   WS-W-RAISED-DATE(WRK-IDX)
             END-IF
          END-PERFORM.

      * Applies one supervisor decision to one OPEN item: edit the
      * file the reference lives in, then record the outcome on the
      * item and in the audit file.
       APPLY-ONE-ACTION.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL WRK-IDX IS GREATER THAN WS-WRK-COUNT
             IF WS-W-ITEM-NO(WRK-IDX) IS EQUAL TO ws-input-item
                AND WS-W-STATUS(WRK-IDX) IS EQUAL TO "OPEN"
                SET ws-found-idx TO WRK-IDX
             END-IF
          END-PERFORM.
          IF ws-found-idx IS EQUAL TO 0
             DISPLAY "OFFBOARDMAINT: NO OPEN ITEM " ws-input-item
             EXIT PARAGRAPH
          END-IF.
          EVALUATE ws-input-action
             WHEN "R"
             WHEN "r"
                MOVE "REASSIGN" TO ws-audit-action
                MOVE "REASSGND" TO ws-item-outcome
                PERFORM CHECK-SUCCESSOR
                IF ws-successor-ok IS NOT EQUAL TO "Y"
                   EXIT PARAGRAPH
                END-IF
             WHEN "C"
             WHEN "c"
                MOVE "CANCEL" TO ws-audit-action
                MOVE "CANCELED" TO ws-item-outcome
                MOVE SPACES TO ws-input-successor
             WHEN OTHER
                DISPLAY "OFFBOARDMAINT: UNKNOWN ACTION "
                   ws-input-action
                EXIT PARAGRAPH
          END-EVALUATE.
          EVALUATE WS-W-ITEM-TYPE(ws-found-idx)
             WHEN "REQUEST"
                MOVE "cobol/data/request_queue.dat" TO ws-target-path
             WHEN "SUBSCRIB"
                MOVE "cobol/data/subscriptions.dat" TO ws-target-path
             WHEN "QUOTA"
                MOVE "cobol/data/requester_quotas.dat" TO
                   ws-target-path
             WHEN "DISTRIB"
                MOVE "cobol/data/report_distribution.dat" TO
                   ws-target-path
             WHEN "ONCALL"
                MOVE "cobol/data/oncall_rota.dat" TO ws-target-path
             WHEN OTHER
                DISPLAY "OFFBOARDMAINT: ITEM " ws-input-item
                   " HAS UNKNOWN TYPE " WS-W-ITEM-TYPE(ws-found-idx)
                EXIT PARAGRAPH
          END-EVALUATE.
          PERFORM LOAD-TARGET-ROWS.
          IF ws-row-overflow IS EQUAL TO "Y"
             DISPLAY "OFFBOARDMAINT: " ws-target-path
                " EXCEEDS MAXIMUM OF 500 ROWS, NOTHING CHANGED"
             EXIT PARAGRAPH
          END-IF.
          IF WS-W-ITEM-TYPE(ws-found-idx) IS EQUAL TO "ONCALL"
             AND ws-audit-action IS EQUAL TO "REASSIGN"
             PERFORM FIND-SUCCESSOR-CONTACT
             IF ws-latest-start IS EQUAL TO 0
                DISPLAY "OFFBOARDMAINT: " ws-input-successor
                   " HAS NO ROTA SLOT TO TAKE A CONTACT FROM"
                EXIT PARAGRAPH
             END-IF
          END-IF.
          IF WS-W-ITEM-TYPE(ws-found-idx) IS EQUAL TO "QUOTA"
             PERFORM FIND-SUCCESSOR-QUOTA
          END-IF.
          MOVE 0 TO ws-row-matched.
          PERFORM VARYING ROW-IDX FROM 1 BY 1
             UNTIL ROW-IDX IS GREATER THAN WS-ROW-COUNT
             EVALUATE WS-W-ITEM-TYPE(ws-found-idx)
                WHEN "REQUEST"
                   PERFORM APPLY-TO-REQUEST-ROW
                WHEN "SUBSCRIB"
                   PERFORM APPLY-TO-SUBSCRIPTION-ROW
                WHEN "QUOTA"
                   PERFORM APPLY-TO-QUOTA-ROW
                WHEN "DISTRIB"
                   PERFORM APPLY-TO-DISTRIBUTION-ROW
                WHEN "ONCALL"
                   PERFORM APPLY-TO-ROTA-ROW
             END-EVALUATE
          END-PERFORM.
      * Nothing left to act on: somebody got there first.
          IF ws-row-matched IS EQUAL TO 0
             MOVE "GONE" TO ws-audit-action
             MOVE "GONE" TO ws-item-outcome
             MOVE SPACES TO ws-input-successor
          ELSE
             PERFORM REWRITE-TARGET-ROWS
          END-IF.
          MOVE ws-item-outcome TO WS-W-STATUS(ws-found-idx).
          MOVE ws-input-successor TO
             WS-W-SUCCESSOR-ID(ws-found-idx).
          MOVE ws-run-date TO WS-W-ACTION-DATE(ws-found-idx).
          MOVE ws-operator-id TO WS-W-ACTION-BY(ws-found-idx).
          PERFORM REWRITE-WORKLIST.
          PERFORM WRITE-OFFBOARD-AUDIT.
          DISPLAY "OFFBOARDMAINT: " ws-audit-action " ITEM "
             ws-input-item " " WS-W-ITEM-TYPE(ws-found-idx) " "
             WS-W-ITEM-KEY(ws-found-idx).

      * The successor must be able to sign on today, and must not
      * be the leaver handing the work to themselves.
       CHECK-SUCCESSOR.
          MOVE "N" TO ws-successor-ok.
          IF ws-input-successor IS EQUAL TO SPACES
             DISPLAY "OFFBOARDMAINT: REASSIGN NEEDS A SUCCESSOR"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-successor IS EQUAL TO
             WS-W-LEAVER-ID(ws-found-idx)
             DISPLAY "OFFBOARDMAINT: SUCCESSOR IS THE LEAVER"
             EXIT PARAGRAPH
          END-IF.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT OPERATOR-FILE.
          IF ws-opr-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ OPERATOR-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF OP-ID IS EQUAL TO ws-input-successor
                         AND OP-LOCKED IS NOT EQUAL TO "Y"
                         AND OP-DISABLED IS NOT EQUAL TO "Y"
                         MOVE "Y" TO ws-successor-ok
                      END-IF
                END-READ
             END-PERFORM
             CLOSE OPERATOR-FILE
          END-IF.
          IF ws-successor-ok IS NOT EQUAL TO "Y"
             DISPLAY "OFFBOARDMAINT: " ws-input-successor
                " IS NOT AN ACTIVE OPERATOR"
          END-IF.

       LOAD-TARGET-ROWS.
          MOVE 0 TO WS-ROW-COUNT.
          MOVE "N" TO ws-row-overflow.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT TARGET-FILE.
          IF ws-tgt-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ TARGET-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF WS-ROW-COUNT IS EQUAL TO 500
                         MOVE "Y" TO ws-row-overflow
                         MOVE "Y" TO ws-scan-eof
                      ELSE
                         ADD 1 TO WS-ROW-COUNT
                         MOVE TARGET-RECORD TO
                            WS-ROW-TEXT(WS-ROW-COUNT)
                         MOVE "N" TO WS-ROW-DELETED(WS-ROW-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE TARGET-FILE
          END-IF.

      * The slot that started latest is the successor's current
      * way of being paged.
       FIND-SUCCESSOR-CONTACT.
          MOVE 0 TO ws-latest-start.
          PERFORM VARYING ROW-IDX FROM 1 BY 1
             UNTIL ROW-IDX IS GREATER THAN WS-ROW-COUNT
             MOVE WS-ROW-TEXT(ROW-IDX) TO ONCALL-RECORD
             IF OC-OPERATOR-ID IS EQUAL TO ws-input-successor
                AND OC-START-DATE IS NUMERIC
                AND OC-START-TIME IS NUMERIC
                COMPUTE ws-slot-start =
                   OC-START-DATE * 10000 + OC-START-TIME
                IF ws-slot-start IS GREATER THAN ws-latest-start
                   MOVE ws-slot-start TO ws-latest-start
                   MOVE OC-CHANNEL TO ws-successor-channel
                   MOVE OC-CONTACT TO ws-successor-contact
                END-IF
             END-IF
          END-PERFORM.

       FIND-SUCCESSOR-QUOTA.
          MOVE "N" TO ws-successor-has-quota.
          PERFORM VARYING ROW-IDX FROM 1 BY 1
             UNTIL ROW-IDX IS GREATER THAN WS-ROW-COUNT
             MOVE WS-ROW-TEXT(ROW-IDX) TO QUOTA-RECORD
             IF QT-REQUESTER IS EQUAL TO ws-input-successor
                MOVE "Y" TO ws-successor-has-quota
             END-IF
          END-PERFORM.

      * Only a request still open (PENDING, or held for APPROVAL)
      * is the leaver's live work; one answered or cancelled since
      * the list was built is gone.
       APPLY-TO-REQUEST-ROW.
          MOVE WS-ROW-TEXT(ROW-IDX) TO REQUEST-RECORD.
          MOVE SPACES TO ws-row-key.
          MOVE RQ-ID TO ws-row-key.
          IF RQ-REQUESTER IS NOT EQUAL TO WS-W-LEAVER-ID(ws-found-idx)
             OR (RQ-STATUS IS NOT EQUAL TO "PENDING"
             AND RQ-STATUS IS NOT EQUAL TO "APPROVAL")
             OR ws-row-key IS NOT EQUAL TO
             WS-W-ITEM-KEY(ws-found-idx)
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ws-row-matched.
          IF ws-audit-action IS EQUAL TO "REASSIGN"
             MOVE ws-input-successor TO RQ-REQUESTER
          ELSE
             MOVE "CANCELED" TO RQ-STATUS
          END-IF.
          MOVE REQUEST-RECORD TO WS-ROW-TEXT(ROW-IDX).

       APPLY-TO-SUBSCRIPTION-ROW.
          MOVE WS-ROW-TEXT(ROW-IDX) TO SUBS-RECORD.
          MOVE SPACES TO ws-row-key.
          STRING SB-STREAM " " SB-KEY DELIMITED BY SIZE
             INTO ws-row-key.
          IF SB-SUBSCRIBER IS NOT EQUAL TO
             WS-W-LEAVER-ID(ws-found-idx)
             OR ws-row-key IS NOT EQUAL TO
             WS-W-ITEM-KEY(ws-found-idx)
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ws-row-matched.
          IF ws-audit-action IS EQUAL TO "REASSIGN"
             MOVE ws-input-successor TO SB-SUBSCRIBER
             MOVE SUBS-RECORD TO WS-ROW-TEXT(ROW-IDX)
          ELSE
             MOVE "Y" TO WS-ROW-DELETED(ROW-IDX)
          END-IF.

      * One quota row per requester: a successor with a row of
      * their own keeps it and the leaver's row simply goes.
       APPLY-TO-QUOTA-ROW.
          MOVE WS-ROW-TEXT(ROW-IDX) TO QUOTA-RECORD.
          IF QT-REQUESTER IS NOT EQUAL TO
             WS-W-LEAVER-ID(ws-found-idx)
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ws-row-matched.
          IF ws-audit-action IS EQUAL TO "REASSIGN"
             AND ws-successor-has-quota IS EQUAL TO "N"
             MOVE ws-input-successor TO QT-REQUESTER
             MOVE QUOTA-RECORD TO WS-ROW-TEXT(ROW-IDX)
          ELSE
             MOVE "Y" TO WS-ROW-DELETED(ROW-IDX)
          END-IF.

       APPLY-TO-DISTRIBUTION-ROW.
          MOVE WS-ROW-TEXT(ROW-IDX) TO DIST-RECORD.
          IF RD-RECIPIENT IS NOT EQUAL TO
             WS-W-LEAVER-ID(ws-found-idx)
             OR RD-REPORT-NAME IS NOT EQUAL TO
             WS-W-ITEM-KEY(ws-found-idx)
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ws-row-matched.
          IF ws-audit-action IS EQUAL TO "REASSIGN"
             MOVE ws-input-successor TO RD-RECIPIENT
             MOVE DIST-RECORD TO WS-ROW-TEXT(ROW-IDX)
          ELSE
             MOVE "Y" TO WS-ROW-DELETED(ROW-IDX)
          END-IF.

       APPLY-TO-ROTA-ROW.
          MOVE WS-ROW-TEXT(ROW-IDX) TO ONCALL-RECORD.
          MOVE SPACES TO ws-row-key.
          STRING OC-START-DATE " " OC-START-TIME " " OC-TIER
             DELIMITED BY SIZE INTO ws-row-key.
          IF OC-OPERATOR-ID IS NOT EQUAL TO
             WS-W-LEAVER-ID(ws-found-idx)
             OR ws-row-key IS NOT EQUAL TO
             WS-W-ITEM-KEY(ws-found-idx)
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ws-row-matched.
          IF ws-audit-action IS EQUAL TO "REASSIGN"
             MOVE ws-input-successor TO OC-OPERATOR-ID
             MOVE ws-successor-channel TO OC-CHANNEL
             MOVE ws-successor-contact TO OC-CONTACT
             MOVE ONCALL-RECORD TO WS-ROW-TEXT(ROW-IDX)
          ELSE
             MOVE "Y" TO WS-ROW-DELETED(ROW-IDX)
          END-IF.

       REWRITE-TARGET-ROWS.
          OPEN OUTPUT TARGET-FILE.
          PERFORM VARYING ROW-IDX FROM 1 BY 1
             UNTIL ROW-IDX IS GREATER THAN WS-ROW-COUNT
             IF WS-ROW-DELETED(ROW-IDX) IS EQUAL TO "N"
                MOVE WS-ROW-TEXT(ROW-IDX) TO TARGET-RECORD
                WRITE TARGET-RECORD
             END-IF
          END-PERFORM.
          CLOSE TARGET-FILE.

       REWRITE-WORKLIST.
          OPEN OUTPUT WORKLIST-FILE.
          PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL WRK-IDX IS GREATER THAN WS-WRK-COUNT
             MOVE SPACES TO OFFBOARD-RECORD
             MOVE WS-W-ITEM-NO(WRK-IDX) TO OW-ITEM-NO
             MOVE WS-W-LEAVER-ID(WRK-IDX) TO OW-LEAVER-ID
             MOVE WS-W-RAISED-DATE(WRK-IDX) TO OW-RAISED-DATE
             MOVE WS-W-ITEM-TYPE(WRK-IDX) TO OW-ITEM-TYPE
             MOVE WS-W-ITEM-KEY(WRK-IDX) TO OW-ITEM-KEY
             MOVE WS-W-STATUS(WRK-IDX) TO OW-STATUS
             MOVE WS-W-SUCCESSOR-ID(WRK-IDX) TO OW-SUCCESSOR-ID
             MOVE WS-W-ACTION-DATE(WRK-IDX) TO OW-ACTION-DATE
             MOVE WS-W-ACTION-BY(WRK-IDX) TO OW-ACTION-BY
             WRITE OFFBOARD-RECORD
          END-PERFORM.
          CLOSE WORKLIST-FILE.

      * Who did what to which leaver's item, and who it went to.
      * Grows across every run (EXTEND); a failed EXTEND on the
      * first-ever run falls back to OPEN OUTPUT.
       WRITE-OFFBOARD-AUDIT.
          MOVE SPACES TO AUDIT-RECORD.
          OPEN EXTEND AUDIT-FILE.
          IF ws-aud-status IS NOT EQUAL TO "00"
             OPEN OUTPUT AUDIT-FILE
          END-IF.
          MOVE ws-run-date TO OB-RUN-DATE.
          MOVE ws-run-time TO OB-RUN-TIME.
          MOVE ws-operator-id TO OB-OPERATOR-ID.
          MOVE WS-W-LEAVER-ID(ws-found-idx) TO OB-LEAVER-ID.
          MOVE WS-W-ITEM-NO(ws-found-idx) TO OB-ITEM-NO.
          MOVE WS-W-ITEM-TYPE(ws-found-idx) TO OB-ITEM-TYPE.
          MOVE WS-W-ITEM-KEY(ws-found-idx) TO OB-ITEM-KEY.
          MOVE ws-audit-action TO OB-ACTION.
          MOVE ws-input-successor TO OB-SUCCESSOR-ID.
          WRITE AUDIT-RECORD.
          CLOSE AUDIT-FILE.

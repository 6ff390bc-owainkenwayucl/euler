       IDENTIFICATION DIVISION.
       PROGRAM-ID. offboardlist.
       AUTHOR. Owain Kenway.

      * Offboarding worklist builder, CALLed with a leaver's operator
      * id.  Disabling an account in operadmin.cbl stopped it
      * signing on and nothing else: the leaver's open requests
      * (PENDING, or held for APPROVAL) still burned window in
      * reqsweep.cbl, their subscriptions still produced notice
      * files, their quota row stayed, reports were still
      * distributed to them and the rota still paged them.  This
      * scans all five for live references to the id and keeps
      * offboard_worklist.dat (offboardrec.cpy) in step:
      *
      *    - a reference with no OPEN item for it gets one;
      *    - an OPEN item whose reference is no longer there (dealt
      *      with by hand through reqmanage.cbl, oncallmaint.cbl or
      *      an editor) is closed GONE.
      *
      *    CALL 'offboardlist' USING leaver-id (X(8)),
      *       new-items (BINARY-LONG), live-references (BINARY-LONG)
      *
      * operadmin.cbl calls it on DISABLE; offboardcheck.cbl calls
      * it nightly for every disabled account, so a reference added
      * after the leaver went still lands on the worklist.  Safe to
      * call repeatedly -- an unchanged picture lists nothing new.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT QUEUE-FILE
                ASSIGN TO "cobol/data/request_queue.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUE-STATUS.
             SELECT SUBS-FILE
                ASSIGN TO "cobol/data/subscriptions.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SUB-STATUS.
             SELECT QUOTA-FILE
                ASSIGN TO "cobol/data/requester_quotas.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QTA-STATUS.
             SELECT DIST-FILE
                ASSIGN TO "cobol/data/report_distribution.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DST-STATUS.
             SELECT ROTA-FILE
                ASSIGN TO "cobol/data/oncall_rota.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROT-STATUS.
             SELECT WORKLIST-FILE
                ASSIGN TO "cobol/data/offboard_worklist.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD QUEUE-FILE.
             COPY "requestrec.cpy".
          FD SUBS-FILE.
             01 SUBS-RECORD.
                05 SB-SUBSCRIBER      PIC X(8).
                05 SB-FILLER1         PIC X.
                05 SB-STREAM          PIC X(6).
                05 SB-FILLER2         PIC X.
                05 SB-KEY             PIC X(20).
          FD QUOTA-FILE.
             01 QUOTA-RECORD.
                05 QT-REQUESTER        PIC X(8).
                05 QT-FILLER1          PIC X.
                05 QT-QUOTA            PIC 9(4).
          FD DIST-FILE.
             01 DIST-RECORD.
                05 RD-REPORT-NAME     PIC X(30).
                05 RD-FILLER1         PIC X.
                05 RD-RECIPIENT       PIC X(8).
          FD ROTA-FILE.
             COPY "oncallrec.cpy".
          FD WORKLIST-FILE.
             COPY "offboardrec.cpy".

          WORKING-STORAGE SECTION.
             01 ws-que-status PIC XX.
             01 ws-sub-status PIC XX.
             01 ws-qta-status PIC XX.
             01 ws-dst-status PIC XX.
             01 ws-rot-status PIC XX.
             01 ws-wrk-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-time USAGE BINARY-LONG UNSIGNED.
      * Date and HHMM as one comparable figure, YYYYMMDDHHMM.
             01 ws-now PIC 9(12).
             01 ws-slot-end PIC 9(12).
             01 ws-ref-type PIC X(8).
             01 ws-ref-key PIC X(30).
             01 ws-ref-seen PIC X.
             01 ws-ref-overflow PIC X VALUE "N".
             01 ws-worklist-changed PIC X VALUE "N".
             01 ws-max-item-no PIC 9(6) VALUE 0.
      * Live references found tonight.
             01 WS-REF-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-REF-TABLE.
                05 WS-REF-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-REF-COUNT
                      INDEXED BY REF-IDX.
                   10 WS-F-TYPE           PIC X(8).
                   10 WS-F-KEY            PIC X(30).
                   10 WS-F-LISTED         PIC X.
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

          LINKAGE SECTION.
             01 offboard-leaver-id PIC X(8).
             01 offboard-new-items USAGE BINARY-LONG.
             01 offboard-live-refs USAGE BINARY-LONG.

       PROCEDURE DIVISION USING offboard-leaver-id,
             offboard-new-items, offboard-live-refs.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          ACCEPT ws-run-time FROM TIME.
          COMPUTE ws-now = ws-run-date * 10000 + ws-run-time / 10000.
          MOVE 0 TO offboard-new-items.
          MOVE 0 TO offboard-live-refs.
          MOVE 0 TO WS-REF-COUNT.
          MOVE 0 TO WS-WRK-COUNT.
          MOVE 0 TO ws-max-item-no.
          MOVE "N" TO ws-ref-overflow.
          MOVE "N" TO ws-worklist-changed.
          IF offboard-leaver-id IS EQUAL TO SPACES
             EXIT PROGRAM
          END-IF.
          PERFORM SCAN-REQUESTS.
          PERFORM SCAN-SUBSCRIPTIONS.
          PERFORM SCAN-QUOTAS.
          PERFORM SCAN-DISTRIBUTION.
          PERFORM SCAN-ROTA.
          MOVE WS-REF-COUNT TO offboard-live-refs.
      * A partial picture must never close items as GONE that were
      * simply past the bound.
          IF ws-ref-overflow IS EQUAL TO "Y"
             DISPLAY "OFFBOARDLIST: " offboard-leaver-id " HAS MORE "
                "THAN 200 LIVE REFERENCES, WORKLIST NOT UPDATED"
             EXIT PROGRAM
          END-IF.
          PERFORM LOAD-WORKLIST.
          IF WS-WRK-COUNT IS GREATER THAN 500
             DISPLAY "OFFBOARDLIST: OFFBOARD_WORKLIST.DAT EXCEEDS "
                "MAXIMUM OF 500 ITEMS, WORKLIST NOT UPDATED"
             EXIT PROGRAM
          END-IF.
          PERFORM CLOSE-GONE-ITEMS.
          PERFORM VARYING REF-IDX FROM 1 BY 1
             UNTIL REF-IDX IS GREATER THAN WS-REF-COUNT
             IF WS-F-LISTED(REF-IDX) IS EQUAL TO "N"
                PERFORM ADD-WORKLIST-ITEM
             END-IF
          END-PERFORM.
          IF ws-worklist-changed IS EQUAL TO "Y"
             PERFORM REWRITE-WORKLIST
          END-IF.
       EXIT PROGRAM.

      * Only a request still waiting for the window costs anything;
      * answered, failed and cancelled ones are history.
       SCAN-REQUESTS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUEUE-FILE.
          IF ws-que-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ QUEUE-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF RQ-REQUESTER IS EQUAL TO offboard-leaver-id
                         AND (RQ-STATUS IS EQUAL TO "PENDING"
                         OR RQ-STATUS IS EQUAL TO "APPROVAL")
                         MOVE "REQUEST" TO ws-ref-type
                         MOVE RQ-ID TO ws-ref-key
                         PERFORM NOTE-REFERENCE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUEUE-FILE
          END-IF.

       SCAN-SUBSCRIPTIONS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT SUBS-FILE.
          IF ws-sub-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ SUBS-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF SB-SUBSCRIBER IS EQUAL TO offboard-leaver-id
                         MOVE "SUBSCRIB" TO ws-ref-type
                         MOVE SPACES TO ws-ref-key
                         STRING SB-STREAM " " SB-KEY
                            DELIMITED BY SIZE INTO ws-ref-key
                         PERFORM NOTE-REFERENCE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SUBS-FILE
          END-IF.

       SCAN-QUOTAS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT QUOTA-FILE.
          IF ws-qta-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ QUOTA-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF QT-REQUESTER IS EQUAL TO offboard-leaver-id
                         MOVE "QUOTA" TO ws-ref-type
                         MOVE QT-REQUESTER TO ws-ref-key
                         PERFORM NOTE-REFERENCE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE QUOTA-FILE
          END-IF.

       SCAN-DISTRIBUTION.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT DIST-FILE.
          IF ws-dst-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ DIST-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF RD-RECIPIENT IS EQUAL TO offboard-leaver-id
                         MOVE "DISTRIB" TO ws-ref-type
                         MOVE RD-REPORT-NAME TO ws-ref-key
                         PERFORM NOTE-REFERENCE
                      END-IF
                END-READ
             END-PERFORM
             CLOSE DIST-FILE
          END-IF.

      * A slot that has already ended pages nobody; one running now
      * or still to come does.
       SCAN-ROTA.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT ROTA-FILE.
          IF ws-rot-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ ROTA-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF OC-OPERATOR-ID IS EQUAL TO offboard-leaver-id
                         AND OC-END-DATE IS NUMERIC
                         AND OC-END-TIME IS NUMERIC
                         COMPUTE ws-slot-end =
                            OC-END-DATE * 10000 + OC-END-TIME
                         IF ws-slot-end IS GREATER THAN ws-now
                            MOVE "ONCALL" TO ws-ref-type
                            MOVE SPACES TO ws-ref-key
                            STRING OC-START-DATE " " OC-START-TIME
                               " " OC-TIER DELIMITED BY SIZE
                               INTO ws-ref-key
                            PERFORM NOTE-REFERENCE
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ROTA-FILE
          END-IF.

      * One reference per item type and key, however many rows share
      * it (a report distributed to the leaver in two places is one
      * decision).
       NOTE-REFERENCE.
          MOVE "N" TO ws-ref-seen.
          PERFORM VARYING REF-IDX FROM 1 BY 1
             UNTIL REF-IDX IS GREATER THAN WS-REF-COUNT
             IF WS-F-TYPE(REF-IDX) IS EQUAL TO ws-ref-type
                AND WS-F-KEY(REF-IDX) IS EQUAL TO ws-ref-key
                MOVE "Y" TO ws-ref-seen
             END-IF
          END-PERFORM.
          IF ws-ref-seen IS EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          IF WS-REF-COUNT IS EQUAL TO 200
             MOVE "Y" TO ws-ref-overflow
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-REF-COUNT.
          MOVE ws-ref-type TO WS-F-TYPE(WS-REF-COUNT).
          MOVE ws-ref-key TO WS-F-KEY(WS-REF-COUNT).
          MOVE "N" TO WS-F-LISTED(WS-REF-COUNT).

      * One row past the bound is counted so the caller can refuse
      * the rewrite rather than drop the rest of the file.
       LOAD-WORKLIST.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT WORKLIST-FILE.
          IF ws-wrk-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ WORKLIST-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF WS-WRK-COUNT IS EQUAL TO 500
                         ADD 1 TO WS-WRK-COUNT
                         MOVE "Y" TO ws-scan-eof
                      ELSE
                         ADD 1 TO WS-WRK-COUNT
                         PERFORM TABLE-WORKLIST-ROW
                      END-IF
                END-READ
             END-PERFORM
             CLOSE WORKLIST-FILE
          END-IF.

       TABLE-WORKLIST-ROW.
          MOVE OW-ITEM-NO TO WS-W-ITEM-NO(WS-WRK-COUNT).
          MOVE OW-LEAVER-ID TO WS-W-LEAVER-ID(WS-WRK-COUNT).
          MOVE OW-RAISED-DATE TO WS-W-RAISED-DATE(WS-WRK-COUNT).
          MOVE OW-ITEM-TYPE TO WS-W-ITEM-TYPE(WS-WRK-COUNT).
          MOVE OW-ITEM-KEY TO WS-W-ITEM-KEY(WS-WRK-COUNT).
          MOVE OW-STATUS TO WS-W-STATUS(WS-WRK-COUNT).
          MOVE OW-SUCCESSOR-ID TO WS-W-SUCCESSOR-ID(WS-WRK-COUNT).
          MOVE OW-ACTION-DATE TO WS-W-ACTION-DATE(WS-WRK-COUNT).
          MOVE OW-ACTION-BY TO WS-W-ACTION-BY(WS-WRK-COUNT).
          IF OW-ITEM-NO IS NUMERIC
             AND OW-ITEM-NO IS GREATER THAN ws-max-item-no
             MOVE OW-ITEM-NO TO ws-max-item-no
          END-IF.

      * The leaver's OPEN items: still referenced means already
      * listed; no longer referenced means somebody dealt with it
      * outside the worklist.
       CLOSE-GONE-ITEMS.
          PERFORM VARYING WRK-IDX FROM 1 BY 1
             UNTIL WRK-IDX IS GREATER THAN WS-WRK-COUNT
             IF WS-W-LEAVER-ID(WRK-IDX) IS EQUAL TO
                offboard-leaver-id
                AND WS-W-STATUS(WRK-IDX) IS EQUAL TO "OPEN"
                MOVE "N" TO ws-ref-seen
                PERFORM VARYING REF-IDX FROM 1 BY 1
                   UNTIL REF-IDX IS GREATER THAN WS-REF-COUNT
                   IF WS-F-TYPE(REF-IDX) IS EQUAL TO
                      WS-W-ITEM-TYPE(WRK-IDX)
                      AND WS-F-KEY(REF-IDX) IS EQUAL TO
                      WS-W-ITEM-KEY(WRK-IDX)
                      MOVE "Y" TO ws-ref-seen
                      MOVE "Y" TO WS-F-LISTED(REF-IDX)
                   END-IF
                END-PERFORM
                IF ws-ref-seen IS EQUAL TO "N"
                   MOVE "GONE" TO WS-W-STATUS(WRK-IDX)
                   MOVE ws-run-date TO WS-W-ACTION-DATE(WRK-IDX)
                   MOVE "Y" TO ws-worklist-changed
                END-IF
             END-IF
          END-PERFORM.

       ADD-WORKLIST-ITEM.
          IF WS-WRK-COUNT IS EQUAL TO 500
             DISPLAY "OFFBOARDLIST: WORKLIST FULL, " WS-F-TYPE(REF-IDX)
                " " WS-F-KEY(REF-IDX) " NOT LISTED"
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO WS-WRK-COUNT.
          ADD 1 TO ws-max-item-no.
          MOVE ws-max-item-no TO WS-W-ITEM-NO(WS-WRK-COUNT).
          MOVE offboard-leaver-id TO WS-W-LEAVER-ID(WS-WRK-COUNT).
          MOVE ws-run-date TO WS-W-RAISED-DATE(WS-WRK-COUNT).
          MOVE WS-F-TYPE(REF-IDX) TO WS-W-ITEM-TYPE(WS-WRK-COUNT).
          MOVE WS-F-KEY(REF-IDX) TO WS-W-ITEM-KEY(WS-WRK-COUNT).
          MOVE "OPEN" TO WS-W-STATUS(WS-WRK-COUNT).
          MOVE SPACES TO WS-W-SUCCESSOR-ID(WS-WRK-COUNT).
          MOVE 0 TO WS-W-ACTION-DATE(WS-WRK-COUNT).
          MOVE SPACES TO WS-W-ACTION-BY(WS-WRK-COUNT).
          MOVE "Y" TO WS-F-LISTED(REF-IDX).
          MOVE "Y" TO ws-worklist-changed.
          ADD 1 TO offboard-new-items.

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

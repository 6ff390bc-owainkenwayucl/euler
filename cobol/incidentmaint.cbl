       IDENTIFICATION DIVISION.
       PROGRAM-ID. incidentmaint.
       AUTHOR. Owain Kenway.

      * Incident maintenance screen (incidents.dat, incidentrec.cpy).
      * The same root cause firing every night used to be
      * acknowledged afresh each morning on alertreview.cbl and
      * excreview.cbl with nothing joining the nights up.  A
      * signed-on SUPERVSR opens an incident here against a program
      * and condition, with a target date; records the root cause
      * and corrective action as they become known (U); walks the
      * program's still-unacknowledged alert and exception rows and
      * attaches the related ones (A); and closes the incident once
      * both the root cause and the corrective action are on it (C).
      * Attaching writes an incident_links.dat row
      * (incidentlinkrec.cpy) and acknowledges the row in the
      * incident's name (disposition INCnnnnn), so the grouped rows
      * leave the open-work lists and are tracked once, here.  While
      * the incident is OPEN, alertlog.cbl attaches new alerts for
      * its program and condition by itself.  Only one OPEN incident
      * per program and condition -- a second would never receive
      * the automatic attachments.  The header file is rewritten in
      * full after each change; the incident record itself carries
      * who opened and who closed it.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT INCIDENT-FILE
                ASSIGN TO "cobol/data/incidents.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INC-STATUS.
             SELECT INCIDENT-LINK-FILE
                ASSIGN TO "cobol/data/incident_links.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INK-STATUS.
             SELECT ALERT-FILE
                ASSIGN TO "cobol/data/alert_central.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALT-STATUS.
             SELECT ALERT-ACK-FILE
                ASSIGN TO "cobol/data/alert_acks.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AAK-STATUS.
             SELECT EXCEPTION-LOG-FILE
                ASSIGN TO "cobol/data/exception_log.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXC-STATUS.
             SELECT EXC-ACK-FILE
                ASSIGN TO "cobol/data/exception_acks.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EAK-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD INCIDENT-FILE.
             COPY "incidentrec.cpy".
          FD INCIDENT-LINK-FILE.
             COPY "incidentlinkrec.cpy".
          FD ALERT-FILE.
             COPY "alertrec.cpy".
          FD ALERT-ACK-FILE.
             01 ALERT-ACK-RECORD.
                05 AA-SOURCE            PIC X(8).
                05 AA-FILLER1           PIC X.
                05 AA-RUN-DATE          PIC 9(8).
                05 AA-FILLER2           PIC X.
                05 AA-CONDITION         PIC X(20).
                05 AA-FILLER3           PIC X.
                05 AA-RUN-ID            PIC 9(9).
                05 AA-FILLER4           PIC X.
                05 AA-OPERATOR-ID       PIC X(8).
                05 AA-FILLER5           PIC X.
                05 AA-DISPOSITION       PIC X(8).
          FD EXCEPTION-LOG-FILE.
             COPY "exceptionlogrec.cpy".
          FD EXC-ACK-FILE.
             01 EXC-ACK-RECORD.
                05 AK-PROGRAM-ID        PIC X(8).
                05 AK-FILLER1           PIC X.
                05 AK-RUN-DATE          PIC 9(8).
                05 AK-FILLER2           PIC X.
                05 AK-RUN-TIME          PIC 9(8).
                05 AK-FILLER3           PIC X.
                05 AK-CONDITION         PIC X(20).
                05 AK-FILLER4           PIC X.
                05 AK-OPERATOR-ID       PIC X(8).
                05 AK-FILLER5           PIC X.
                05 AK-DISPOSITION       PIC X(8).

          WORKING-STORAGE SECTION.
             01 ws-inc-status PIC XX.
             01 ws-ink-status PIC XX.
             01 ws-alt-status PIC XX.
             01 ws-aak-status PIC XX.
             01 ws-exc-status PIC XX.
             01 ws-eak-status PIC XX.
             01 ws-inc-eof PIC X VALUE "N".
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-operator-id PIC X(8) VALUE SPACES.
             01 ws-operator-role PIC X(8) VALUE SPACES.
             01 ws-signon-result USAGE BINARY-LONG VALUE 0.
             01 ws-signon-caller PIC X(8) VALUE "INCIDENT".
             01 ws-input-incident PIC 9(5) VALUE 0.
             01 ws-input-program PIC X(8) VALUE SPACES.
             01 ws-input-condition PIC X(20) VALUE SPACES.
             01 ws-input-target PIC 9(8) VALUE 0.
             01 ws-input-cause PIC X(60) VALUE SPACES.
             01 ws-input-action-text PIC X(60) VALUE SPACES.
             01 ws-input-action PIC X VALUE SPACES.
             01 ws-found-idx USAGE BINARY-LONG UNSIGNED.
             01 ws-next-id PIC 9(5).
             01 ws-disposition PIC X(8).
             01 ws-row-acked PIC X.
             01 ws-alert-run-id PIC 9(9).
             01 ws-stop-attach PIC X.
             01 ws-attach-answer PIC X.
             01 ws-attached-count PIC 9(5).
             01 ws-show-kind PIC X(9).
             01 ws-show-source PIC X(8).
             01 ws-show-date PIC 9(8).
             01 ws-show-time PIC 9(8).
             01 ws-show-condition PIC X(20).
             01 ws-show-run-id PIC 9(9).
      * Every incident tabled as its incidentrec.cpy image and the
      * file rewritten from the table after each change.
             01 WS-INC-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-INC-TABLE.
                05 WS-INC-ENTRY OCCURS 1 TO 500 TIMES
                      DEPENDING ON WS-INC-COUNT
                      INDEXED BY INC-IDX.
                   10 WS-I-IMAGE          PIC X(209).
                   10 WS-I-FIELDS REDEFINES WS-I-IMAGE.
                      15 WS-I-INCIDENT-ID PIC 9(5).
                      15 FILLER           PIC X.
                      15 WS-I-STATUS      PIC X(6).
                      15 FILLER           PIC X.
                      15 WS-I-PROGRAM-ID  PIC X(8).
                      15 FILLER           PIC X.
                      15 WS-I-CONDITION   PIC X(20).
                      15 FILLER           PIC X(167).
      * Acknowledgement keys, loaded afresh for each attach pass.
             01 WS-AAK-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-AAK-TABLE.
                05 WS-AAK-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-AAK-COUNT
                      INDEXED BY AAK-IDX.
                   10 WS-AK-SOURCE        PIC X(8).
                   10 WS-AK-RUN-DATE      PIC 9(8).
                   10 WS-AK-CONDITION     PIC X(20).
                   10 WS-AK-RUN-ID        PIC 9(9).
             01 WS-EAK-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-EAK-TABLE.
                05 WS-EAK-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-EAK-COUNT
                      INDEXED BY EAK-IDX.
                   10 WS-EK-PROGRAM-ID    PIC X(8).
                   10 WS-EK-RUN-DATE      PIC 9(8).
                   10 WS-EK-RUN-TIME      PIC 9(8).
                   10 WS-EK-CONDITION     PIC X(20).

          SCREEN SECTION.
          01 WS-INCIDENT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE
                "INCIDENT MAINTENANCE (ACTION X TO EXIT)".
             05 LINE 3 COL 1 VALUE "INCIDENT NUMBER (0 = NEW): ".
             05 COLUMN PLUS 1 PIC 9(5) USING ws-input-incident.
             05 LINE 4 COL 1 VALUE "PROGRAM:                   ".
             05 COLUMN PLUS 1 PIC X(8) USING ws-input-program.
             05 LINE 5 COL 1 VALUE "CONDITION:                 ".
             05 COLUMN PLUS 1 PIC X(20) USING ws-input-condition.
             05 LINE 6 COL 1 VALUE "TARGET DATE (YYYYMMDD):    ".
             05 COLUMN PLUS 1 PIC 9(8) USING ws-input-target.
             05 LINE 7 COL 1 VALUE "ROOT CAUSE:".
             05 LINE 8 COL 1 PIC X(60) USING ws-input-cause.
             05 LINE 9 COL 1 VALUE "CORRECTIVE ACTION:".
             05 LINE 10 COL 1 PIC X(60) USING ws-input-action-text.
             05 LINE 12 COL 1 VALUE
                "O = OPEN, U = UPDATE, A = ATTACH ROWS, C = CLOSE".
             05 LINE 13 COL 1 VALUE "ACTION:                    ".
             05 COLUMN PLUS 1 PIC X USING ws-input-action.
          01 WS-ATTACH-SCREEN.
             05 BLANK SCREEN.
             05 LINE 1 COL 1 VALUE "ATTACH TO INCIDENT ".
             05 COLUMN PLUS 1 PIC 9(5) FROM ws-input-incident.
             05 LINE 3 COL 1 VALUE "KIND:      ".
             05 COLUMN PLUS 1 PIC X(9) FROM ws-show-kind.
             05 LINE 4 COL 1 VALUE "SOURCE:    ".
             05 COLUMN PLUS 1 PIC X(8) FROM ws-show-source.
             05 LINE 5 COL 1 VALUE "DATE:      ".
             05 COLUMN PLUS 1 PIC 9(8) FROM ws-show-date.
             05 LINE 6 COL 1 VALUE "TIME:      ".
             05 COLUMN PLUS 1 PIC 9(8) FROM ws-show-time.
             05 LINE 7 COL 1 VALUE "CONDITION: ".
             05 COLUMN PLUS 1 PIC X(20) FROM ws-show-condition.
             05 LINE 8 COL 1 VALUE "RUN ID:    ".
             05 COLUMN PLUS 1 PIC 9(9) FROM ws-show-run-id.
             05 LINE 10 COL 1 VALUE
                "ATTACH (Y = YES, S = SKIP, X = EXIT): ".
             05 COLUMN PLUS 1 PIC X USING ws-attach-answer.

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          CALL 'signon' USING ws-operator-id, ws-operator-role,
             ws-signon-result, ws-signon-caller.
          IF ws-signon-result IS NOT EQUAL TO 0
             DISPLAY "INCIDENTMAINT: SIGN-ON FAILED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          IF ws-operator-role IS NOT EQUAL TO "SUPERVSR"
             DISPLAY "INCIDENTMAINT: ROLE " ws-operator-role
                " MAY NOT MAINTAIN INCIDENTS"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LOAD-INCIDENTS.
          PERFORM UNTIL ws-input-action IS EQUAL TO "X"
             MOVE 0 TO ws-input-incident
             MOVE SPACES TO ws-input-program
             MOVE SPACES TO ws-input-condition
             MOVE 0 TO ws-input-target
             MOVE SPACES TO ws-input-cause
             MOVE SPACES TO ws-input-action-text
             MOVE SPACES TO ws-input-action
             DISPLAY WS-INCIDENT-SCREEN
             ACCEPT WS-INCIDENT-SCREEN
             EVALUATE ws-input-action
                WHEN "O"
                WHEN "o"
                   PERFORM OPEN-INCIDENT
                WHEN "U"
                WHEN "u"
                   PERFORM UPDATE-INCIDENT
                WHEN "A"
                WHEN "a"
                   PERFORM ATTACH-ROWS
                WHEN "C"
                WHEN "c"
                   PERFORM CLOSE-INCIDENT
                WHEN "X"
                WHEN "x"
                   MOVE "X" TO ws-input-action
                WHEN OTHER
                   DISPLAY "INCIDENTMAINT: ACTION MUST BE O, U, A, "
                      "C OR X"
             END-EVALUATE
          END-PERFORM.
       STOP RUN.

       LOAD-INCIDENTS.
          OPEN INPUT INCIDENT-FILE.
          IF ws-inc-status IS EQUAL TO "00"
             PERFORM UNTIL ws-inc-eof IS EQUAL TO "Y"
                READ INCIDENT-FILE
                   AT END
                      MOVE "Y" TO ws-inc-eof
                   NOT AT END
      * An incident past the bound must never be silently dropped by
      * the rewrite; refuse instead.
                      IF WS-INC-COUNT IS EQUAL TO 500
                         DISPLAY "INCIDENTMAINT: INCIDENTS EXCEED "
                            "MAXIMUM OF 500, NOTHING REWRITTEN"
                         MOVE 8 TO RETURN-CODE
                         STOP RUN
                      END-IF
                      ADD 1 TO WS-INC-COUNT
                      MOVE INCIDENT-RECORD TO
                         WS-I-IMAGE(WS-INC-COUNT)
                END-READ
             END-PERFORM
             CLOSE INCIDENT-FILE
          END-IF.

      * Sets ws-found-idx to the OPEN incident keyed on the screen,
      * zero (with the reason shown) when there is none.
       FIND-OPEN-INCIDENT.
          MOVE 0 TO ws-found-idx.
          PERFORM VARYING INC-IDX FROM 1 BY 1
             UNTIL INC-IDX IS GREATER THAN WS-INC-COUNT
             IF WS-I-INCIDENT-ID(INC-IDX) IS EQUAL TO
                ws-input-incident
                SET ws-found-idx TO INC-IDX
             END-IF
          END-PERFORM.
          IF ws-found-idx IS EQUAL TO 0
             DISPLAY "INCIDENTMAINT: NO INCIDENT " ws-input-incident
             EXIT PARAGRAPH
          END-IF.
          IF WS-I-STATUS(ws-found-idx) IS NOT EQUAL TO "OPEN"
             DISPLAY "INCIDENTMAINT: INCIDENT " ws-input-incident
                " IS " WS-I-STATUS(ws-found-idx)
             MOVE 0 TO ws-found-idx
          END-IF.

       OPEN-INCIDENT.
          IF ws-input-incident IS NOT EQUAL TO 0
             DISPLAY "INCIDENTMAINT: LEAVE THE NUMBER 0 TO OPEN A "
                "NEW INCIDENT"
             EXIT PARAGRAPH
          END-IF.
          IF ws-input-program IS EQUAL TO SPACES
             OR ws-input-condition IS EQUAL TO SPACES
             DISPLAY "INCIDENTMAINT: PROGRAM AND CONDITION ARE "
                "REQUIRED"
             EXIT PARAGRAPH
          END-IF.
          IF FUNCTION TEST-DATE-YYYYMMDD(ws-input-target)
             IS NOT EQUAL TO 0
             OR ws-input-target IS LESS THAN ws-run-date-disp
             DISPLAY "INCIDENTMAINT: TARGET DATE MUST BE A DATE "
                "FROM TODAY ON"
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-next-id.
          PERFORM VARYING INC-IDX FROM 1 BY 1
             UNTIL INC-IDX IS GREATER THAN WS-INC-COUNT
             IF WS-I-STATUS(INC-IDX) IS EQUAL TO "OPEN"
                AND WS-I-PROGRAM-ID(INC-IDX) IS EQUAL TO
                ws-input-program
                AND WS-I-CONDITION(INC-IDX) IS EQUAL TO
                ws-input-condition
                DISPLAY "INCIDENTMAINT: INCIDENT "
                   WS-I-INCIDENT-ID(INC-IDX) " IS ALREADY OPEN "
                   "FOR " ws-input-program
                EXIT PARAGRAPH
             END-IF
             IF WS-I-INCIDENT-ID(INC-IDX) IS GREATER THAN ws-next-id
                MOVE WS-I-INCIDENT-ID(INC-IDX) TO ws-next-id
             END-IF
          END-PERFORM.
          IF WS-INC-COUNT IS EQUAL TO 500
             DISPLAY "INCIDENTMAINT: INCIDENT FILE FULL"
             EXIT PARAGRAPH
          END-IF.
          ADD 1 TO ws-next-id.
          MOVE SPACES TO INCIDENT-RECORD.
          MOVE ws-next-id TO IN-INCIDENT-ID.
          MOVE "OPEN" TO IN-STATUS.
          MOVE ws-input-program TO IN-PROGRAM-ID.
          MOVE ws-input-condition TO IN-CONDITION.
          MOVE ws-run-date TO IN-OPENED-DATE.
          MOVE ws-operator-id TO IN-OPENED-BY.
          MOVE ws-input-target TO IN-TARGET-DATE.
          MOVE 0 TO IN-CLOSED-DATE.
          MOVE ws-input-cause TO IN-ROOT-CAUSE.
          MOVE ws-input-action-text TO IN-ACTION.
          ADD 1 TO WS-INC-COUNT.
          MOVE INCIDENT-RECORD TO WS-I-IMAGE(WS-INC-COUNT).
          PERFORM REWRITE-INCIDENTS.
          DISPLAY "INCIDENTMAINT: INCIDENT " ws-next-id " OPENED FOR "
             ws-input-program " " ws-input-condition.

      * Keyed fields replace what the incident holds; fields left
      * blank keep it.
       UPDATE-INCIDENT.
          PERFORM FIND-OPEN-INCIDENT.
          IF ws-found-idx IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-I-IMAGE(ws-found-idx) TO INCIDENT-RECORD.
          IF ws-input-target IS NOT EQUAL TO 0
             IF FUNCTION TEST-DATE-YYYYMMDD(ws-input-target)
                IS NOT EQUAL TO 0
                DISPLAY "INCIDENTMAINT: TARGET DATE MUST BE "
                   "YYYYMMDD"
                EXIT PARAGRAPH
             END-IF
             MOVE ws-input-target TO IN-TARGET-DATE
          END-IF.
          IF ws-input-cause IS NOT EQUAL TO SPACES
             MOVE ws-input-cause TO IN-ROOT-CAUSE
          END-IF.
          IF ws-input-action-text IS NOT EQUAL TO SPACES
             MOVE ws-input-action-text TO IN-ACTION
          END-IF.
          MOVE INCIDENT-RECORD TO WS-I-IMAGE(ws-found-idx).
          PERFORM REWRITE-INCIDENTS.
          DISPLAY "INCIDENTMAINT: INCIDENT " ws-input-incident
             " UPDATED".

      * An incident closes only once it says what went wrong and
      * what was done about it.
       CLOSE-INCIDENT.
          PERFORM FIND-OPEN-INCIDENT.
          IF ws-found-idx IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          MOVE WS-I-IMAGE(ws-found-idx) TO INCIDENT-RECORD.
          IF ws-input-cause IS NOT EQUAL TO SPACES
             MOVE ws-input-cause TO IN-ROOT-CAUSE
          END-IF.
          IF ws-input-action-text IS NOT EQUAL TO SPACES
             MOVE ws-input-action-text TO IN-ACTION
          END-IF.
          IF IN-ROOT-CAUSE IS EQUAL TO SPACES
             OR IN-ACTION IS EQUAL TO SPACES
             DISPLAY "INCIDENTMAINT: ROOT CAUSE AND CORRECTIVE "
                "ACTION ARE REQUIRED TO CLOSE"
             EXIT PARAGRAPH
          END-IF.
          MOVE "CLOSED" TO IN-STATUS.
          MOVE ws-run-date TO IN-CLOSED-DATE.
          MOVE ws-operator-id TO IN-CLOSED-BY.
          MOVE INCIDENT-RECORD TO WS-I-IMAGE(ws-found-idx).
          PERFORM REWRITE-INCIDENTS.
          DISPLAY "INCIDENTMAINT: INCIDENT " ws-input-incident
             " CLOSED".

       REWRITE-INCIDENTS.
          OPEN OUTPUT INCIDENT-FILE.
          PERFORM VARYING INC-IDX FROM 1 BY 1
             UNTIL INC-IDX IS GREATER THAN WS-INC-COUNT
             MOVE WS-I-IMAGE(INC-IDX) TO INCIDENT-RECORD
             WRITE INCIDENT-RECORD
          END-PERFORM.
          CLOSE INCIDENT-FILE.

      * Offers every still-unacknowledged alert, then exception, row
      * from the incident's program -- any condition, since one root
      * cause often surfaces under several -- oldest first.  Each
      * attachment is written at once, so an interrupted pass keeps
      * what was already done.
       ATTACH-ROWS.
          PERFORM FIND-OPEN-INCIDENT.
          IF ws-found-idx IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO ws-disposition.
          STRING "INC" ws-input-incident DELIMITED BY SIZE
             INTO ws-disposition.
          MOVE 0 TO ws-attached-count.
          MOVE "N" TO ws-stop-attach.
          PERFORM LOAD-ALERT-ACKS.
          PERFORM LOAD-EXCEPTION-ACKS.
          PERFORM OFFER-ALERTS.
          PERFORM OFFER-EXCEPTIONS.
          DISPLAY "INCIDENTMAINT: " ws-attached-count
             " ROW(S) ATTACHED TO INCIDENT " ws-input-incident.

       LOAD-ALERT-ACKS.
          MOVE 0 TO WS-AAK-COUNT.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT ALERT-ACK-FILE.
          IF ws-aak-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ ALERT-ACK-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF WS-AAK-COUNT IS LESS THAN 1000
                         ADD 1 TO WS-AAK-COUNT
                         MOVE AA-SOURCE TO
                            WS-AK-SOURCE(WS-AAK-COUNT)
                         MOVE AA-RUN-DATE TO
                            WS-AK-RUN-DATE(WS-AAK-COUNT)
                         MOVE AA-CONDITION TO
                            WS-AK-CONDITION(WS-AAK-COUNT)
                         MOVE AA-RUN-ID TO
                            WS-AK-RUN-ID(WS-AAK-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE ALERT-ACK-FILE
          END-IF.

       LOAD-EXCEPTION-ACKS.
          MOVE 0 TO WS-EAK-COUNT.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT EXC-ACK-FILE.
          IF ws-eak-status IS EQUAL TO "00"
             PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
                READ EXC-ACK-FILE
                   AT END
                      MOVE "Y" TO ws-scan-eof
                   NOT AT END
                      IF WS-EAK-COUNT IS LESS THAN 1000
                         ADD 1 TO WS-EAK-COUNT
                         MOVE AK-PROGRAM-ID TO
                            WS-EK-PROGRAM-ID(WS-EAK-COUNT)
                         MOVE AK-RUN-DATE TO
                            WS-EK-RUN-DATE(WS-EAK-COUNT)
                         MOVE AK-RUN-TIME TO
                            WS-EK-RUN-TIME(WS-EAK-COUNT)
                         MOVE AK-CONDITION TO
                            WS-EK-CONDITION(WS-EAK-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE EXC-ACK-FILE
          END-IF.

       OFFER-ALERTS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT ALERT-FILE.
          IF ws-alt-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             OR ws-stop-attach IS EQUAL TO "Y"
             READ ALERT-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF AL-SOURCE-PROGRAM IS EQUAL TO
                      WS-I-PROGRAM-ID(ws-found-idx)
                      PERFORM CHECK-ALERT-ACKED
                      IF ws-row-acked IS EQUAL TO "N"
                         PERFORM OFFER-ONE-ALERT
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE ALERT-FILE.

       CHECK-ALERT-ACKED.
          IF AL-RUN-ID IS NUMERIC
             MOVE AL-RUN-ID TO ws-alert-run-id
          ELSE
             MOVE 0 TO ws-alert-run-id
          END-IF.
          MOVE "N" TO ws-row-acked.
          PERFORM VARYING AAK-IDX FROM 1 BY 1
             UNTIL AAK-IDX IS GREATER THAN WS-AAK-COUNT
             IF WS-AK-SOURCE(AAK-IDX) IS EQUAL TO AL-SOURCE-PROGRAM
                AND WS-AK-RUN-DATE(AAK-IDX) IS EQUAL TO AL-RUN-DATE
                AND WS-AK-CONDITION(AAK-IDX) IS EQUAL TO
                AL-CONDITION
                AND WS-AK-RUN-ID(AAK-IDX) IS EQUAL TO
                ws-alert-run-id
                MOVE "Y" TO ws-row-acked
             END-IF
          END-PERFORM.

       OFFER-ONE-ALERT.
          MOVE "ALERT" TO ws-show-kind.
          MOVE AL-SOURCE-PROGRAM TO ws-show-source.
          MOVE AL-RUN-DATE TO ws-show-date.
          MOVE 0 TO ws-show-time.
          MOVE AL-CONDITION TO ws-show-condition.
          MOVE ws-alert-run-id TO ws-show-run-id.
          PERFORM ASK-ATTACH.
          IF ws-attach-answer IS NOT EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          PERFORM WRITE-LINK.
          MOVE SPACES TO ALERT-ACK-RECORD.
          OPEN EXTEND ALERT-ACK-FILE.
          IF ws-aak-status IS NOT EQUAL TO "00"
             OPEN OUTPUT ALERT-ACK-FILE
          END-IF.
          MOVE AL-SOURCE-PROGRAM TO AA-SOURCE.
          MOVE AL-RUN-DATE TO AA-RUN-DATE.
          MOVE AL-CONDITION TO AA-CONDITION.
          MOVE ws-alert-run-id TO AA-RUN-ID.
          MOVE ws-operator-id TO AA-OPERATOR-ID.
          MOVE ws-disposition TO AA-DISPOSITION.
          WRITE ALERT-ACK-RECORD.
          CLOSE ALERT-ACK-FILE.

       OFFER-EXCEPTIONS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT EXCEPTION-LOG-FILE.
          IF ws-exc-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             OR ws-stop-attach IS EQUAL TO "Y"
             READ EXCEPTION-LOG-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF EL-PROGRAM-ID IS EQUAL TO
                      WS-I-PROGRAM-ID(ws-found-idx)
                      PERFORM CHECK-EXCEPTION-ACKED
                      IF ws-row-acked IS EQUAL TO "N"
                         PERFORM OFFER-ONE-EXCEPTION
                      END-IF
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE EXCEPTION-LOG-FILE.

       CHECK-EXCEPTION-ACKED.
          MOVE "N" TO ws-row-acked.
          PERFORM VARYING EAK-IDX FROM 1 BY 1
             UNTIL EAK-IDX IS GREATER THAN WS-EAK-COUNT
             IF WS-EK-PROGRAM-ID(EAK-IDX) IS EQUAL TO EL-PROGRAM-ID
                AND WS-EK-RUN-DATE(EAK-IDX) IS EQUAL TO EL-RUN-DATE
                AND WS-EK-RUN-TIME(EAK-IDX) IS EQUAL TO EL-RUN-TIME
                AND WS-EK-CONDITION(EAK-IDX) IS EQUAL TO
                EL-CONDITION
                MOVE "Y" TO ws-row-acked
             END-IF
          END-PERFORM.

       OFFER-ONE-EXCEPTION.
          MOVE "EXCEPTION" TO ws-show-kind.
          MOVE EL-PROGRAM-ID TO ws-show-source.
          MOVE EL-RUN-DATE TO ws-show-date.
          MOVE EL-RUN-TIME TO ws-show-time.
          MOVE EL-CONDITION TO ws-show-condition.
          IF EL-RUN-ID IS NUMERIC
             MOVE EL-RUN-ID TO ws-show-run-id
          ELSE
             MOVE 0 TO ws-show-run-id
          END-IF.
          PERFORM ASK-ATTACH.
          IF ws-attach-answer IS NOT EQUAL TO "Y"
             EXIT PARAGRAPH
          END-IF.
          PERFORM WRITE-LINK.
          MOVE SPACES TO EXC-ACK-RECORD.
          OPEN EXTEND EXC-ACK-FILE.
          IF ws-eak-status IS NOT EQUAL TO "00"
             OPEN OUTPUT EXC-ACK-FILE
          END-IF.
          MOVE EL-PROGRAM-ID TO AK-PROGRAM-ID.
          MOVE EL-RUN-DATE TO AK-RUN-DATE.
          MOVE EL-RUN-TIME TO AK-RUN-TIME.
          MOVE EL-CONDITION TO AK-CONDITION.
          MOVE ws-operator-id TO AK-OPERATOR-ID.
          MOVE ws-disposition TO AK-DISPOSITION.
          WRITE EXC-ACK-RECORD.
          CLOSE EXC-ACK-FILE.

       ASK-ATTACH.
          MOVE SPACES TO ws-attach-answer.
          DISPLAY WS-ATTACH-SCREEN.
          ACCEPT WS-ATTACH-SCREEN.
          EVALUATE ws-attach-answer
             WHEN "y"
                MOVE "Y" TO ws-attach-answer
             WHEN "X"
             WHEN "x"
                MOVE "Y" TO ws-stop-attach
                MOVE "N" TO ws-attach-answer
          END-EVALUATE.

      * The shown row joins the incident (incident_links.dat, grows
      * across every run; a failed EXTEND on the first-ever run falls
      * back to OPEN OUTPUT).
       WRITE-LINK.
          MOVE SPACES TO INCIDENT-LINK-RECORD.
          OPEN EXTEND INCIDENT-LINK-FILE.
          IF ws-ink-status IS NOT EQUAL TO "00"
             OPEN OUTPUT INCIDENT-LINK-FILE
          END-IF.
          MOVE ws-input-incident TO IK-INCIDENT-ID.
          MOVE ws-show-kind TO IK-KIND.
          MOVE ws-show-source TO IK-SOURCE.
          MOVE ws-show-date TO IK-RUN-DATE.
          MOVE ws-show-time TO IK-RUN-TIME.
          MOVE ws-show-condition TO IK-CONDITION.
          MOVE ws-show-run-id TO IK-RUN-ID.
          MOVE ws-run-date TO IK-ATTACHED-DATE.
          MOVE ws-operator-id TO IK-ATTACHED-BY.
          WRITE INCIDENT-LINK-RECORD.
          CLOSE INCIDENT-LINK-FILE.
          ADD 1 TO ws-attached-count.

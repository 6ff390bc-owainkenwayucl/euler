      * run id, and appends one row to alert_central.dat.  A
      * condition with no routing entry defaults to WARNING rather
      * than silently dropping: an unrouted alert should be seen and
      * then routed, not lost.  Each row also names the region the
      * run is in (region.dat, PROD when absent), so a test region's
      * alerts can never be mistaken for production's, and says
      * DRILL while a fault-injection drill is open there
      * (drill_card.dat FIRED), so a rehearsed failure's alerts can
      * never be mistaken for a real one's.  A production alert
      * whose source program and condition match an OPEN incident
      * (incidents.dat) is attached to it straight away -- an
      * incident_links.dat row and an acknowledgement in the
      * incident's name -- so a known, already-owned problem
      * recurring does not come back as fresh open work each night.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
                ASSIGN TO "cobol/data/alert_severity.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEV-STATUS.
             SELECT REGION-FILE
                ASSIGN TO "cobol/data/region.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RGN-STATUS.
             SELECT DRILL-CARD-FILE
                ASSIGN TO "cobol/data/drill_card.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DCD-STATUS.
             SELECT ALERT-FILE
                ASSIGN TO "cobol/data/alert_central.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALT-STATUS.
             SELECT INCIDENT-FILE
                ASSIGN TO "cobol/data/incidents.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INC-STATUS.
             SELECT INCIDENT-LINK-FILE
                ASSIGN TO "cobol/data/incident_links.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INK-STATUS.
             SELECT ALERT-ACK-FILE
                ASSIGN TO "cobol/data/alert_acks.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AAK-STATUS.

       DATA DIVISION.
          FILE SECTION.
                05 AS-CONDITION        PIC X(20).
                05 AS-FILLER1          PIC X.
                05 AS-SEVERITY         PIC X(8).
          FD REGION-FILE.
             COPY "regionrec.cpy".
          FD DRILL-CARD-FILE.
             COPY "drillcardrec.cpy".
          FD ALERT-FILE.
             COPY "alertrec.cpy".
          FD INCIDENT-FILE.
             COPY "incidentrec.cpy".
          FD INCIDENT-LINK-FILE.
             COPY "incidentlinkrec.cpy".
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

          WORKING-STORAGE SECTION.
             01 ws-sev-status PIC XX.
             01 ws-rgn-status PIC XX.
             01 ws-region PIC X(8).
             01 ws-dcd-status PIC XX.
             01 ws-alt-status PIC XX.
             01 ws-sev-eof PIC X VALUE "N".
             01 ws-severity PIC X(8).
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-runctl-action PIC X(8).
             01 ws-run-id PIC 9(9) VALUE 0.
             01 ws-inc-status PIC XX.
             01 ws-ink-status PIC XX.
             01 ws-aak-status PIC XX.
             01 ws-inc-eof PIC X.
             01 ws-incident-id PIC 9(5).

          LINKAGE SECTION.
             01 alert-source PIC X(8).
          MOVE "QUERY" TO ws-runctl-action.
          CALL 'runcontrol' USING ws-runctl-action, ws-run-id.
          MOVE ws-run-id TO AL-RUN-ID.
          PERFORM RESOLVE-REGION.
          MOVE ws-region TO AL-REGION.
          PERFORM RESOLVE-DRILL.
          WRITE ALERT-RECORD.
          PERFORM ATTACH-TO-INCIDENT.
          CLOSE ALERT-FILE.
       EXIT PROGRAM.

       RESOLVE-REGION.
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

      * A FIRED card stands until the recovery run closes it; one in
      * PROD is never acted on, so never stamps either.
       RESOLVE-DRILL.
          IF ws-region IS EQUAL TO "PROD"
             EXIT PARAGRAPH
          END-IF.
          OPEN INPUT DRILL-CARD-FILE.
          IF ws-dcd-status IS EQUAL TO "00"
             READ DRILL-CARD-FILE
                NOT AT END
                   IF DC-STATE IS EQUAL TO "FIRED"
                      MOVE "DRILL" TO AL-DRILL
                   END-IF
             END-READ
             CLOSE DRILL-CARD-FILE
          END-IF.

      * The first OPEN incident for this program and condition takes
      * the alert.  Test regions and drills never attach: an
      * incident is production's.  ALERT-RECORD still holds the row
      * just written.
       ATTACH-TO-INCIDENT.
          IF ws-region IS NOT EQUAL TO "PROD"
             OR AL-DRILL IS NOT EQUAL TO SPACES
             EXIT PARAGRAPH
          END-IF.
          MOVE 0 TO ws-incident-id.
          MOVE "N" TO ws-inc-eof.
          OPEN INPUT INCIDENT-FILE.
          IF ws-inc-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-inc-eof IS EQUAL TO "Y"
             READ INCIDENT-FILE
                AT END
                   MOVE "Y" TO ws-inc-eof
                NOT AT END
                   IF IN-STATUS IS EQUAL TO "OPEN"
                      AND IN-PROGRAM-ID IS EQUAL TO alert-source
                      AND IN-CONDITION IS EQUAL TO alert-condition
                      MOVE IN-INCIDENT-ID TO ws-incident-id
                      MOVE "Y" TO ws-inc-eof
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE INCIDENT-FILE.
          IF ws-incident-id IS EQUAL TO 0
             EXIT PARAGRAPH
          END-IF.
          MOVE SPACES TO INCIDENT-LINK-RECORD.
          OPEN EXTEND INCIDENT-LINK-FILE.
          IF ws-ink-status IS NOT EQUAL TO "00"
             OPEN OUTPUT INCIDENT-LINK-FILE
          END-IF.
          MOVE ws-incident-id TO IK-INCIDENT-ID.
          MOVE "ALERT" TO IK-KIND.
          MOVE AL-SOURCE-PROGRAM TO IK-SOURCE.
          MOVE AL-RUN-DATE TO IK-RUN-DATE.
          MOVE 0 TO IK-RUN-TIME.
          MOVE AL-CONDITION TO IK-CONDITION.
          MOVE AL-RUN-ID TO IK-RUN-ID.
          MOVE AL-RUN-DATE TO IK-ATTACHED-DATE.
          MOVE "AUTO" TO IK-ATTACHED-BY.
          WRITE INCIDENT-LINK-RECORD.
          CLOSE INCIDENT-LINK-FILE.
          MOVE SPACES TO ALERT-ACK-RECORD.
          OPEN EXTEND ALERT-ACK-FILE.
          IF ws-aak-status IS NOT EQUAL TO "00"
             OPEN OUTPUT ALERT-ACK-FILE
          END-IF.
          MOVE AL-SOURCE-PROGRAM TO AA-SOURCE.
          MOVE AL-RUN-DATE TO AA-RUN-DATE.
          MOVE AL-CONDITION TO AA-CONDITION.
          MOVE AL-RUN-ID TO AA-RUN-ID.
          MOVE "AUTO" TO AA-OPERATOR-ID.
          STRING "INC" ws-incident-id DELIMITED BY SIZE
             INTO AA-DISPOSITION.
          WRITE ALERT-ACK-RECORD.
          CLOSE ALERT-ACK-FILE.

      * Takes the first routing entry matching the condition; an
      * absent config file or unrouted condition leaves the WARNING
      * default standing.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. offboardcheck.
       AUTHOR. Owain Kenway.

      * Nightly check for live references to leavers.  The
      * offboarding list operadmin.cbl builds on DISABLE is only as
      * good as the day it was built: a rota slot keyed in a week
      * later, a request queued under a leaver's id by a script, a
      * distribution row restored from an old copy -- all of them
      * point at somebody who will never act on them.  This step
      * refreshes the list through offboardlist.cbl for every
      * operator whose OP-DISABLED flag is set (a fail-count lockout
      * is not a leaver and is left alone), so new references become
      * new OPEN items and references dealt with by hand are closed
      * GONE, then reports every item still OPEN to
      * offboard_check_report.dat and raises INACTIVE REFERENCE
      * through alertlog.cbl for each (key 1 the item number, key 2
      * the date it was raised).  The alert repeats each night until
      * a SUPERVSR reassigns or cancels the item in
      * offboardmaint.cbl.  Return code 4 while anything is open.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT OPERATOR-FILE
                ASSIGN TO "cobol/data/operators.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPR-STATUS.
             SELECT WORKLIST-FILE
                ASSIGN TO "cobol/data/offboard_worklist.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WRK-STATUS.
             SELECT REPORT-FILE
                ASSIGN TO "cobol/data/offboard_check_report.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD OPERATOR-FILE.
             COPY "operatorrec.cpy".
          FD WORKLIST-FILE.
             COPY "offboardrec.cpy".
          FD REPORT-FILE.
             01 REPORT-RECORD         PIC X(100).

          WORKING-STORAGE SECTION.
             01 ws-opr-status PIC XX.
             01 ws-wrk-status PIC XX.
             01 ws-rpt-status PIC XX.
             01 ws-scan-eof PIC X.
             01 ws-run-date USAGE BINARY-LONG UNSIGNED.
             01 ws-run-date-disp PIC 9(8).
             01 ws-leaver-count PIC 9(4) VALUE 0.
             01 ws-open-count PIC 9(6) VALUE 0.
             01 ws-offboard-new USAGE BINARY-LONG.
             01 ws-offboard-live USAGE BINARY-LONG.
             01 ws-new-total PIC 9(6) VALUE 0.
             01 ws-alert-source PIC X(8) VALUE "OFFBCHK".
             01 ws-alert-condition PIC X(20).
             01 ws-alert-key-1 PIC S9(30) USAGE COMP-3.
             01 ws-alert-key-2 PIC S9(30) USAGE COMP-3.
      * Disabled ids, gathered before any is refreshed so the
      * security file is closed again before offboardlist.cbl runs.
             01 WS-LVR-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-LVR-TABLE.
                05 WS-LVR-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-LVR-COUNT
                      INDEXED BY LVR-IDX.
                   10 WS-L-ID             PIC X(8).

       PROCEDURE DIVISION.
          ACCEPT ws-run-date FROM DATE YYYYMMDD.
          MOVE ws-run-date TO ws-run-date-disp.
          PERFORM LOAD-LEAVERS.
          PERFORM VARYING LVR-IDX FROM 1 BY 1
             UNTIL LVR-IDX IS GREATER THAN WS-LVR-COUNT
             CALL 'offboardlist' USING WS-L-ID(LVR-IDX),
                ws-offboard-new, ws-offboard-live
             ADD ws-offboard-new TO ws-new-total
          END-PERFORM.
          MOVE SPACES TO REPORT-RECORD.
          OPEN OUTPUT REPORT-FILE.
          STRING "OFFBOARDING CHECK " ws-run-date-disp
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          PERFORM REPORT-OPEN-ITEMS.
          MOVE SPACES TO REPORT-RECORD.
          STRING "LEAVERS: " ws-leaver-count " OPEN ITEMS: "
             ws-open-count " NEW TONIGHT: " ws-new-total
             DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          CLOSE REPORT-FILE.
          DISPLAY "OFFBOARDCHECK: " ws-leaver-count " LEAVER(S), "
             ws-open-count " OPEN ITEM(S), " ws-new-total " NEW".
          IF ws-open-count IS GREATER THAN 0
             MOVE 4 TO RETURN-CODE
          ELSE
             MOVE 0 TO RETURN-CODE
          END-IF.
       STOP RUN.

       LOAD-LEAVERS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT OPERATOR-FILE.
          IF ws-opr-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ OPERATOR-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF OP-DISABLED IS EQUAL TO "Y"
                      AND WS-LVR-COUNT IS LESS THAN 50
                      ADD 1 TO WS-LVR-COUNT
                      MOVE OP-ID TO WS-L-ID(WS-LVR-COUNT)
                      ADD 1 TO ws-leaver-count
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE OPERATOR-FILE.

      * Every OPEN item is reported and alerted, not just tonight's
      * new ones: an item nobody has worked is still a live
      * reference.  Items of an id that has since been re-enabled
      * through operadmin.cbl are no longer anyone's leaver work.
       REPORT-OPEN-ITEMS.
          MOVE "N" TO ws-scan-eof.
          OPEN INPUT WORKLIST-FILE.
          IF ws-wrk-status IS NOT EQUAL TO "00"
             EXIT PARAGRAPH
          END-IF.
          PERFORM UNTIL ws-scan-eof IS EQUAL TO "Y"
             READ WORKLIST-FILE
                AT END
                   MOVE "Y" TO ws-scan-eof
                NOT AT END
                   IF OW-STATUS IS EQUAL TO "OPEN"
                      SET LVR-IDX TO 1
                      SEARCH WS-LVR-ENTRY
                         WHEN WS-L-ID(LVR-IDX) IS EQUAL TO
                            OW-LEAVER-ID
                            PERFORM REPORT-ONE-ITEM
                      END-SEARCH
                   END-IF
             END-READ
          END-PERFORM.
          CLOSE WORKLIST-FILE.

       REPORT-ONE-ITEM.
          ADD 1 TO ws-open-count.
          MOVE SPACES TO REPORT-RECORD.
          STRING "INACTIVE REFERENCE " OW-ITEM-NO " " OW-LEAVER-ID
             " " OW-ITEM-TYPE " " OW-ITEM-KEY " SINCE "
             OW-RAISED-DATE DELIMITED BY SIZE INTO REPORT-RECORD.
          WRITE REPORT-RECORD.
          MOVE "INACTIVE REFERENCE" TO ws-alert-condition.
          MOVE OW-ITEM-NO TO ws-alert-key-1.
          MOVE OW-RAISED-DATE TO ws-alert-key-2.
          CALL 'alertlog' USING ws-alert-source,
             ws-alert-condition, ws-alert-key-1, ws-alert-key-2.

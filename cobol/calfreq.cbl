       IDENTIFICATION DIVISION.
       PROGRAM-ID. calfreq.
       AUTHOR. Owain Kenway.

      * Step-frequency resolver.  nightly_schedule.dat's SCH-FREQUENCY
      * started out as DALY or WKLY (Sundays), so the steps that only
      * make sense at a month or quarter boundary (monthend.cbl,
      * periodclose.cbl) were either held and released by hand or
      * run pointlessly every night.  This routine answers "is the
      * step due on this date?" for every frequency code, against
      * the business calendar (processing_calendar.dat) where the
      * code needs one, so nightly.cbl, windowforecast.cbl and
      * missedruns.cbl all agree on what was expected when:
      *
      *    DALY  -- every night;
      *    WKLY  -- Sundays (the original weekly slot; same as WSUN);
      *    WSUN, WMON, WTUE, WWED, WTHU, WFRI, WSAT
      *          -- that day of the week;
      *    FBDM  -- the first PROC day of the month;
      *    MEND  -- the last PROC day of the month;
      *    QEND  -- the last PROC day of March, June, September or
      *             December.
      *
      * The calendar codes need the calendar to cover the whole
      * month: a calendar that stops short of the month's end (or
      * starts after its first) can't prove tonight is the last (or
      * first) processing day, and the step is not due -- a missing
      * month-end run shows up in missedruns.cbl, a duplicate one
      * couldn't be taken back.  The calendar is read once per run
      * unit.  An unrecognized code is never due.

       ENVIRONMENT DIVISION.
          INPUT-OUTPUT SECTION.
          FILE-CONTROL.
             SELECT CALENDAR-FILE
                ASSIGN TO "cobol/data/processing_calendar.dat"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
          FILE SECTION.
          FD CALENDAR-FILE.
             01 CALENDAR-RECORD.
                05 CAL-DATE            PIC 9(8).
                05 CAL-FILLER1         PIC X.
                05 CAL-TYPE            PIC X(4).

          WORKING-STORAGE SECTION.
             01 ws-cal-status PIC XX.
             01 ws-cal-eof PIC X VALUE "N".
             01 ws-cal-loaded PIC X VALUE "N".
             01 ws-day-of-week USAGE BINARY-LONG UNSIGNED.
             01 ws-want-day USAGE BINARY-LONG UNSIGNED.
             01 ws-date-int USAGE BINARY-LONG UNSIGNED.
      * The date being tested, and the first and last dates of its
      * month.
             01 ws-date PIC 9(8).
             01 ws-date-parts REDEFINES ws-date.
                05 ws-date-yyyy PIC 9(4).
                05 ws-date-mm PIC 9(2).
                05 ws-date-dd PIC 9(2).
             01 ws-month-first PIC 9(8).
             01 ws-month-last PIC 9(8).
             01 ws-next-month PIC 9(8).
             01 ws-next-month-parts REDEFINES ws-next-month.
                05 ws-next-yyyy PIC 9(4).
                05 ws-next-mm PIC 9(2).
                05 ws-next-dd PIC 9(2).
             01 ws-is-proc PIC X.
             01 ws-other-proc PIC X.
             01 ws-has-first PIC X.
             01 ws-has-last PIC X.
             01 WS-CAL-COUNT USAGE BINARY-LONG UNSIGNED VALUE 0.
             01 WS-CAL-TABLE.
                05 WS-CAL-ENTRY OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WS-CAL-COUNT
                      INDEXED BY CAL-IDX.
                   10 WS-C-DATE           PIC 9(8).
                   10 WS-C-TYPE           PIC X(4).

          LINKAGE SECTION.
             01 freq-code PIC X(4).
             01 freq-date PIC 9(8).
             01 freq-due PIC X.

       PROCEDURE DIVISION USING freq-code, freq-date, freq-due.
          MOVE "N" TO freq-due.
          MOVE freq-date TO ws-date.
          COMPUTE ws-date-int = FUNCTION INTEGER-OF-DATE(ws-date).
          COMPUTE ws-day-of-week = FUNCTION MOD(ws-date-int, 7).
          EVALUATE freq-code
             WHEN "DALY"
                MOVE "Y" TO freq-due
             WHEN "WKLY"
             WHEN "WSUN"
                MOVE 0 TO ws-want-day
                PERFORM CHECK-WEEKDAY
             WHEN "WMON"
                MOVE 1 TO ws-want-day
                PERFORM CHECK-WEEKDAY
             WHEN "WTUE"
                MOVE 2 TO ws-want-day
                PERFORM CHECK-WEEKDAY
             WHEN "WWED"
                MOVE 3 TO ws-want-day
                PERFORM CHECK-WEEKDAY
             WHEN "WTHU"
                MOVE 4 TO ws-want-day
                PERFORM CHECK-WEEKDAY
             WHEN "WFRI"
                MOVE 5 TO ws-want-day
                PERFORM CHECK-WEEKDAY
             WHEN "WSAT"
                MOVE 6 TO ws-want-day
                PERFORM CHECK-WEEKDAY
             WHEN "FBDM"
                PERFORM SCAN-MONTH
                IF ws-is-proc IS EQUAL TO "Y"
                   AND ws-has-first IS EQUAL TO "Y"
                   AND ws-other-proc IS EQUAL TO "N"
                   MOVE "Y" TO freq-due
                END-IF
             WHEN "MEND"
                PERFORM SCAN-MONTH
                IF ws-is-proc IS EQUAL TO "Y"
                   AND ws-has-last IS EQUAL TO "Y"
                   AND ws-other-proc IS EQUAL TO "N"
                   MOVE "Y" TO freq-due
                END-IF
             WHEN "QEND"
                IF ws-date-mm IS EQUAL TO 3
                   OR ws-date-mm IS EQUAL TO 6
                   OR ws-date-mm IS EQUAL TO 9
                   OR ws-date-mm IS EQUAL TO 12
                   PERFORM SCAN-MONTH
                   IF ws-is-proc IS EQUAL TO "Y"
                      AND ws-has-last IS EQUAL TO "Y"
                      AND ws-other-proc IS EQUAL TO "N"
                      MOVE "Y" TO freq-due
                   END-IF
                END-IF
          END-EVALUATE.
       EXIT PROGRAM.

      * Day 1 of FUNCTION INTEGER-OF-DATE (1601-01-01) was a Monday,
      * so MOD 7 gives 0 for Sunday -- the same reckoning nightly.cbl
      * has always used for WKLY.
       CHECK-WEEKDAY.
          IF ws-day-of-week IS EQUAL TO ws-want-day
             MOVE "Y" TO freq-due
          END-IF.

      * Walks the calendar for the tested date's month.  For FBDM the
      * "other" PROC days that matter are the earlier ones, for MEND
      * and QEND the later ones; ws-other-proc collects whichever the
      * frequency asks about.  ws-has-first / ws-has-last record
      * whether the calendar covers the month's first and last day.
       SCAN-MONTH.
          IF ws-cal-loaded IS EQUAL TO "N"
             PERFORM LOAD-CALENDAR
          END-IF.
          MOVE ws-date TO ws-month-first.
          MOVE "01" TO ws-month-first(7:2).
          MOVE ws-month-first TO ws-next-month.
          IF ws-next-mm IS EQUAL TO 12
             ADD 1 TO ws-next-yyyy
             MOVE 1 TO ws-next-mm
          ELSE
             ADD 1 TO ws-next-mm
          END-IF.
          COMPUTE ws-month-last = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(ws-next-month) - 1).
          MOVE "N" TO ws-is-proc.
          MOVE "N" TO ws-other-proc.
          MOVE "N" TO ws-has-first.
          MOVE "N" TO ws-has-last.
          PERFORM VARYING CAL-IDX FROM 1 BY 1
             UNTIL CAL-IDX IS GREATER THAN WS-CAL-COUNT
             IF WS-C-DATE(CAL-IDX) IS EQUAL TO ws-month-first
                MOVE "Y" TO ws-has-first
             END-IF
             IF WS-C-DATE(CAL-IDX) IS EQUAL TO ws-month-last
                MOVE "Y" TO ws-has-last
             END-IF
             IF WS-C-TYPE(CAL-IDX) IS EQUAL TO "PROC"
                IF WS-C-DATE(CAL-IDX) IS EQUAL TO ws-date
                   MOVE "Y" TO ws-is-proc
                END-IF
                IF freq-code IS EQUAL TO "FBDM"
                   AND WS-C-DATE(CAL-IDX) IS NOT LESS THAN
                      ws-month-first
                   AND WS-C-DATE(CAL-IDX) IS LESS THAN ws-date
                   MOVE "Y" TO ws-other-proc
                END-IF
                IF freq-code IS NOT EQUAL TO "FBDM"
                   AND WS-C-DATE(CAL-IDX) IS GREATER THAN ws-date
                   AND WS-C-DATE(CAL-IDX) IS NOT GREATER THAN
                      ws-month-last
                   MOVE "Y" TO ws-other-proc
                END-IF
             END-IF
          END-PERFORM.

      * A missing calendar leaves the table empty, so no calendar
      * code is ever due.
       LOAD-CALENDAR.
          MOVE "Y" TO ws-cal-loaded.
          OPEN INPUT CALENDAR-FILE.
          IF ws-cal-status IS EQUAL TO "00"
             PERFORM UNTIL ws-cal-eof IS EQUAL TO "Y"
                READ CALENDAR-FILE
                   AT END
                      MOVE "Y" TO ws-cal-eof
                   NOT AT END
                      IF WS-CAL-COUNT IS LESS THAN 1000
                         ADD 1 TO WS-CAL-COUNT
                         MOVE CAL-DATE TO WS-C-DATE(WS-CAL-COUNT)
                         MOVE CAL-TYPE TO WS-C-TYPE(WS-CAL-COUNT)
                      END-IF
                END-READ
             END-PERFORM
             CLOSE CALENDAR-FILE
          END-IF.

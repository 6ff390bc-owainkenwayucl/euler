       IDENTIFICATION DIVISION.
       PROGRAM-ID. leaseclock.
       AUTHOR. Owain Kenway.

      * Segment-lease clock shared by the partitioned workers
      * (SOLUTN1 on mult_segments.dat, SOLUTN3 on pf_segments.dat)
      * and their merge steps.  A lease is stamped on the segment
      * record as a plain YYYYMMDDHHMMSS wall-clock value, so ops can
      * read it off the control file and the programs can compare
      * two stamps as numbers:
      *
      *    CALL 'leaseclock' USING lease-minutes (9(4)),
      *       lease-now (9(14)), lease-until (9(14)):
      *    lease-now is the current stamp, lease-until the stamp
      *    lease-minutes from now (equal to lease-now for 0).
      *
      * The arithmetic goes through FUNCTION INTEGER-OF-DATE, the
      * same day count nightly.cbl's clock uses, so a lease taken
      * before midnight expires correctly after it.

       DATA DIVISION.
          WORKING-STORAGE SECTION.
             01 ws-now-date PIC 9(8).
             01 ws-now-time PIC 9(8).
             01 ws-now-time-parts REDEFINES ws-now-time.
                05 ws-now-hh PIC 9(2).
                05 ws-now-mm PIC 9(2).
                05 ws-now-ss PIC 9(2).
                05 ws-now-cc PIC 9(2).
             01 ws-secs PIC 9(12).
             01 ws-day-no PIC 9(7).
             01 ws-day-secs PIC 9(5).
             01 ws-until-date PIC 9(8).
             01 ws-until-hh PIC 9(2).
             01 ws-until-mm PIC 9(2).
             01 ws-until-ss PIC 9(2).

          LINKAGE SECTION.
             01 lease-minutes PIC 9(4).
             01 lease-now PIC 9(14).
             01 lease-until PIC 9(14).

       PROCEDURE DIVISION USING lease-minutes, lease-now,
             lease-until.
          ACCEPT ws-now-date FROM DATE YYYYMMDD.
          ACCEPT ws-now-time FROM TIME.
          COMPUTE lease-now = ws-now-date * 1000000
             + ws-now-hh * 10000 + ws-now-mm * 100 + ws-now-ss.
          COMPUTE ws-secs =
             FUNCTION INTEGER-OF-DATE(ws-now-date) * 86400
             + ws-now-hh * 3600 + ws-now-mm * 60 + ws-now-ss
             + lease-minutes * 60.
          COMPUTE ws-day-no = ws-secs / 86400.
          COMPUTE ws-until-date = FUNCTION DATE-OF-INTEGER(ws-day-no).
          COMPUTE ws-day-secs = FUNCTION MOD(ws-secs, 86400).
          COMPUTE ws-until-hh = ws-day-secs / 3600.
          COMPUTE ws-until-mm =
             FUNCTION MOD(ws-day-secs, 3600) / 60.
          COMPUTE ws-until-ss = FUNCTION MOD(ws-day-secs, 60).
          COMPUTE lease-until = ws-until-date * 1000000
             + ws-until-hh * 10000 + ws-until-mm * 100 + ws-until-ss.
       EXIT PROGRAM.

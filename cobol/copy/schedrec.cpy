      * release steps by editing the schedule file the same way they
      * already edit thresholds.dat -- instead of every change to the
      * overnight chain being a code change to nightly.cbl's PROCEDURE
      * DIVISION.  SCH-FREQUENCY is DALY, WKLY (Sundays), a weekday
      * (WMON .. WSUN), or a calendar code resolved against
      * processing_calendar.dat -- FBDM (first processing day of the
      * month), MEND (last processing day of the month) or QEND (last
      * processing day of a quarter); calfreq.cbl is the one place
      * the codes are defined.  SCH-HOLD Y parks a step without
      * deleting its record; SCH-MAX-CC is the highest condition code
      * this step can end with and still be treated as a clean
      * predecessor -- a step that ends above it is failed, and every
      * step that depends on it is reported as BYPASSED rather than
      * run against half-written files.
       01 SCHEDULE-RECORD.
          05 SCH-PROGRAM-ID         PIC X(8).
          05 SCH-FILLER1            PIC X.
      * the schedule and ended within its own SCH-MAX-CC, and
      * ctlvalidate.cbl rejects a schedule whose declared
      * dependencies are out of order or circular -- so a reorder
      * mistake is caught at validation, not at 3am.  A step with
      * declared prerequisites is launched as soon as all of them
      * have ended cleanly, alongside whatever else is running (up
      * to the limit in nightly_concurrency.dat).  Blank entries
      * (and records from before the columns existed) declare no
      * prerequisites: the step waits for every step above it to
      * finish, as the chain always ran.
          05 SCH-PREREQ-ENTRY OCCURS 3 TIMES.
             10 SCH-PREREQ          PIC X(8).
             10 SCH-FILLER6         PIC X.
          05 SCH-RETRY-MAX          PIC 9(2).
          05 SCH-FILLER7            PIC X.
          05 SCH-RETRY-DELAY        PIC 9(4).
      * Launch condition: the step runs only when its condition holds
      * at the moment it would otherwise be launched, and is reported
      * CONDSKIP with the reason when it doesn't -- distinct from
      * HELD (ops parked it), NOTDUE (not its night) and BYPASSED
      * (something it depends on failed).  SCH-COND-TYPE is
      *    EXST  the data file SCH-COND-TARGET (under cobol/data)
      *          exists,
      *    NEMP  that file exists and is not empty,
      *    RC    the earlier step SCH-COND-TARGET ended tonight with
      *          a condition code that compares SCH-COND-OPERATOR
      *          (EQ NE GT GE LT LE) against SCH-COND-VALUE --
      *          the step waits for it to finish, and is not
      *          bypassed by its failure, since a failure is often
      *          exactly what the condition is looking for;
      * blank (and records from before the columns existed) means
      * the step is unconditional.  ctlvalidate.cbl rejects an
      * unknown type or operator, and an RC condition that names no
      * earlier step.
          05 SCH-FILLER8            PIC X.
          05 SCH-COND-TYPE          PIC X(4).
          05 SCH-FILLER9            PIC X.
          05 SCH-COND-TARGET        PIC X(30).
          05 SCH-FILLER10           PIC X.
          05 SCH-COND-OPERATOR      PIC X(2).
          05 SCH-FILLER11           PIC X.
          05 SCH-COND-VALUE         PIC 9(4).

      *  counter forward per its CTL-ROLLOVER-RULE.  A missing        *
      *  parameter file means a daily run, so the nightly schedule    *
      *  needs no parameter member at all.                            *
      *  Once the shop calendar (CALFILE) is in place the calendar    *
      *  decides the mode and the period, and the run mode here is    *
      *  only taken under PRM-CALENDAR-OVERRIDE Y - which also lets   *
      *  the run go ahead on a date the calendar says is not a        *
      *  business day (a catch-up period end, an unscheduled close).  *
      *****************************************************************
       01  RUN-PARAMETER-RECORD.
           05  PRM-RUN-MODE            PIC X(6).
      *        2026Y for a year end - stamped onto every archive
      *        record written by the period-end processing.
           05  PRM-PERIOD-ID           PIC X(6).
           05  PRM-CALENDAR-OVERRIDE   PIC X.
               88  PRM-OVERRIDE-CALENDAR       VALUE "Y".

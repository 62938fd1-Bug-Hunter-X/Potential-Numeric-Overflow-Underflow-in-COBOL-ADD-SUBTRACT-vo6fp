      *****************************************************************
      *  RTAREC.cpy                                                   *
      *  Retention archive record (RETENTION-ARCHIVE-FILE, RTNARCH).  *
      *  Every record HISTRTN takes off an online history file is     *
      *  written here first, tagged with the date of the retention    *
      *  run and the history file it came from, the original record   *
      *  image unchanged behind them.  The scheduler catalogs each    *
      *  run's RTNARCH as a dated offline generation; restoring a     *
      *  file is a filter on RTA-FILE-NAME appended back in front of  *
      *  the online file (JRNFILE behind it - newest run first).      *
      *****************************************************************
       01  RETENTION-ARCHIVE-RECORD.
           05  RTA-ARCHIVE-DATE        PIC 9(8).
           05  RTA-FILE-NAME           PIC X(8).
      *        Sized to the longest history record - MAINT-AUDIT-
      *        RECORD; shorter images are space-filled.
           05  RTA-RECORD-IMAGE        PIC X(193).

      *****************************************************************
      *  BKOREC.cpy                                                   *
      *  Backout run list record (BACKOUT-RUN-FILE, BKORUNS).  One    *
      *  record per CNTRUPD run to be backed out, named by the run    *
      *  date and run id it stamped on the position history.  When    *
      *  more than one run is listed they must be the newest runs on  *
      *  file; CNTRBKO takes them off newest first whatever order     *
      *  they are listed in.                                          *
      *****************************************************************
       01  BACKOUT-RUN-RECORD.
           05  BKO-RUN-DATE            PIC 9(8).
           05  BKO-RUN-ID              PIC X(8).

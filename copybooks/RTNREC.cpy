      *****************************************************************
      *  RTNREC.cpy                                                   *
      *  Retention policy record (RETENTION-POLICY-FILE, RTNPOL).     *
      *  One record per history file HISTRTN may purge, giving how    *
      *  many months of it stay online.  The file name must be one    *
      *  of the history files HISTRTN knows - AUDFILE, ADJFILE,       *
      *  POSHIST, ARCFILE, MNTAUDIT, DENFILE, RJCFILE (closed         *
      *  entries only), JRNFILE or HLDHIST; anything else, a zero or  *
      *  non-numeric period, or a file named twice refuses the whole  *
      *  run.  A history file with no record here is kept whole.      *
      *  The POSHIST period is also the oldest date POSINQ is still   *
      *  expected to answer - the run in force on that date is kept.  *
      *****************************************************************
       01  RETENTION-POLICY-RECORD.
           05  RTN-FILE-NAME           PIC X(8).
           05  RTN-KEEP-MONTHS         PIC 9(3).

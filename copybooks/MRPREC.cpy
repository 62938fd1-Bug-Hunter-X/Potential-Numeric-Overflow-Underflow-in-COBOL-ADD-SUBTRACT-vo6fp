      *****************************************************************
      *  MRPREC.cpy                                                   *
      *  Maintenance audit report parameter record (MNTRPT parameter  *
      *  file, MNTPARM).  One record selecting what MNTRPT reports:   *
      *  an inclusive maintenance-date range (zeros = open-ended),    *
      *  optionally one key - a counter-id or a reason code, as it    *
      *  appears in MNT-COUNTER-ID - and optionally one operator id.  *
      *  A non-zero as-of date switches the report to as-of mode:     *
      *  the control file and reason-code master are printed as they  *
      *  stood at the end of that date, narrowed to the key when one  *
      *  is given; the date range and operator do not apply there.    *
      *  A missing parameter file reports the whole log.              *
      *****************************************************************
       01  MAINT-REPORT-PARAMETER-RECORD.
           05  MRP-FROM-DATE           PIC 9(8).
           05  MRP-TO-DATE             PIC 9(8).
           05  MRP-KEY                 PIC X(10).
           05  MRP-USER-ID             PIC X(8).
           05  MRP-AS-OF-DATE          PIC 9(8).

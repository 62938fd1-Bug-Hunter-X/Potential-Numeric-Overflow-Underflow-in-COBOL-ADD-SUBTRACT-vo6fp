      *  (RC 16 - the run did not complete).  The job's return code   *
      *  is the highest severity recorded.  Job-level conditions     *
      *  that belong to no one counter carry *JOB in the counter-id. *
      *  The shop-calendar conditions are all *JOB: CAL-NBUS (run     *
      *  date not a business day - refused), PEND-MIS (a calendar     *
      *  period end passed with no period-end run), PRM-IGNR (keyed   *
      *  run mode overruled by the calendar), CAL-MISS / CAL-ERR /    *
      *  CAL-STAL (calendar missing, records skipped, or no period    *
      *  end left on it).                                             *
      *****************************************************************
       01  RUN-STATUS-RECORD.
           05  STA-RUN-DATE            PIC 9(8).
               88  STA-MASTER-OUT-OF-BAL       VALUE "MST-OOB ".
               88  STA-CONTROL-TABLE-FULL      VALUE "CTL-FULL".
               88  STA-SUBSCRIBER-DROPPED      VALUE "SUB-DROP".
               88  STA-REVERSAL-REFUSED        VALUE "REV-FAIL".
               88  STA-TRANSFER-HELD           VALUE "XFR-HELD".
               88  STA-NOT-BUSINESS-DAY        VALUE "CAL-NBUS".
               88  STA-PERIOD-END-MISSED       VALUE "PEND-MIS".
               88  STA-KEYED-MODE-IGNORED      VALUE "PRM-IGNR".
               88  STA-CALENDAR-MISSING        VALUE "CAL-MISS".
               88  STA-CALENDAR-RECORD-ERR     VALUE "CAL-ERR ".
               88  STA-CALENDAR-STALE          VALUE "CAL-STAL".
           05  STA-SEVERITY            PIC X.
               88  STA-SEV-WARNING             VALUE "W".
               88  STA-SEV-ERROR               VALUE "E".

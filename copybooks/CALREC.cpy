      *****************************************************************
      *  CALREC.cpy                                                   *
      *  Shop calendar record (SHOP-CALENDAR-FILE, CALFILE).  The     *
      *  calendar lists only the dates that differ from the plain     *
      *  rule - Monday to Friday is a business day, Saturday and      *
      *  Sunday are not - plus every period-end date:                 *
      *    H  holiday: a day the shop is closed for a holiday         *
      *    W  closed: any other non-business day listed explicitly    *
      *    B  business day: a weekend the shop opens, or a period     *
      *       end (a period-end date must be a business day)          *
      *  CAL-PERIOD-END Y marks the business day the period closes    *
      *  on; CAL-PERIOD-ID is the period that run closes, stamped     *
      *  onto every archive record.  CNTRUPD takes its run mode from  *
      *  here, TRANEDIT refuses movements dated on a holiday, and     *
      *  REJAGE, CAPFCST and the suspense aging count business days   *
      *  by it.  Records are kept in date order, one per date.        *
      *****************************************************************
       01  SHOP-CALENDAR-RECORD.
           05  CAL-DATE                PIC 9(8).
           05  CAL-DAY-TYPE            PIC X.
               88  CAL-BUSINESS-DAY            VALUE "B".
               88  CAL-HOLIDAY                 VALUE "H".
               88  CAL-CLOSED-DAY              VALUE "W".
           05  CAL-PERIOD-END          PIC X.
               88  CAL-IS-PERIOD-END           VALUE "Y".
           05  CAL-PERIOD-ID           PIC X(6).
           05  CAL-DESCRIPTION         PIC X(20).

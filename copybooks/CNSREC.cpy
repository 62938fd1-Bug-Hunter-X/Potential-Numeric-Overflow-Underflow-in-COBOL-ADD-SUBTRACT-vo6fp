      *****************************************************************
      *  CNSREC.cpy                                                   *
      *  Consolidation mapping record (CONSOLIDATION-MAP-FILE).  One  *
      *  record per counter being retired: the old counter-id, the    *
      *  surviving counter its balances and open items fold into,     *
      *  and the effective date of the merge.  CNTRCNS applies every  *
      *  row whose effective date has arrived and lists the rest as   *
      *  not yet effective, so a branch merger can be loaded ahead    *
      *  of the weekend it happens and simply left on the file.       *
      *****************************************************************
       01  CONSOLIDATION-MAP-RECORD.
           05  CNS-OLD-COUNTER-ID      PIC X(10).
           05  CNS-SURVIVOR-ID         PIC X(10).
           05  CNS-EFFECTIVE-DATE      PIC 9(8).

      *  totals per source system through TRANEDIT's rejects,         *
      *  CNTRUPD's suspense and audit events, to what reached the     *
      *  counters, so a short feed is caught the same night.          *
      *  Lines TRANMRG held as duplicate suspects are not in these    *
      *  totals; a suspect released later arrives as its own          *
      *  one-movement record under its source on the merge run that  *
      *  takes it into the combined file.                             *
      *****************************************************************
       01  SOURCE-CONTROL-RECORD.
           05  SCT-SOURCE-SYSTEM       PIC X(3).

      *  to the pending-approval file.  Zero (or blank, on control    *
      *  files written before the limit existed) means no approval    *
      *  step for the counter.                                        *
      *  A counter folded into another by the consolidation run       *
      *  (CNTRCNS) stays on the file marked retired (CTL-STATUS R),   *
      *  with CTL-FORWARD-TO-ID naming the surviving counter and      *
      *  CTL-RETIRED-DATE the effective date of the merge, so late    *
      *  movements keyed to the old id are re-routed and the history  *
      *  reports can join the predecessor's records to the survivor.  *
      *  A forwarding pointer always names a live counter - a later   *
      *  merge of the survivor re-points it.  Blank status (control   *
      *  files written before the field existed) means active.        *
      *****************************************************************
       01  CONTROL-RECORD.
           05  CTL-COUNTER-ID          PIC X(10).
               88  CTL-ROLL-PERCENT            VALUE "P".
           05  CTL-ROLLOVER-PCT        PIC 9(3).
           05  CTL-ADJ-APPROVAL-LIMIT  PIC 9(5).
           05  CTL-STATUS              PIC X.
               88  CTL-ACTIVE                  VALUE "A" " ".
               88  CTL-RETIRED                 VALUE "R".
           05  CTL-FORWARD-TO-ID       PIC X(10).
           05  CTL-RETIRED-DATE        PIC 9(8).

      *****************************************************************
      *  HLDREC.cpy                                                   *
      *  Held-item history record (HELD-ITEM-HISTORY, HLDHIST).       *
      *  SUSNEW and PNDNEW are renamed over SUSFILE and PNDFILE after *
      *  every run, so the suspense and pending-approval items a run  *
      *  started from are gone once it has committed.  CNTRUPD        *
      *  appends them here at end of job - one SUS record per         *
      *  SUSFILE record and one PND record per PNDFILE record, each   *
      *  carrying the full input image - followed by one RUN marker   *
      *  with the counts, stamped with the run date and run id the    *
      *  position history carries.  The marker says the set is        *
      *  complete: a run with no marker has nothing recorded here.    *
      *  CNTRBKO puts the items back from here when it backs a run    *
      *  out.                                                         *
      *****************************************************************
       01  HELD-ITEM-HISTORY-RECORD.
           05  HLD-RUN-DATE            PIC 9(8).
           05  HLD-RUN-ID              PIC X(8).
           05  HLD-REC-TYPE            PIC X(3).
               88  HLD-IS-SUSPENSE             VALUE "SUS".
               88  HLD-IS-PENDING              VALUE "PND".
               88  HLD-IS-RUN-MARKER           VALUE "RUN".
           05  HLD-IMAGE               PIC X(79).
           05  HLD-RUN-COUNTS REDEFINES HLD-IMAGE.
               10  HLD-SUS-COUNT           PIC 9(8).
               10  HLD-PND-COUNT           PIC 9(8).
               10  FILLER                  PIC X(63).

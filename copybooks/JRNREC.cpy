      *****************************************************************
      *  JRNREC.cpy                                                   *
      *  Posting journal record layout (POSTING-JOURNAL-IN / -OUT).   *
      *  One record per movement CNTRUPD actually applied to a        *
      *  counter - never one that was backed out, diverted for        *
      *  approval or refused.  JRN-TRAN-DATE and JRN-TRAN-KEY are     *
      *  the run date and TRAN-KEY the movement was taken in under    *
      *  (a suspense or approved repost keeps the date it was first   *
      *  held on), the pair a REV record names; JRN-POST-DATE and     *
      *  JRN-RUN-ID are the run that actually posted it.              *
      *  JRN-AMOUNT is the signed effect on the counter.              *
      *  A REV posting carries the original it reversed in            *
      *  JRN-REF-DATE/JRN-REF-KEY; the original is marked R and       *
      *  points back at the reversal through the same two fields,     *
      *  so the pair can be traced from either end.                   *
      *  CNTRUPD writes JRNNEW newest run first: this run's postings, *
      *  then the carried history, and the scheduler renames it over  *
      *  JRNFILE for the next run.                                    *
      *****************************************************************
       01  POSTING-JOURNAL-RECORD.
           05  JRN-TRAN-DATE           PIC 9(8).
           05  JRN-TRAN-KEY            PIC 9(8).
           05  JRN-POST-DATE           PIC 9(8).
           05  JRN-RUN-ID              PIC X(8).
           05  JRN-COUNTER-ID          PIC X(10).
           05  JRN-OPERATION           PIC X(3).
           05  JRN-AMOUNT              PIC S9(5)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  JRN-SOURCE-SYSTEM       PIC X(3).
           05  JRN-EFFECTIVE-DATE      PIC 9(8).
           05  JRN-STATUS              PIC X.
               88  JRN-POSTED                  VALUE "P".
               88  JRN-REVERSED                VALUE "R".
           05  JRN-REF-DATE            PIC 9(8).
           05  JRN-REF-KEY             PIC 9(8).

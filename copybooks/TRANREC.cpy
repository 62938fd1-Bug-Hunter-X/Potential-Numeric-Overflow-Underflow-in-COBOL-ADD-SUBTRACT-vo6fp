      *  movement came from (stamped by the merge front-end, e.g.     *
      *  TLR/ATM/BKO) and is carried through to the audit records so  *
      *  an incident can be traced to the feed that caused it.        *
      *  A REV record reverses one earlier posting, named by the run  *
      *  date and TRAN-KEY it was taken in under: the original key    *
      *  rides in TRAN-REV-ORIG-KEY (over TRAN-USER-ID) and the       *
      *  original run date in TRAN-EFFECTIVE-DATE, so the reversal    *
      *  restates the day the original posting belongs to.  The       *
      *  feed leaves the amount blank - TRANEDIT fills TRAN-AMOUNT    *
      *  and TRAN-ADJ-SIGN from the posting journal with the exact    *
      *  inverse of what was posted, and CNTRUPD applies it as a      *
      *  signed movement.  TRAN-REASON-CODE may name why.             *
      *  An XFR record moves TRAN-AMOUNT from TRAN-COUNTER-ID to      *
      *  TRAN-XFR-TO-COUNTER (over the reason/sign/user bytes).       *
      *  CNTRUPD posts both legs or neither.                          *
      *  TRAN-EFFECTIVE-DATE is the business date the movement        *
      *  belongs to: a date before the run date is a back-dated       *
      *  correction and goes through CNTRUPD's restatement path,      *
               88  TRAN-OP-ADD                 VALUE "ADD".
               88  TRAN-OP-SUB                 VALUE "SUB".
               88  TRAN-OP-ADJ                 VALUE "ADJ".
               88  TRAN-OP-REV                 VALUE "REV".
               88  TRAN-OP-XFR                 VALUE "XFR".
           05  TRAN-AMOUNT             PIC 9(5).
           05  TRAN-ADJ-FIELDS.
               10  TRAN-REASON-CODE    PIC X(4).
               10  TRAN-ADJ-SIGN       PIC X.
               10  TRAN-USER-ID        PIC X(8).
           05  TRAN-REV-FIELDS REDEFINES TRAN-ADJ-FIELDS.
               10  FILLER              PIC X(5).
               10  TRAN-REV-ORIG-KEY   PIC 9(8).
           05  TRAN-XFR-FIELDS REDEFINES TRAN-ADJ-FIELDS.
               10  TRAN-XFR-TO-COUNTER PIC X(10).
               10  FILLER              PIC X(3).
           05  TRAN-SOURCE-SYSTEM      PIC X(3).
           05  TRAN-EFFECTIVE-DATE     PIC 9(8).

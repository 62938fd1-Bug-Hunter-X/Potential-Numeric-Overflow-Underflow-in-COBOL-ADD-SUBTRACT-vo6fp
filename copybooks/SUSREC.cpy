      *  lets it post.  SUS-FIRST-DATE and SUS-AGE-COUNT track how    *
      *  long the movement has been held so anything stuck past the   *
      *  aging limit is called out on the balancing report.           *
      *  A held REV keeps the original key it reverses in             *
      *  SUS-REV-ORIG-KEY, exactly as TRANREC carries it; a held XFR  *
      *  keeps both legs in the one record, its to-counter in         *
      *  SUS-XFR-TO-COUNTER.                                          *
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUS-TRAN-KEY            PIC 9(8).
           05  SUS-COUNTER-ID          PIC X(10).
           05  SUS-OPERATION           PIC X(3).
           05  SUS-AMOUNT              PIC 9(5).
           05  SUS-ADJ-FIELDS.
               10  SUS-REASON-CODE     PIC X(4).
               10  SUS-ADJ-SIGN        PIC X.
               10  SUS-USER-ID         PIC X(8).
           05  SUS-REV-FIELDS REDEFINES SUS-ADJ-FIELDS.
               10  FILLER              PIC X(5).
               10  SUS-REV-ORIG-KEY    PIC 9(8).
           05  SUS-XFR-FIELDS REDEFINES SUS-ADJ-FIELDS.
               10  SUS-XFR-TO-COUNTER  PIC X(10).
               10  FILLER              PIC X(3).
           05  SUS-FIRST-DATE          PIC 9(8).
           05  SUS-AGE-COUNT           PIC 9(3).
           05  SUS-SOURCE-SYSTEM       PIC X(3).

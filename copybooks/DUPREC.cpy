      *****************************************************************
      *  DUPREC.cpy                                                   *
      *  Duplicate-suspect record (DUPLICATE-SUSPECT-IN / -OUT).  A   *
      *  feed detail that exactly repeats a movement already merged   *
      *  from the same source inside the duplicate window is held     *
      *  here by TRANMRG instead of going into the combined file.     *
      *  DUP-DETAIL is the detail as delivered (a blank effective     *
      *  date posts as of DUP-FEED-DATE on release);                  *
      *  DUP-PRIOR-FEED-DATE is the feed it repeats.                  *
      *  Operations review the open items through CNTRMNT's F         *
      *  command: a release or a drop stamps the operator's id and    *
      *  the decision date.  The next TRANMRG run merges released     *
      *  items into the combined file under fresh keys, discards      *
      *  dropped ones, and carries still-open items forward on        *
      *  DUPNEW with the night's new suspects - the PNDNEW rename     *
      *  convention.                                                  *
      *****************************************************************
       01  DUPLICATE-SUSPECT-RECORD.
           05  DUP-STATUS              PIC X.
               88  DUP-SUSPECT                 VALUE "S".
               88  DUP-RELEASED                VALUE "R".
               88  DUP-DROPPED                 VALUE "D".
           05  DUP-SOURCE-SYSTEM       PIC X(3).
           05  DUP-FEED-DATE           PIC 9(8).
           05  DUP-DETAIL.
               10  DUP-COUNTER-ID      PIC X(10).
               10  DUP-OPERATION       PIC X(3).
               10  DUP-AMOUNT          PIC 9(5).
               10  DUP-REASON-CODE     PIC X(4).
               10  DUP-ADJ-SIGN        PIC X.
               10  DUP-USER-ID         PIC X(8).
               10  DUP-EFFECTIVE-DATE  PIC 9(8).
           05  DUP-PRIOR-FEED-DATE     PIC 9(8).
           05  DUP-DECIDED-BY          PIC X(8).
           05  DUP-DECISION-DATE       PIC 9(8).

      *****************************************************************
      *  MVHREC.cpy                                                   *
      *  Movement history record (MOVEMENT-HISTORY-IN / -OUT).  One   *
      *  record per detail movement TRANMRG merged into the combined  *
      *  file: its source system, the feed date it arrived under, and *
      *  the detail image exactly as delivered - a blank effective    *
      *  date stays blank.  A new detail whose source and image       *
      *  exactly repeat one of these is held as a duplicate suspect   *
      *  instead of being merged.  The image is not dated from the    *
      *  header, so undated teller and ATM lines resent under a later *
      *  feed date are still caught.  TRANMRG writes                  *
      *  MVHNEW with only the entries still inside the duplicate      *
      *  window, plus the night's merged movements, for the scheduler *
      *  to rename over MVHFILE.                                      *
      *****************************************************************
       01  MOVEMENT-HISTORY-RECORD.
           05  MVH-SOURCE-SYSTEM       PIC X(3).
           05  MVH-FEED-DATE           PIC 9(8).
           05  MVH-DETAIL.
               10  MVH-COUNTER-ID      PIC X(10).
               10  MVH-OPERATION       PIC X(3).
               10  MVH-AMOUNT          PIC 9(5).
               10  MVH-REASON-CODE     PIC X(4).
               10  MVH-ADJ-SIGN        PIC X.
               10  MVH-USER-ID         PIC X(8).
               10  MVH-EFFECTIVE-DATE  PIC 9(8).

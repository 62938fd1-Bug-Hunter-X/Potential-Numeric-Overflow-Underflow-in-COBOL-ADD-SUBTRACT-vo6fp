      *****************************************************************
      *  FRCREC.cpy                                                   *
      *  Feed receipt history record (FEED-RECEIPT-IN / -OUT).  One   *
      *  record per upstream feed TRANMRG has accepted: the source    *
      *  system and feed date from the header, the run date it was    *
      *  received on, the movement count and amount control totals    *
      *  the trailer proved, how many of its details were held as     *
      *  duplicate suspects, and a content fingerprint - a running    *
      *  remainder hash over every detail record image in delivery    *
      *  order.  TRANMRG refuses a feed whose source and feed date are*
      *  already on file, or whose fingerprint and count match a feed *
      *  already received, so a resent file cannot post twice.        *
      *  TRANMRG writes FRCNEW - the history carried forward plus the *
      *  night's accepted feeds - for the scheduler to rename over    *
      *  FRCFILE, the MSTNEW/SUSNEW convention.                       *
      *****************************************************************
       01  FEED-RECEIPT-RECORD.
           05  FRC-SOURCE-SYSTEM       PIC X(3).
           05  FRC-FEED-DATE           PIC 9(8).
           05  FRC-RECEIPT-DATE        PIC 9(8).
           05  FRC-MOVEMENT-COUNT      PIC 9(8).
           05  FRC-ADD-TOTAL           PIC 9(10).
           05  FRC-SUB-TOTAL           PIC 9(10).
           05  FRC-ADJ-NET             PIC S9(10)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FRC-FINGERPRINT         PIC 9(9).
           05  FRC-HELD-COUNT          PIC 9(8).

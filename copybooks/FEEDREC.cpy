      *         assigns the single ascending TRAN-KEY sequence.       *
      *         FEED-EFFECTIVE-DATE is the business date the          *
      *         movement belongs to; blank or zero defaults to the    *
      *         feed's header date.  A REV detail names the entry it  *
      *         reverses: the original TRAN-KEY in FEED-USER-ID and   *
      *         the original run date in FEED-EFFECTIVE-DATE, amount  *
      *         left blank for TRANEDIT to fill from the journal.     *
      *         An XFR detail moves FEED-AMOUNT from FEED-COUNTER-ID  *
      *         to the counter keyed from FEED-REASON-CODE onward     *
      *         (ten bytes over reason, sign and user)                *
      *    TRL  record count and amount control totals the feed       *
      *         claims it wrote - the add and subtract amounts and    *
      *         the net signed adjustment - every one proved against  *

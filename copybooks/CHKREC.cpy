      *  Written periodically as a full snapshot: one HDR record      *
      *  carrying the last-processed transaction key, one CTR record  *
      *  per active counter and its current value, then one SUS /    *
      *  AUD / ADJ / PND / JRN record per suspense, audit,            *
      *  adjustment-audit, pending-approval and posting-journal       *
      *  record this run has written so far, each carrying the full   *
      *  output record image.                                         *
      *  On restart the snapshot is loaded back before transactions   *
      *  are re-read, so already-applied transactions are skipped,    *
      *  and SUSNEW / AUDFILE / ADJFILE / PNDNEW / JRNNEW are         *
      *  rewritten from the snapshot images rather than appended to:  *
      *  anything the aborted execution wrote after its last          *
      *  checkpoint will be written again when those transactions     *
      *  re-apply, so an append would hold (and later post) the same  *
      *  movement twice and double-count the audit events the         *
      *  reconciliation nets out.                                     *
      *  The CTR record also carries each counter's true run-start    *
      *  value and its running totals/overflow count, so a restarted  *
      *  run's balancing report reflects the whole day, not just the  *
               88  CHK-IS-AUDIT                VALUE "AUD".
               88  CHK-IS-ADJ-AUDIT            VALUE "ADJ".
               88  CHK-IS-PENDING              VALUE "PND".
               88  CHK-IS-JOURNAL              VALUE "JRN".
               88  CHK-IS-END-OF-JOB           VALUE "EOJ".
           05  CHK-LAST-TRAN-KEY       PIC 9(8).
           05  CHK-CTR-DETAIL.
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  CHK-CTR-OVERFLOW-COUNT  PIC 9(4).
               10  CHK-CTR-NEAR-CAP-FLAG   PIC 9.
               10  CHK-CTR-TOTAL-XFR-IN    PIC S9(15)
                       SIGN IS TRAILING SEPARATE CHARACTER.
               10  CHK-CTR-TOTAL-XFR-OUT   PIC S9(15)
                       SIGN IS TRAILING SEPARATE CHARACTER.
      *        Alternate view for the file-image snapshot records:
      *        the written output record's image, padded with
      *        spaces.  The longest image (ADJUSTMENT-AUDIT-RECORD,
      *        87 bytes) fits inside the counter detail area.
           05  CHK-FILE-IMAGE REDEFINES CHK-CTR-DETAIL.
               10  CHK-IMAGE-DATA          PIC X(87).
               10  FILLER                  PIC X(40).

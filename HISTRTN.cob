       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTRTN.
       AUTHOR. OPERATIONS-BATCH.
      *****************************************************************
      *  HISTRTN                                                      *
      *  History retention run.  The history files - AUDFILE,         *
      *  ADJFILE, POSHIST, ARCFILE, MNTAUDIT, DENFILE, the closed     *
      *  entries on RJCFILE, the posting journal JRNFILE and the      *
      *  held-item history HLDHIST - are only ever added to, and      *
      *  POSINQ, AUDRPT and ARCRPT read them from the start of time   *
      *  on every run.  Driven by the retention policy file RTNPOL    *
      *  (one keep period in months per history file), this run       *
      *  copies every record older than its file's keep period to     *
      *  the dated offline archive RTNARCH and rewrites the online    *
      *  file without it under its NEW name                           *
      *  (AUDNEW, ADJNEW, PHSNEW, ARCNEW, MNTNEW, DENNEW, RJCNEW,     *
      *  JRNNEW, HLDNEW) for the scheduler to rename - the CNTRUPD    *
      *  convention.  A file with no policy record is copied whole.   *
      *  The rules that keep a purge safe:                            *
      *    - a record's age is its run date (or, for files without    *
      *      runs, its log, decision or closing date), never its      *
      *      effective date, so every record of one run is kept or    *
      *      archived together - a run is never split                 *
      *    - the newest run on each file is always kept, whatever     *
      *      the policy says, so this run's AUDFILE that CNTRRCN and  *
      *      SRCBAL prove against, and the journal TRANEDIT matches   *
      *      REVs against, are never touched                          *
      *    - POSHIST keeps, besides its keep period, the last run on  *
      *      or before the start of it: POSINQ answers a date from    *
      *      the latest run at or before that date, so the oldest     *
      *      date it is expected to answer still has its run online   *
      *    - HLDHIST keeps at least every run POSHIST keeps, so any   *
      *      run CNTRBKO can find to back out still has the held      *
      *      items it started from                                    *
      *    - an open RJCFILE entry, or a record whose date cannot be  *
      *      read, is never archived                                  *
      *    - the run refuses, with return code 16 and nothing         *
      *      written, when a policy record is in error, when          *
      *      CHKFILE holds an interrupted CNTRUPD run's restart       *
      *      point, or when any of its NEW files is already on line   *
      *      waiting to be renamed - run it between cycles            *
      *  The control report RTNRPT shows per file the records read,   *
      *  kept and archived; each file must read the same count on     *
      *  both passes, read must equal kept plus archived, kept must   *
      *  equal what was written online and archived what was          *
      *  written offline, and the archive must hold the total         *
      *  archived.  A total that does not balance ends with return    *
      *  code 8 - do not rename the NEW files.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENTION-POLICY-FILE ASSIGN TO "RTNPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.

           SELECT AUDIT-OUT ASSIGN TO "AUDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-FILE-STATUS.

           SELECT ADJUSTMENT-AUDIT-FILE ASSIGN TO "ADJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT ADJUSTMENT-AUDIT-OUT ASSIGN TO "ADJNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJNEW-FILE-STATUS.

           SELECT POSITION-HISTORY-FILE ASSIGN TO "POSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT POSITION-HISTORY-OUT ASSIGN TO "PHSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHSNEW-FILE-STATUS.

           SELECT PERIOD-ARCHIVE-FILE ASSIGN TO "ARCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT PERIOD-ARCHIVE-OUT ASSIGN TO "ARCNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCNEW-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT MAINT-AUDIT-OUT ASSIGN TO "MNTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTNEW-FILE-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "DENFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FILE-STATUS.

           SELECT DENIAL-OUT ASSIGN TO "DENNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENNEW-FILE-STATUS.

           SELECT REJECT-CONTROL-IN ASSIGN TO "RJCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJC-FILE-STATUS.

           SELECT REJECT-CONTROL-OUT ASSIGN TO "RJCNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCNEW-FILE-STATUS.

           SELECT POSTING-JOURNAL-IN ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT POSTING-JOURNAL-OUT ASSIGN TO "JRNNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNNEW-FILE-STATUS.

           SELECT HELD-ITEM-HISTORY ASSIGN TO "HLDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT HELD-ITEM-HISTORY-OUT ASSIGN TO "HLDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDNEW-FILE-STATUS.

           SELECT RETENTION-ARCHIVE-FILE ASSIGN TO "RTNARCH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETENTION-POLICY-FILE
           RECORDING MODE IS F.
           COPY RTNREC.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY CHKREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDREC.

       FD  AUDIT-OUT
           RECORDING MODE IS F.
       01  AUDIT-OUT-RECORD            PIC X(82).

       FD  ADJUSTMENT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY ADJREC.

       FD  ADJUSTMENT-AUDIT-OUT
           RECORDING MODE IS F.
       01  ADJUSTMENT-AUDIT-OUT-RECORD PIC X(87).

       FD  POSITION-HISTORY-FILE
           RECORDING MODE IS F.
           COPY PHSREC.

       FD  POSITION-HISTORY-OUT
           RECORDING MODE IS F.
       01  POSITION-HISTORY-OUT-RECORD PIC X(110).

       FD  PERIOD-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY ARCREC.

       FD  PERIOD-ARCHIVE-OUT
           RECORDING MODE IS F.
       01  PERIOD-ARCHIVE-OUT-RECORD   PIC X(92).

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY MNTREC.

       FD  MAINT-AUDIT-OUT
           RECORDING MODE IS F.
       01  MAINT-AUDIT-OUT-RECORD      PIC X(193).

      *    DENFILE carries the denied pending-approval records back
      *    to their raisers, in the pending-approval layout.
       FD  DENIAL-FILE
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  DENIAL-OUT
           RECORDING MODE IS F.
       01  DENIAL-OUT-RECORD           PIC X(79).

       FD  REJECT-CONTROL-IN
           RECORDING MODE IS F.
           COPY RJCREC.

       FD  REJECT-CONTROL-OUT
           RECORDING MODE IS F.
       01  REJECT-CONTROL-OUT-RECORD   PIC X(50).

       FD  POSTING-JOURNAL-IN
           RECORDING MODE IS F.
           COPY JRNREC.

       FD  POSTING-JOURNAL-OUT
           RECORDING MODE IS F.
       01  POSTING-JOURNAL-OUT-RECORD  PIC X(79).

       FD  HELD-ITEM-HISTORY
           RECORDING MODE IS F.
           COPY HLDREC.

       FD  HELD-ITEM-HISTORY-OUT
           RECORDING MODE IS F.
       01  HELD-ITEM-HISTORY-OUT-RECORD PIC X(98).

       FD  RETENTION-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY RTAREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RTN-FILE-STATUS          PIC XX.
       01  WS-CHK-FILE-STATUS          PIC XX.
       01  WS-AUD-FILE-STATUS          PIC XX.
       01  WS-AUDNEW-FILE-STATUS       PIC XX.
       01  WS-ADJ-FILE-STATUS          PIC XX.
       01  WS-ADJNEW-FILE-STATUS       PIC XX.
       01  WS-PHS-FILE-STATUS          PIC XX.
       01  WS-PHSNEW-FILE-STATUS       PIC XX.
       01  WS-ARC-FILE-STATUS          PIC XX.
       01  WS-ARCNEW-FILE-STATUS       PIC XX.
       01  WS-MNT-FILE-STATUS          PIC XX.
       01  WS-MNTNEW-FILE-STATUS       PIC XX.
       01  WS-DEN-FILE-STATUS          PIC XX.
       01  WS-DENNEW-FILE-STATUS       PIC XX.
       01  WS-RJC-FILE-STATUS          PIC XX.
       01  WS-RJCNEW-FILE-STATUS       PIC XX.
       01  WS-JRN-FILE-STATUS          PIC XX.
       01  WS-JRNNEW-FILE-STATUS       PIC XX.
       01  WS-HLD-FILE-STATUS          PIC XX.
       01  WS-HLDNEW-FILE-STATUS       PIC XX.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-DATE-YYYYMMDD PIC 9(8).
           05  WS-CURRENT-DATE-PARTS REDEFINES
                   WS-CURRENT-DATE-YYYYMMDD.
               10  WS-CURRENT-YEAR      PIC 9(4).
               10  WS-CURRENT-MONTH     PIC 9(2).
               10  WS-CURRENT-DAY       PIC 9(2).
           05  WS-CURRENT-TIME-HHMMSS  PIC 9(6).
           05  FILLER                  PIC X(7).

      *    Scan pass (S) finds each file's newest run and, for
      *    POSHIST, the run POSINQ still needs; purge pass (P)
      *    writes the NEW files and the archive.
       01  WS-PASS-SWITCH              PIC X VALUE "S".
           88  WS-SCAN-PASS                 VALUE "S".
           88  WS-PURGE-PASS                VALUE "P".

      *    The history files this run may purge, in report order.
      *    The subscripts are fixed: 1 AUDFILE, 2 ADJFILE,
      *    3 POSHIST, 4 ARCFILE, 5 MNTAUDIT, 6 DENFILE, 7 RJCFILE,
      *    8 JRNFILE, 9 HLDHIST.
       01  WS-FILE-NAME-VALUES.
           05  FILLER  PIC X(16) VALUE "AUDFILE AUDNEW  ".
           05  FILLER  PIC X(16) VALUE "ADJFILE ADJNEW  ".
           05  FILLER  PIC X(16) VALUE "POSHIST PHSNEW  ".
           05  FILLER  PIC X(16) VALUE "ARCFILE ARCNEW  ".
           05  FILLER  PIC X(16) VALUE "MNTAUDITMNTNEW  ".
           05  FILLER  PIC X(16) VALUE "DENFILE DENNEW  ".
           05  FILLER  PIC X(16) VALUE "RJCFILE RJCNEW  ".
           05  FILLER  PIC X(16) VALUE "JRNFILE JRNNEW  ".
           05  FILLER  PIC X(16) VALUE "HLDHIST HLDNEW  ".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME-PAIR OCCURS 9 TIMES.
               10  WS-FILE-NAME-INIT       PIC X(8).
               10  WS-FILE-NEW-NAME-INIT   PIC X(8).
       01  WS-PHS-SUB                  PIC 9(2) VALUE 3.
       01  WS-RJC-SUB                  PIC 9(2) VALUE 7.
       01  WS-HLD-SUB                  PIC 9(2) VALUE 9.

       01  WS-FILE-TABLE.
           05  WS-FIL-ENTRY OCCURS 9 TIMES
                   INDEXED BY WS-FIL-IDX.
               10  WS-FIL-NAME             PIC X(8).
               10  WS-FIL-NEW-NAME         PIC X(8).
               10  WS-FIL-POLICY-SWITCH    PIC X.
                   88  WS-FIL-HAS-POLICY        VALUE "Y".
               10  WS-FIL-PRESENT-SWITCH   PIC X.
                   88  WS-FIL-ON-LINE           VALUE "Y".
               10  WS-FIL-KEEP-MONTHS      PIC 9(3).
      *            First date kept under the policy, and the first
      *            date actually kept once the newest run and
      *            POSINQ's run are protected.
               10  WS-FIL-POLICY-CUTOFF    PIC 9(8).
               10  WS-FIL-CUTOFF           PIC 9(8).
               10  WS-FIL-NEWEST-DATE      PIC 9(8).
               10  WS-FIL-POSINQ-DATE      PIC 9(8).
               10  WS-FIL-SCAN-COUNT       PIC 9(8).
               10  WS-FIL-READ-COUNT       PIC 9(8).
               10  WS-FIL-KEPT-COUNT       PIC 9(8).
               10  WS-FIL-ARCHIVED-COUNT   PIC 9(8).
               10  WS-FIL-WRITTEN-COUNT    PIC 9(8).
               10  WS-FIL-ARCH-WRITTEN     PIC 9(8).
               10  WS-FIL-UNDATED-COUNT    PIC 9(8).
               10  WS-FIL-NOTE             PIC X(40).
       01  WS-FILE-SUB                 PIC 9(2).

      *    The record in hand, as the common paragraphs see it.
       01  WS-UNIT-DATE-X              PIC X(8).
       01  WS-UNIT-DATE REDEFINES WS-UNIT-DATE-X
                                       PIC 9(8).
       01  WS-ELIGIBLE-SWITCH          PIC X.
           88  WS-RECORD-ELIGIBLE           VALUE "Y".
       01  WS-KEEP-SWITCH              PIC X.
           88  WS-KEEP-RECORD               VALUE "Y".
       01  WS-RECORD-IMAGE             PIC X(193).

      *    Policy validation.
       01  WS-POLICY-ERROR-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-POLICY-READ-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-POLICY-MESSAGE           PIC X(50).
       01  WS-REFUSAL-COUNT            PIC 9(4) VALUE ZERO.

      *    Keep-period arithmetic: months counted from year zero.
       01  WS-MONTH-NUMBER             PIC 9(6).
       01  WS-CUTOFF-YEAR              PIC 9(4).
       01  WS-CUTOFF-MONTH             PIC 9(2).
       01  WS-CUTOFF-DAY               PIC 9(2).
       01  WS-MONTH-LAST-DAY           PIC 9(2).
       01  WS-MONTH-FIRST-DATE         PIC 9(8).
       01  WS-NEXT-MONTH-DATE          PIC 9(8).

      *    Control totals.
       01  WS-TOTAL-READ               PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-KEPT               PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-ARCHIVED           PIC 9(9) VALUE ZERO.
       01  WS-ARCHIVE-WRITTEN          PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-UNDATED            PIC 9(9) VALUE ZERO.
       01  WS-BREAK-COUNT              PIC 9(4) VALUE ZERO.

       01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
       01  WS-COUNT-EDIT-2             PIC ZZZZZZZ9.
       01  WS-COUNT-EDIT-3             PIC ZZZZZZZ9.
       01  WS-TOTAL-EDIT               PIC ZZZZZZZZ9.
       01  WS-MONTHS-EDIT              PIC ZZ9.
       01  WS-MONTHS-TEXT REDEFINES WS-MONTHS-EDIT
                                       PIC X(3).
       01  WS-CUTOFF-EDIT              PIC X(8).
       01  WS-NEWEST-EDIT              PIC X(8).

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
           PERFORM 1100-INITIALIZE
           PERFORM 1150-CHECK-RUN-STATE
           PERFORM 1200-LOAD-POLICY
           IF WS-POLICY-ERROR-COUNT > ZERO OR WS-REFUSAL-COUNT > ZERO
               PERFORM 6900-REPORT-REFUSAL
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-SCAN-PASS TO TRUE
           PERFORM 3000-PASS-HISTORY-FILES
           PERFORM 2600-SET-EFFECTIVE-CUTOFFS
           SET WS-PURGE-PASS TO TRUE
           OPEN OUTPUT RETENTION-ARCHIVE-FILE
           PERFORM 3000-PASS-HISTORY-FILES
           CLOSE RETENTION-ARCHIVE-FILE
           PERFORM 6500-REPORT-CONTROL-TOTALS
           PERFORM 1300-TERMINATE
           STOP RUN.

       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 9
               INITIALIZE WS-FIL-ENTRY(WS-FIL-IDX)
               MOVE WS-FILE-NAME-INIT(WS-FIL-IDX)
                   TO WS-FIL-NAME(WS-FIL-IDX)
               MOVE WS-FILE-NEW-NAME-INIT(WS-FIL-IDX)
                   TO WS-FIL-NEW-NAME(WS-FIL-IDX)
               MOVE "N" TO WS-FIL-POLICY-SWITCH(WS-FIL-IDX)
               MOVE "N" TO WS-FIL-PRESENT-SWITCH(WS-FIL-IDX)
           END-PERFORM
           OPEN OUTPUT REPORT-FILE
           PERFORM 6000-WRITE-HEADING.

      *    Nothing is purged underneath a cycle still in flight: a
      *    CHKFILE that is not the end-of-job marker is a CNTRUPD
      *    run waiting to restart, and a NEW file already on line
      *    is an update - ours or CNTRUPD's, TRANEDIT's or
      *    CNTRCNS's - the scheduler has not renamed yet.
       1150-CHECK-RUN-STATE.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHK-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END MOVE "EOJ" TO CHK-REC-TYPE
               END-READ
               IF NOT CHK-IS-END-OF-JOB
                   ADD 1 TO WS-REFUSAL-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "CHKFILE holds an interrupted CNTRUPD "
                          "run's restart point - finish that run "
                          "first"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           OPEN INPUT AUDIT-OUT
           IF WS-AUDNEW-FILE-STATUS = "00"
               CLOSE AUDIT-OUT
               MOVE 1 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT ADJUSTMENT-AUDIT-OUT
           IF WS-ADJNEW-FILE-STATUS = "00"
               CLOSE ADJUSTMENT-AUDIT-OUT
               MOVE 2 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT POSITION-HISTORY-OUT
           IF WS-PHSNEW-FILE-STATUS = "00"
               CLOSE POSITION-HISTORY-OUT
               MOVE 3 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT PERIOD-ARCHIVE-OUT
           IF WS-ARCNEW-FILE-STATUS = "00"
               CLOSE PERIOD-ARCHIVE-OUT
               MOVE 4 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT MAINT-AUDIT-OUT
           IF WS-MNTNEW-FILE-STATUS = "00"
               CLOSE MAINT-AUDIT-OUT
               MOVE 5 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT DENIAL-OUT
           IF WS-DENNEW-FILE-STATUS = "00"
               CLOSE DENIAL-OUT
               MOVE 6 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT REJECT-CONTROL-OUT
           IF WS-RJCNEW-FILE-STATUS = "00"
               CLOSE REJECT-CONTROL-OUT
               MOVE 7 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT POSTING-JOURNAL-OUT
           IF WS-JRNNEW-FILE-STATUS = "00"
               CLOSE POSTING-JOURNAL-OUT
               MOVE 8 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT HELD-ITEM-HISTORY-OUT
           IF WS-HLDNEW-FILE-STATUS = "00"
               CLOSE HELD-ITEM-HISTORY-OUT
               MOVE 9 TO WS-FILE-SUB
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           IF WS-REFUSAL-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       1160-REPORT-PENDING-RENAME.
           ADD 1 TO WS-REFUSAL-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING WS-FIL-NEW-NAME(WS-FILE-SUB)
                  " is on line and not yet renamed over "
                  WS-FIL-NAME(WS-FILE-SUB)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       1200-LOAD-POLICY.
           OPEN INPUT RETENTION-POLICY-FILE
           IF WS-RTN-FILE-STATUS NOT = "00"
               ADD 1 TO WS-POLICY-ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE "No retention policy file - nothing to apply"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "POLICY     File     Months Disposition"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-SWITCH
           READ RETENTION-POLICY-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-POLICY-READ-COUNT
               PERFORM 1210-VALIDATE-POLICY-ROW
               MOVE SPACES TO REPORT-LINE
               STRING "           " RTN-FILE-NAME " "
                      RTN-KEEP-MONTHS "    " WS-POLICY-MESSAGE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               READ RETENTION-POLICY-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE RETENTION-POLICY-FILE
           IF WS-POLICY-READ-COUNT = ZERO
               ADD 1 TO WS-POLICY-ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               MOVE "  (no policy records)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       1210-VALIDATE-POLICY-ROW.
           MOVE SPACES TO WS-POLICY-MESSAGE
           SET WS-FIL-IDX TO 1
           SEARCH WS-FIL-ENTRY
               AT END
                   MOVE "ERROR - not a history file this run purges"
                       TO WS-POLICY-MESSAGE
               WHEN WS-FIL-NAME(WS-FIL-IDX) = RTN-FILE-NAME
                   CONTINUE
           END-SEARCH
           EVALUATE TRUE
               WHEN WS-POLICY-MESSAGE NOT = SPACES
                   CONTINUE
               WHEN RTN-KEEP-MONTHS NOT NUMERIC
                   MOVE "ERROR - keep period not numeric"
                       TO WS-POLICY-MESSAGE
               WHEN RTN-KEEP-MONTHS = ZERO
                   MOVE "ERROR - keep period must be at least a month"
                       TO WS-POLICY-MESSAGE
               WHEN WS-FIL-HAS-POLICY(WS-FIL-IDX)
                   MOVE "ERROR - file named more than once"
                       TO WS-POLICY-MESSAGE
           END-EVALUATE
           IF WS-POLICY-MESSAGE NOT = SPACES
               ADD 1 TO WS-POLICY-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FIL-POLICY-SWITCH(WS-FIL-IDX)
           MOVE RTN-KEEP-MONTHS TO WS-FIL-KEEP-MONTHS(WS-FIL-IDX)
           PERFORM 1250-COMPUTE-POLICY-CUTOFF
           MOVE SPACES TO WS-POLICY-MESSAGE
           STRING "records before " WS-FIL-POLICY-CUTOFF(WS-FIL-IDX)
                  " expire"
                  DELIMITED BY SIZE INTO WS-POLICY-MESSAGE.

      *    The keep period counts back whole calendar months from
      *    today; a day past the end of the shorter month (the 31st
      *    back into a 30-day month) falls on that month's last day.
       1250-COMPUTE-POLICY-CUTOFF.
           COMPUTE WS-MONTH-NUMBER =
               WS-CURRENT-YEAR * 12 + WS-CURRENT-MONTH - 1
               - WS-FIL-KEEP-MONTHS(WS-FIL-IDX)
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-YEAR REMAINDER WS-CUTOFF-MONTH
           ADD 1 TO WS-CUTOFF-MONTH
           COMPUTE WS-MONTH-FIRST-DATE =
               WS-CUTOFF-YEAR * 10000 + WS-CUTOFF-MONTH * 100 + 1
           IF WS-CUTOFF-MONTH = 12
               MOVE 31 TO WS-MONTH-LAST-DAY
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE = WS-MONTH-FIRST-DATE + 100
               COMPUTE WS-MONTH-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-DATE)
           END-IF
           MOVE WS-CURRENT-DAY TO WS-CUTOFF-DAY
           IF WS-CUTOFF-DAY > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-CUTOFF-DAY
           END-IF
           COMPUTE WS-FIL-POLICY-CUTOFF(WS-FIL-IDX) =
               WS-CUTOFF-YEAR * 10000 + WS-CUTOFF-MONTH * 100
               + WS-CUTOFF-DAY.

      *    After the scan: the date each file is actually cut at.
      *    No policy cuts nothing.  The newest run is kept whatever
      *    the policy says, and POSHIST keeps back to the last run
      *    on or before its policy date so POSINQ can still answer
      *    that date.  HLDHIST is then cut no later than POSHIST:
      *    CNTRBKO backs out a run it finds on POSHIST from the
      *    held items HLDHIST recorded for it.
       2600-SET-EFFECTIVE-CUTOFFS.
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 9
               MOVE ZERO TO WS-FIL-CUTOFF(WS-FIL-IDX)
               EVALUATE TRUE
                   WHEN NOT WS-FIL-ON-LINE(WS-FIL-IDX)
                       MOVE "not on line - nothing to do"
                           TO WS-FIL-NOTE(WS-FIL-IDX)
                   WHEN NOT WS-FIL-HAS-POLICY(WS-FIL-IDX)
                       MOVE "no policy - kept whole"
                           TO WS-FIL-NOTE(WS-FIL-IDX)
                   WHEN OTHER
                       MOVE WS-FIL-POLICY-CUTOFF(WS-FIL-IDX)
                           TO WS-FIL-CUTOFF(WS-FIL-IDX)
                       IF WS-FIL-IDX = WS-PHS-SUB
                          AND WS-FIL-POSINQ-DATE(WS-FIL-IDX) > ZERO
                          AND WS-FIL-POSINQ-DATE(WS-FIL-IDX)
                              < WS-FIL-CUTOFF(WS-FIL-IDX)
                           MOVE WS-FIL-POSINQ-DATE(WS-FIL-IDX)
                               TO WS-FIL-CUTOFF(WS-FIL-IDX)
                           MOVE "run POSINQ needs for the oldest date"
                               TO WS-FIL-NOTE(WS-FIL-IDX)
                       END-IF
                       IF WS-FIL-NEWEST-DATE(WS-FIL-IDX) > ZERO
                          AND WS-FIL-NEWEST-DATE(WS-FIL-IDX)
                              < WS-FIL-CUTOFF(WS-FIL-IDX)
                           MOVE WS-FIL-NEWEST-DATE(WS-FIL-IDX)
                               TO WS-FIL-CUTOFF(WS-FIL-IDX)
                           MOVE "newest run kept"
                               TO WS-FIL-NOTE(WS-FIL-IDX)
                       END-IF
                       IF WS-FIL-IDX = WS-HLD-SUB
                          AND WS-FIL-ON-LINE(WS-PHS-SUB)
                          AND WS-FIL-CUTOFF(WS-PHS-SUB)
                              < WS-FIL-CUTOFF(WS-FIL-IDX)
                           MOVE WS-FIL-CUTOFF(WS-PHS-SUB)
                               TO WS-FIL-CUTOFF(WS-FIL-IDX)
                           MOVE "kept back to POSHIST's oldest run"
                               TO WS-FIL-NOTE(WS-FIL-IDX)
                       END-IF
                       IF WS-FIL-IDX = WS-RJC-SUB
                          AND WS-FIL-NOTE(WS-FIL-IDX) = SPACES
                           MOVE "open entries kept"
                               TO WS-FIL-NOTE(WS-FIL-IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      *  The two passes over the history files                        *
      *****************************************************************
      *    Each file paragraph reads its file once per pass, hands
      *    the record's date and image to 4000-TAKE-RECORD, and on
      *    the purge pass writes the record to its NEW file when
      *    4000 keeps it.
       3000-PASS-HISTORY-FILES.
           PERFORM 3100-PASS-AUDIT-FILE
           PERFORM 3200-PASS-ADJUSTMENT-AUDIT
           PERFORM 3300-PASS-POSITION-HISTORY
           PERFORM 3400-PASS-PERIOD-ARCHIVE
           PERFORM 3500-PASS-MAINT-AUDIT
           PERFORM 3600-PASS-DENIAL-FILE
           PERFORM 3700-PASS-REJECT-CONTROL
           PERFORM 3800-PASS-POSTING-JOURNAL
           PERFORM 3900-PASS-HELD-ITEM-HISTORY.

       3100-PASS-AUDIT-FILE.
           MOVE 1 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT AUDIT-OUT
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ AUDIT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE AUD-RUN-DATE TO WS-UNIT-DATE-X
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   MOVE AUDIT-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           IF WS-PURGE-PASS
               CLOSE AUDIT-OUT
           END-IF.

       3200-PASS-ADJUSTMENT-AUDIT.
           MOVE 2 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT ADJUSTMENT-AUDIT-OUT
           END-IF
           OPEN INPUT ADJUSTMENT-AUDIT-FILE
           IF WS-ADJ-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ ADJUSTMENT-AUDIT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE ADJ-RUN-DATE TO WS-UNIT-DATE-X
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   MOVE ADJUSTMENT-AUDIT-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE ADJUSTMENT-AUDIT-OUT-RECORD
                           FROM ADJUSTMENT-AUDIT-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ ADJUSTMENT-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-AUDIT-FILE
           END-IF
           IF WS-PURGE-PASS
               CLOSE ADJUSTMENT-AUDIT-OUT
           END-IF.

       3300-PASS-POSITION-HISTORY.
           MOVE 3 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT POSITION-HISTORY-OUT
           END-IF
           OPEN INPUT POSITION-HISTORY-FILE
           IF WS-PHS-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ POSITION-HISTORY-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE PHS-RUN-DATE TO WS-UNIT-DATE-X
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   MOVE POSITION-HISTORY-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE POSITION-HISTORY-OUT-RECORD
                           FROM POSITION-HISTORY-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ POSITION-HISTORY-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSITION-HISTORY-FILE
           END-IF
           IF WS-PURGE-PASS
               CLOSE POSITION-HISTORY-OUT
           END-IF.

      *    A period close is one run: every counter's archive record
      *    for the period carries the same run date.
       3400-PASS-PERIOD-ARCHIVE.
           MOVE 4 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT PERIOD-ARCHIVE-OUT
           END-IF
           OPEN INPUT PERIOD-ARCHIVE-FILE
           IF WS-ARC-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ PERIOD-ARCHIVE-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE ARC-RUN-DATE TO WS-UNIT-DATE-X
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   MOVE PERIOD-ARCHIVE-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE PERIOD-ARCHIVE-OUT-RECORD
                           FROM PERIOD-ARCHIVE-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ PERIOD-ARCHIVE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PERIOD-ARCHIVE-FILE
           END-IF
           IF WS-PURGE-PASS
               CLOSE PERIOD-ARCHIVE-OUT
           END-IF.

       3500-PASS-MAINT-AUDIT.
           MOVE 5 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT MAINT-AUDIT-OUT
           END-IF
           OPEN INPUT MAINT-AUDIT-FILE
           IF WS-MNT-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ MAINT-AUDIT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE MNT-DATE TO WS-UNIT-DATE-X
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   MOVE MAINT-AUDIT-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE MAINT-AUDIT-OUT-RECORD
                           FROM MAINT-AUDIT-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ MAINT-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF
           IF WS-PURGE-PASS
               CLOSE MAINT-AUDIT-OUT
           END-IF.

      *    A denial's age is the supervisor's decision date.
       3600-PASS-DENIAL-FILE.
           MOVE 6 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT DENIAL-OUT
           END-IF
           OPEN INPUT DENIAL-FILE
           IF WS-DEN-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ DENIAL-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE PND-DECISION-DATE TO WS-UNIT-DATE-X
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   MOVE PENDING-APPROVAL-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE DENIAL-OUT-RECORD
                           FROM PENDING-APPROVAL-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ DENIAL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DENIAL-FILE
           END-IF
           IF WS-PURGE-PASS
               CLOSE DENIAL-OUT
           END-IF.

      *    Only a closed entry ages, from its closing date; an open
      *    entry is a reject still waiting for its correction.
       3700-PASS-REJECT-CONTROL.
           MOVE 7 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT REJECT-CONTROL-OUT
           END-IF
           OPEN INPUT REJECT-CONTROL-IN
           IF WS-RJC-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ REJECT-CONTROL-IN
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE RJC-CLOSED-DATE TO WS-UNIT-DATE-X
                   IF RJC-CLOSED
                       MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   ELSE
                       MOVE "N" TO WS-ELIGIBLE-SWITCH
                   END-IF
                   MOVE REJECT-CONTROL-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE REJECT-CONTROL-OUT-RECORD
                           FROM REJECT-CONTROL-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ REJECT-CONTROL-IN
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REJECT-CONTROL-IN
           END-IF
           IF WS-PURGE-PASS
               CLOSE REJECT-CONTROL-OUT
           END-IF.

      *    A posting's age is the run that posted it.  The journal
      *    stays newest run first; dropping its oldest runs keeps
      *    that order.  A REV naming a posting archived here fails
      *    TRANEDIT's T012 - it is older than the journal keeps.
       3800-PASS-POSTING-JOURNAL.
           MOVE 8 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT POSTING-JOURNAL-OUT
           END-IF
           OPEN INPUT POSTING-JOURNAL-IN
           IF WS-JRN-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ POSTING-JOURNAL-IN
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE JRN-POST-DATE TO WS-UNIT-DATE-X
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   MOVE POSTING-JOURNAL-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE POSTING-JOURNAL-OUT-RECORD
                           FROM POSTING-JOURNAL-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ POSTING-JOURNAL-IN
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-IN
           END-IF
           IF WS-PURGE-PASS
               CLOSE POSTING-JOURNAL-OUT
           END-IF.

      *    A held item's age is the run it was recorded for; the
      *    run's SUS and PND images and its RUN marker share the run
      *    date, so a run's set is kept or archived whole.
       3900-PASS-HELD-ITEM-HISTORY.
           MOVE 9 TO WS-FILE-SUB
           IF WS-PURGE-PASS
               OPEN OUTPUT HELD-ITEM-HISTORY-OUT
           END-IF
           OPEN INPUT HELD-ITEM-HISTORY
           IF WS-HLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-FIL-PRESENT-SWITCH(WS-FILE-SUB)
               MOVE "N" TO WS-EOF-SWITCH
               READ HELD-ITEM-HISTORY
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE HLD-RUN-DATE TO WS-UNIT-DATE-X
                   MOVE "Y" TO WS-ELIGIBLE-SWITCH
                   MOVE HELD-ITEM-HISTORY-RECORD TO WS-RECORD-IMAGE
                   PERFORM 4000-TAKE-RECORD
                   IF WS-PURGE-PASS AND WS-KEEP-RECORD
                       WRITE HELD-ITEM-HISTORY-OUT-RECORD
                           FROM HELD-ITEM-HISTORY-RECORD
                       ADD 1 TO WS-FIL-WRITTEN-COUNT(WS-FILE-SUB)
                   END-IF
                   READ HELD-ITEM-HISTORY
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HELD-ITEM-HISTORY
           END-IF
           IF WS-PURGE-PASS
               CLOSE HELD-ITEM-HISTORY-OUT
           END-IF.

      *    One record of file WS-FILE-SUB, dated WS-UNIT-DATE-X.
      *    Scan pass: note the newest date and, for POSHIST, the
      *    latest run on or before the policy date.  Purge pass:
      *    archive it if it is eligible, dated, and older than the
      *    file's cut; otherwise keep it.
       4000-TAKE-RECORD.
           IF WS-SCAN-PASS
               ADD 1 TO WS-FIL-SCAN-COUNT(WS-FILE-SUB)
               IF WS-RECORD-ELIGIBLE AND WS-UNIT-DATE-X NUMERIC
                   IF WS-UNIT-DATE > WS-FIL-NEWEST-DATE(WS-FILE-SUB)
                       MOVE WS-UNIT-DATE
                           TO WS-FIL-NEWEST-DATE(WS-FILE-SUB)
                   END-IF
                   IF WS-FILE-SUB = WS-PHS-SUB
                      AND WS-FIL-HAS-POLICY(WS-FILE-SUB)
                      AND WS-UNIT-DATE
                          <= WS-FIL-POLICY-CUTOFF(WS-FILE-SUB)
                      AND WS-UNIT-DATE
                          > WS-FIL-POSINQ-DATE(WS-FILE-SUB)
                       MOVE WS-UNIT-DATE
                           TO WS-FIL-POSINQ-DATE(WS-FILE-SUB)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FIL-READ-COUNT(WS-FILE-SUB)
           MOVE "Y" TO WS-KEEP-SWITCH
           IF WS-RECORD-ELIGIBLE
               IF WS-UNIT-DATE-X NOT NUMERIC
                   ADD 1 TO WS-FIL-UNDATED-COUNT(WS-FILE-SUB)
               ELSE
                   IF WS-UNIT-DATE < WS-FIL-CUTOFF(WS-FILE-SUB)
                       MOVE "N" TO WS-KEEP-SWITCH
                   END-IF
               END-IF
           END-IF
           IF WS-KEEP-RECORD
               ADD 1 TO WS-FIL-KEPT-COUNT(WS-FILE-SUB)
           ELSE
               ADD 1 TO WS-FIL-ARCHIVED-COUNT(WS-FILE-SUB)
               MOVE SPACES TO RETENTION-ARCHIVE-RECORD
               MOVE WS-CURRENT-DATE-YYYYMMDD TO RTA-ARCHIVE-DATE
               MOVE WS-FIL-NAME(WS-FILE-SUB) TO RTA-FILE-NAME
               MOVE WS-RECORD-IMAGE TO RTA-RECORD-IMAGE
               WRITE RETENTION-ARCHIVE-RECORD
               ADD 1 TO WS-FIL-ARCH-WRITTEN(WS-FILE-SUB)
               ADD 1 TO WS-ARCHIVE-WRITTEN
           END-IF.

      *****************************************************************
      *  Control report                                               *
      *****************************************************************
       6000-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "HISTORY RETENTION RUN" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run-Date: " WS-CURRENT-DATE-YYYYMMDD
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Per file: the policy, the date actually cut at, the
      *    newest run, and read / kept / archived, each proved.
       6500-REPORT-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE
           STRING "FILE     NEW      Keep Cut-At   Newest   "
                  "    Read     Kept Archived Note"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > 9
               PERFORM 6510-REPORT-ONE-FILE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-READ TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL RECORDS READ        " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-KEPT TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL KEPT ON LINE        " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ARCHIVED TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL ARCHIVED            " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ARCHIVE-WRITTEN TO WS-TOTAL-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "RTNARCH RECORDS WRITTEN   " WS-TOTAL-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TOTAL-READ NOT = WS-TOTAL-KEPT + WS-TOTAL-ARCHIVED
              OR WS-ARCHIVE-WRITTEN NOT = WS-TOTAL-ARCHIVED
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           IF WS-TOTAL-UNDATED > ZERO
               MOVE WS-TOTAL-UNDATED TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "RECORDS KEPT - DATE UNREADABLE "
                      WS-TOTAL-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE "CONTROL TOTALS BALANCE - NEW FILES MAY BE RENAMED"
                   TO REPORT-LINE
           ELSE
               STRING "CONTROL TOTALS DO NOT BALANCE - DO NOT "
                      "RENAME THE NEW FILES"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       6510-REPORT-ONE-FILE.
           IF WS-FIL-HAS-POLICY(WS-FIL-IDX)
               MOVE WS-FIL-KEEP-MONTHS(WS-FIL-IDX) TO WS-MONTHS-EDIT
           ELSE
               MOVE "  -" TO WS-MONTHS-TEXT
           END-IF
           IF WS-FIL-CUTOFF(WS-FIL-IDX) > ZERO
               MOVE WS-FIL-CUTOFF(WS-FIL-IDX) TO WS-CUTOFF-EDIT
           ELSE
               MOVE "-" TO WS-CUTOFF-EDIT
           END-IF
           IF WS-FIL-NEWEST-DATE(WS-FIL-IDX) > ZERO
               MOVE WS-FIL-NEWEST-DATE(WS-FIL-IDX) TO WS-NEWEST-EDIT
           ELSE
               MOVE "-" TO WS-NEWEST-EDIT
           END-IF
           MOVE WS-FIL-READ-COUNT(WS-FIL-IDX)     TO WS-COUNT-EDIT
           MOVE WS-FIL-KEPT-COUNT(WS-FIL-IDX)     TO WS-COUNT-EDIT-2
           MOVE WS-FIL-ARCHIVED-COUNT(WS-FIL-IDX) TO WS-COUNT-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-FIL-NAME(WS-FIL-IDX) " "
                  WS-FIL-NEW-NAME(WS-FIL-IDX) " "
                  WS-MONTHS-EDIT "  " WS-CUTOFF-EDIT " "
                  WS-NEWEST-EDIT " " WS-COUNT-EDIT " "
                  WS-COUNT-EDIT-2 " " WS-COUNT-EDIT-3 " "
                  WS-FIL-NOTE(WS-FIL-IDX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-FIL-READ-COUNT(WS-FIL-IDX)     TO WS-TOTAL-READ
           ADD WS-FIL-KEPT-COUNT(WS-FIL-IDX)     TO WS-TOTAL-KEPT
           ADD WS-FIL-ARCHIVED-COUNT(WS-FIL-IDX) TO WS-TOTAL-ARCHIVED
           ADD WS-FIL-UNDATED-COUNT(WS-FIL-IDX)  TO WS-TOTAL-UNDATED
           IF WS-FIL-READ-COUNT(WS-FIL-IDX)
                  NOT = WS-FIL-SCAN-COUNT(WS-FIL-IDX)
               PERFORM 6520-REPORT-FILE-BREAK
               MOVE SPACES TO REPORT-LINE
               STRING "         BREAK - file changed between passes"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-FIL-READ-COUNT(WS-FIL-IDX)
                  NOT = WS-FIL-KEPT-COUNT(WS-FIL-IDX)
                        + WS-FIL-ARCHIVED-COUNT(WS-FIL-IDX)
               PERFORM 6520-REPORT-FILE-BREAK
               MOVE SPACES TO REPORT-LINE
               STRING "         BREAK - read is not kept plus archived"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-FIL-KEPT-COUNT(WS-FIL-IDX)
                  NOT = WS-FIL-WRITTEN-COUNT(WS-FIL-IDX)
              OR WS-FIL-ARCHIVED-COUNT(WS-FIL-IDX)
                  NOT = WS-FIL-ARCH-WRITTEN(WS-FIL-IDX)
               PERFORM 6520-REPORT-FILE-BREAK
               MOVE SPACES TO REPORT-LINE
               STRING "         BREAK - records written do not agree"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-FIL-UNDATED-COUNT(WS-FIL-IDX) > ZERO
               MOVE WS-FIL-UNDATED-COUNT(WS-FIL-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "         " WS-COUNT-EDIT
                      " record(s) kept - date unreadable"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6520-REPORT-FILE-BREAK.
           ADD 1 TO WS-BREAK-COUNT.

       6900-REPORT-REFUSAL.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RETENTION RUN REFUSED - NOTHING ARCHIVED AND NO NEW "
                  "FILES WRITTEN"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "HISTRTN refused - policy errors: "
                   WS-POLICY-ERROR-COUNT "  run-state refusals: "
                   WS-REFUSAL-COUNT.

       1300-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY "HISTRTN complete - records read: " WS-TOTAL-READ
           DISPLAY "  kept on line:  " WS-TOTAL-KEPT
           DISPLAY "  archived:      " WS-TOTAL-ARCHIVED
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY "Retention totals DO NOT balance - do not "
                       "rename the NEW files"
           ELSE
               IF WS-TOTAL-UNDATED > ZERO
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "Records with unreadable dates kept: "
                           WS-TOTAL-UNDATED
               END-IF
           END-IF.

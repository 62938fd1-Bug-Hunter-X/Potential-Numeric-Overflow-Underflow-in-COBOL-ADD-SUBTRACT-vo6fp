       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRCNS.
       AUTHOR. OPERATIONS-BATCH.
      *****************************************************************
      *  CNTRCNS                                                      *
      *  Counter consolidation run, for branch mergers and product    *
      *  retirements.  Driven by the mapping file CONSMAP - one row   *
      *  per old counter-id naming its surviving counter and the      *
      *  effective date - it does in one pass what used to be a       *
      *  weekend of hand edits:                                       *
      *    - the old counter's close, period-to-date and life-to-     *
      *      date figures on the counter master are folded into the   *
      *      survivor's, and the old master record is removed         *
      *    - the old control entry stays on CTLFILE marked retired    *
      *      with a forwarding pointer to the survivor, so TRANEDIT   *
      *      re-routes late movements instead of rejecting them T001, *
      *      and any entry already forwarding to the old counter is   *
      *      re-pointed to the survivor (pointers are single-hop)     *
      *    - open suspense items, pending approvals and open reject-  *
      *      control entries are re-pointed to the survivor; a held   *
      *      transfer between two counters now merged nets to         *
      *      nothing and is dropped                                   *
      *    - the old counter's hierarchy record is dropped; its       *
      *      history rolls up under the survivor's codes              *
      *    - one position-history record per counter involved shows   *
      *      the fold (the old counter adjusted to zero, the          *
      *      survivor adjusted up by the same amount), so POSINQ and  *
      *      ARCRPT can join the survivor's history to its            *
      *      predecessors'                                            *
      *  Every file is rewritten to its NEW name (CTLNEW, MSTNEW,     *
      *  HIRNEW, SUSNEW, PNDNEW, RJCNEW) for the scheduler to rename, *
      *  the CNTRUPD convention.  The run proves itself on CNSRPT:    *
      *  master totals before and after, per-survivor group totals    *
      *  and record counts must all agree.  A mapping error refuses   *
      *  the whole run with return code 16 and nothing written; a     *
      *  proof that does not balance ends with return code 8, and     *
      *  the position-history and maintenance-audit appends are       *
      *  withheld so nothing is recorded that will not be renamed.    *
      *  Run between CNTRUPD runs, never in the middle of a cycle.    *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSOLIDATION-MAP-FILE ASSIGN TO "CONSMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CONTROL-FILE-OUT ASSIGN TO "CTLNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COUNTER-MASTER-IN ASSIGN TO "MSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTIN-FILE-STATUS.

           SELECT COUNTER-MASTER-OUT ASSIGN TO "MSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIERARCHY-FILE ASSIGN TO "HIERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIR-FILE-STATUS.

           SELECT HIERARCHY-OUT ASSIGN TO "HIRNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-IN ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSIN-FILE-STATUS.

           SELECT SUSPENSE-OUT ASSIGN TO "SUSNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PENDING-IN ASSIGN TO "PNDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDIN-FILE-STATUS.

           SELECT PENDING-OUT ASSIGN TO "PNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-CONTROL-IN ASSIGN TO "RJCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJCIN-FILE-STATUS.

           SELECT REJECT-CONTROL-OUT ASSIGN TO "RJCNEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITION-HISTORY-FILE ASSIGN TO "POSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE ASSIGN TO "MNTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CNSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSOLIDATION-MAP-FILE
           RECORDING MODE IS F.
           COPY CNSREC.

       FD  CONTROL-FILE
           RECORDING MODE IS F.
           COPY CTLREC.

       FD  CONTROL-FILE-OUT
           RECORDING MODE IS F.
       01  CONTROL-OUT-RECORD          PIC X(54).

       FD  COUNTER-MASTER-IN
           RECORDING MODE IS F.
           COPY MSTREC.

       FD  COUNTER-MASTER-OUT
           RECORDING MODE IS F.
       01  COUNTER-MASTER-OUT-REC      PIC X(122).

       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
           COPY HIRREC.

       FD  HIERARCHY-OUT
           RECORDING MODE IS F.
       01  HIERARCHY-OUT-RECORD        PIC X(20).

       FD  SUSPENSE-IN
           RECORDING MODE IS F.
           COPY SUSREC.

       FD  SUSPENSE-OUT
           RECORDING MODE IS F.
       01  SUSPENSE-OUT-RECORD         PIC X(61).

       FD  PENDING-IN
           RECORDING MODE IS F.
           COPY PNDREC.

       FD  PENDING-OUT
           RECORDING MODE IS F.
       01  PENDING-OUT-RECORD          PIC X(79).

       FD  REJECT-CONTROL-IN
           RECORDING MODE IS F.
           COPY RJCREC.

       FD  REJECT-CONTROL-OUT
           RECORDING MODE IS F.
       01  REJECT-CONTROL-OUT-RECORD   PIC X(50).

       FD  POSITION-HISTORY-FILE
           RECORDING MODE IS F.
           COPY PHSREC.

       FD  MAINT-AUDIT-FILE
           RECORDING MODE IS F.
           COPY MNTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAP-FILE-STATUS          PIC XX.
       01  WS-CTL-FILE-STATUS          PIC XX.
       01  WS-MSTIN-FILE-STATUS        PIC XX.
       01  WS-HIR-FILE-STATUS          PIC XX.
       01  WS-SUSIN-FILE-STATUS        PIC XX.
       01  WS-PNDIN-FILE-STATUS        PIC XX.
       01  WS-RJCIN-FILE-STATUS        PIC XX.
       01  WS-PHS-FILE-STATUS          PIC XX.
       01  WS-MNT-FILE-STATUS          PIC XX.

       01  WS-MAP-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-MAP                VALUE "Y".
       01  WS-CTL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-CONTROL            VALUE "Y".
       01  WS-MST-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-MASTER             VALUE "Y".
       01  WS-HIR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-HIERARCHY          VALUE "Y".
       01  WS-SUS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-SUSPENSE           VALUE "Y".
       01  WS-PND-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-PENDING            VALUE "Y".
       01  WS-RJC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-RJC                VALUE "Y".

      *    Every CONTROL-FILE entry, active and retired, in file
      *    order so CTLNEW comes back out in the order it went in.
      *    WS-CTR-ORIGINAL is the record as read, WS-CTR-RECORD the
      *    record as it will be written; where the two differ the
      *    change is logged to the maintenance audit.  Same table
      *    limit as CNTRUPD's 1150-LOAD-CONTROL-FILE.
       01  WS-COUNTER-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-COUNTER-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-ID               PIC X(10).
               10  WS-CTR-CAPACITY          PIC 9(15).
               10  WS-CTR-ALLOW-NEGATIVE    PIC X.
               10  WS-CTR-STATUS            PIC X.
                   88  WS-CTR-IS-RETIRED        VALUE "R".
               10  WS-CTR-ORIGINAL          PIC X(54).
               10  WS-CTR-RECORD            PIC X(54).

      *    The mapping rows.  WS-MAP-STATE says what the run made of
      *    each: A applied, F not yet effective, S skipped (already
      *    retired on a prior run), E in error.  WS-MAP-OLD-SUB and
      *    WS-MAP-SURV-SUB point into the counter table.
       01  WS-MAP-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-MAP-COUNT
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-OLD-ID           PIC X(10).
               10  WS-MAP-SURVIVOR-ID      PIC X(10).
               10  WS-MAP-EFFECTIVE-DATE   PIC 9(8).
               10  WS-MAP-STATE            PIC X.
                   88  WS-MAP-APPLIED           VALUE "A".
                   88  WS-MAP-FUTURE            VALUE "F".
                   88  WS-MAP-SKIPPED           VALUE "S".
                   88  WS-MAP-IN-ERROR          VALUE "E".
               10  WS-MAP-MESSAGE          PIC X(40).
               10  WS-MAP-OLD-SUB          PIC 9(4).
               10  WS-MAP-SURV-SUB         PIC 9(4).
       01  WS-MAP-FULL-WARNED          PIC X VALUE "N".
       01  WS-MAP-SCAN-IDX             PIC 9(4).
       01  WS-MAP-DAY                  PIC 9(8).

      *    The counter master, held whole so the fold can move
      *    figures between any two records.  WS-MST-BEFORE-CLOSE is
      *    the close as read, kept for the per-survivor proof and
      *    the position-history fold records.  A survivor that had
      *    no master record yet gets one created (WS-MST-CREATED).
       01  WS-MST-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-MASTER-TABLE.
           05  WS-MST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-MST-COUNT
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-ID               PIC X(10).
               10  WS-MST-CLOSE            PIC S9(15) COMP-3.
               10  WS-MST-BEFORE-CLOSE     PIC S9(15) COMP-3.
               10  WS-MST-LAST-MAINT       PIC 9(8).
               10  WS-MST-LTD-ADDS         PIC S9(15) COMP-3.
               10  WS-MST-LTD-SUBS         PIC S9(15) COMP-3.
               10  WS-MST-PTD-ADDS         PIC S9(15) COMP-3.
               10  WS-MST-PTD-SUBS         PIC S9(15) COMP-3.
               10  WS-MST-PTD-ADJ          PIC S9(15) COMP-3.
               10  WS-MST-PTD-OVERFLOWS    PIC 9(4).
               10  WS-MST-PTD-RUNS         PIC 9(4).
               10  WS-MST-REMOVED          PIC X.
               10  WS-MST-CREATED          PIC X.
       01  WS-OLD-MST-SUB              PIC 9(4).
       01  WS-SURV-MST-SUB             PIC 9(4).

       01  WS-COUNTER-FOUND            PIC X VALUE "N".
           88  WS-COUNTER-WAS-FOUND         VALUE "Y".
       01  WS-MASTER-FOUND             PIC X VALUE "N".
           88  WS-MASTER-WAS-FOUND          VALUE "Y".
       01  WS-RETIRING-FOUND           PIC X VALUE "N".
           88  WS-ID-IS-RETIRING            VALUE "Y".
       01  WS-SEARCH-KEY               PIC X(10).
       01  WS-SURVIVOR-ID              PIC X(10).
       01  WS-FOUND-SUB                PIC 9(4).

       01  WS-MAP-ERROR-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-FUTURE-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-SKIPPED-COUNT            PIC 9(4) VALUE ZERO.

      *    Balancing proof.  The before figures are summed as the
      *    master is read, the after figures as MSTNEW is written,
      *    so the proof checks what actually went out.
       01  WS-BEFORE-TOTALS.
           05  WS-BEF-CLOSE            PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-BEF-PTD-ADDS         PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-BEF-PTD-SUBS         PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-BEF-PTD-ADJ          PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-BEF-LTD-ADDS         PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-BEF-LTD-SUBS         PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-AFTER-TOTALS.
           05  WS-AFT-CLOSE            PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-AFT-PTD-ADDS         PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-AFT-PTD-SUBS         PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-AFT-PTD-ADJ          PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-AFT-LTD-ADDS         PIC S9(17) COMP-3 VALUE ZERO.
           05  WS-AFT-LTD-SUBS         PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-GROUP-BEFORE             PIC S9(17) COMP-3.
       01  WS-GROUP-AFTER              PIC S9(17) COMP-3.
       01  WS-FOLD-NET                 PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-PROOF-BEFORE             PIC S9(17) COMP-3.
       01  WS-PROOF-AFTER              PIC S9(17) COMP-3.
       01  WS-PROOF-LABEL              PIC X(24).
       01  WS-BREAK-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-FIRST-SWITCH             PIC X.

       01  WS-MST-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-MST-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-MST-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-MST-CREATED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-CTL-RETIRED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-CTL-FORWARD-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-HIR-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-HIR-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-HIR-DROPPED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-SUS-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-SUS-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-SUS-REPOINT-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-SUS-DROPPED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-SUS-BEFORE-AMOUNT        PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-SUS-AFTER-AMOUNT         PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-SUS-DROPPED-AMOUNT       PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-PND-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-PND-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-PND-REPOINT-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-RJC-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-RJC-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-RJC-REPOINT-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-PHS-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-MNT-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.

      *    Suspense re-point scratch: a held transfer's two legs are
      *    resolved separately before deciding whether it still
      *    moves anything.
       01  WS-SUS-FROM-ID              PIC X(10).
       01  WS-SUS-TO-ID                PIC X(10).
       01  WS-SUS-CHANGED              PIC X.

       01  WS-RUN-ID                   PIC X(8).
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-DATE-YYYYMMDD PIC 9(8).
           05  WS-CURRENT-TIME-HHMMSS   PIC 9(6).
           05  WS-CURRENT-TIME-HSEC     PIC 9(2).
           05  FILLER                  PIC X(5).

       01  WS-VALUE-EDIT               PIC -(16)9.
       01  WS-VALUE-EDIT-2             PIC -(16)9.
       01  WS-VALUE-EDIT-3             PIC -(16)9.
       01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
       01  WS-CAPACITY-EDIT            PIC Z(14)9.

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
           PERFORM 1100-INITIALIZE
           PERFORM 2000-VALIDATE-MAPPING
           PERFORM 6100-REPORT-MAPPING
           IF WS-MAP-ERROR-COUNT > ZERO
               PERFORM 6900-REPORT-REFUSAL
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APPLIED-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO MAPPING ROW EFFECTIVE - NOTHING CONSOLIDATED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "CNTRCNS - no mapping row effective, no "
                       "NEW files written"
               STOP RUN
           END-IF
           PERFORM 1170-LOAD-COUNTER-MASTER
           PERFORM 2200-FOLD-MASTER-RECORDS
           PERFORM 2250-RETIRE-CONTROL-ENTRIES
           PERFORM 8000-WRITE-CONTROL-NEW
           PERFORM 8100-WRITE-MASTER-NEW
           PERFORM 2600-CARRY-HIERARCHY
           PERFORM 2300-REPOINT-SUSPENSE
           PERFORM 2400-REPOINT-PENDING
           PERFORM 2500-REPOINT-REJECT-CONTROL
           PERFORM 6200-REPORT-FOLDS
           PERFORM 6500-REPORT-BALANCING-PROOF
           IF WS-BREAK-COUNT = ZERO
               PERFORM 8200-APPEND-POSITION-HISTORY
               PERFORM 8300-WRITE-MAINT-AUDIT
           END-IF
           PERFORM 1300-TERMINATE
           STOP RUN.

      *    The run id follows CNTRUPD's time-of-day convention with
      *    a CN prefix, so the fold records on the position history
      *    are told apart from an update run's at a glance.
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING "CN" WS-CURRENT-TIME-HHMMSS
               DELIMITED BY SIZE INTO WS-RUN-ID
           OPEN OUTPUT REPORT-FILE
           PERFORM 6000-WRITE-HEADING
           PERFORM 1150-LOAD-CONTROL-FILE
           PERFORM 1160-LOAD-MAPPING.

       1150-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "No control file - nothing can be consolidated"
               MOVE "CONSOLIDATION REFUSED - NO CONTROL FILE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END SET WS-END-OF-CONTROL TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-CONTROL
               IF WS-COUNTER-COUNT >= 2000
                   DISPLAY "CONTROL-FILE has more than 2000 counters "
                           "- WS-COUNTER-TABLE cannot hold any more"
                   CLOSE CONTROL-FILE
                   CLOSE REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COUNTER-COUNT
               SET WS-CTR-IDX TO WS-COUNTER-COUNT
               MOVE CTL-COUNTER-ID     TO WS-CTR-ID(WS-CTR-IDX)
               MOVE CTL-CAPACITY       TO WS-CTR-CAPACITY(WS-CTR-IDX)
               MOVE CTL-ALLOW-NEGATIVE
                   TO WS-CTR-ALLOW-NEGATIVE(WS-CTR-IDX)
               MOVE CTL-STATUS         TO WS-CTR-STATUS(WS-CTR-IDX)
               MOVE CONTROL-RECORD     TO WS-CTR-ORIGINAL(WS-CTR-IDX)
               MOVE CONTROL-RECORD     TO WS-CTR-RECORD(WS-CTR-IDX)
               READ CONTROL-FILE
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       1160-LOAD-MAPPING.
           OPEN INPUT CONSOLIDATION-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "No consolidation mapping file - nothing to do"
           ELSE
               READ CONSOLIDATION-MAP-FILE
                   AT END SET WS-END-OF-MAP TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-MAP
                   IF WS-MAP-COUNT >= 500
                       IF WS-MAP-FULL-WARNED = "N"
                           DISPLAY "More than 500 mapping rows - "
                                   "remainder refused"
                           MOVE "Y" TO WS-MAP-FULL-WARNED
                           ADD 1 TO WS-MAP-ERROR-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE CNS-OLD-COUNTER-ID
                           TO WS-MAP-OLD-ID(WS-MAP-IDX)
                       MOVE CNS-SURVIVOR-ID
                           TO WS-MAP-SURVIVOR-ID(WS-MAP-IDX)
                       IF CNS-EFFECTIVE-DATE NUMERIC
                           MOVE CNS-EFFECTIVE-DATE
                               TO WS-MAP-EFFECTIVE-DATE(WS-MAP-IDX)
                       ELSE
                           MOVE ZERO
                               TO WS-MAP-EFFECTIVE-DATE(WS-MAP-IDX)
                       END-IF
                       MOVE SPACE  TO WS-MAP-STATE(WS-MAP-IDX)
                       MOVE SPACES TO WS-MAP-MESSAGE(WS-MAP-IDX)
                       MOVE ZERO   TO WS-MAP-OLD-SUB(WS-MAP-IDX)
                       MOVE ZERO   TO WS-MAP-SURV-SUB(WS-MAP-IDX)
                   END-IF
                   READ CONSOLIDATION-MAP-FILE
                       AT END SET WS-END-OF-MAP TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONSOLIDATION-MAP-FILE
           END-IF.

      *    The whole master is held: the fold needs the survivor's
      *    record and the old counter's at the same time, and they
      *    may sit anywhere in the file.
       1170-LOAD-COUNTER-MASTER.
           OPEN INPUT COUNTER-MASTER-IN
           IF WS-MSTIN-FILE-STATUS NOT = "00"
               DISPLAY "No counter master - only control entries "
                       "and open items are consolidated"
           ELSE
               READ COUNTER-MASTER-IN
                   AT END SET WS-END-OF-MASTER TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-MASTER
                   IF WS-MST-COUNT >= 2000
                       DISPLAY "Counter master has more than 2000 "
                               "records - consolidation abandoned"
                       CLOSE COUNTER-MASTER-IN
                       CLOSE REPORT-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MST-READ-COUNT
                   ADD 1 TO WS-MST-COUNT
                   SET WS-MST-IDX TO WS-MST-COUNT
                   MOVE MST-COUNTER-ID  TO WS-MST-ID(WS-MST-IDX)
                   MOVE MST-CLOSE-VALUE TO WS-MST-CLOSE(WS-MST-IDX)
                   MOVE MST-CLOSE-VALUE
                       TO WS-MST-BEFORE-CLOSE(WS-MST-IDX)
                   MOVE MST-LAST-MAINT-DATE
                       TO WS-MST-LAST-MAINT(WS-MST-IDX)
                   MOVE MST-LTD-ADDS    TO WS-MST-LTD-ADDS(WS-MST-IDX)
                   MOVE MST-LTD-SUBS    TO WS-MST-LTD-SUBS(WS-MST-IDX)
                   MOVE MST-PTD-ADDS    TO WS-MST-PTD-ADDS(WS-MST-IDX)
                   MOVE MST-PTD-SUBS    TO WS-MST-PTD-SUBS(WS-MST-IDX)
                   MOVE MST-PTD-ADJ     TO WS-MST-PTD-ADJ(WS-MST-IDX)
                   IF MST-PTD-OVERFLOWS NUMERIC
                       MOVE MST-PTD-OVERFLOWS
                           TO WS-MST-PTD-OVERFLOWS(WS-MST-IDX)
                   ELSE
                       MOVE ZERO TO WS-MST-PTD-OVERFLOWS(WS-MST-IDX)
                   END-IF
                   IF MST-PTD-RUNS NUMERIC
                       MOVE MST-PTD-RUNS
                           TO WS-MST-PTD-RUNS(WS-MST-IDX)
                   ELSE
                       MOVE ZERO TO WS-MST-PTD-RUNS(WS-MST-IDX)
                   END-IF
                   MOVE "N" TO WS-MST-REMOVED(WS-MST-IDX)
                   MOVE "N" TO WS-MST-CREATED(WS-MST-IDX)
                   ADD MST-CLOSE-VALUE TO WS-BEF-CLOSE
                   ADD MST-PTD-ADDS    TO WS-BEF-PTD-ADDS
                   ADD MST-PTD-SUBS    TO WS-BEF-PTD-SUBS
                   ADD MST-PTD-ADJ     TO WS-BEF-PTD-ADJ
                   ADD MST-LTD-ADDS    TO WS-BEF-LTD-ADDS
                   ADD MST-LTD-SUBS    TO WS-BEF-LTD-SUBS
                   READ COUNTER-MASTER-IN
                       AT END SET WS-END-OF-MASTER TO TRUE
                   END-READ
               END-PERFORM
               CLOSE COUNTER-MASTER-IN
           END-IF.

      *    Any row in error refuses the whole run - a half-applied
      *    merger is worse than none.  A row not yet effective is
      *    left for a later run; a row whose old counter is already
      *    retired was applied by an earlier run and is skipped, so
      *    the mapping file can simply be left in place.
       2000-VALIDATE-MAPPING.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM 2100-VALIDATE-ONE-ROW
           END-PERFORM
      *        Chains and repeats are only checked once every row
      *        has its state: two rows may not retire the same id,
      *        and a survivor may not itself be retired tonight.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-APPLIED(WS-MAP-IDX)
                   PERFORM 2150-CHECK-ROW-CONFLICTS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               EVALUATE TRUE
                   WHEN WS-MAP-APPLIED(WS-MAP-IDX)
                       ADD 1 TO WS-APPLIED-COUNT
                   WHEN WS-MAP-FUTURE(WS-MAP-IDX)
                       ADD 1 TO WS-FUTURE-COUNT
                   WHEN WS-MAP-SKIPPED(WS-MAP-IDX)
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-MAP-ERROR-COUNT
               END-EVALUATE
           END-PERFORM.

       2100-VALIDATE-ONE-ROW.
           MOVE ZERO TO WS-MAP-DAY
           IF WS-MAP-EFFECTIVE-DATE(WS-MAP-IDX) > ZERO
               COMPUTE WS-MAP-DAY = FUNCTION INTEGER-OF-DATE
                   (WS-MAP-EFFECTIVE-DATE(WS-MAP-IDX))
           END-IF
           MOVE WS-MAP-OLD-ID(WS-MAP-IDX) TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF WS-COUNTER-WAS-FOUND
               MOVE WS-FOUND-SUB TO WS-MAP-OLD-SUB(WS-MAP-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-MAP-DAY = ZERO
                   MOVE "E" TO WS-MAP-STATE(WS-MAP-IDX)
                   MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO WS-MAP-MESSAGE(WS-MAP-IDX)
               WHEN WS-MAP-EFFECTIVE-DATE(WS-MAP-IDX)
                        > WS-CURRENT-DATE-YYYYMMDD
                   MOVE "F" TO WS-MAP-STATE(WS-MAP-IDX)
                   MOVE "NOT YET EFFECTIVE - LEFT FOR A LATER RUN"
                       TO WS-MAP-MESSAGE(WS-MAP-IDX)
               WHEN NOT WS-COUNTER-WAS-FOUND
                   MOVE "E" TO WS-MAP-STATE(WS-MAP-IDX)
                   MOVE "OLD COUNTER NOT IN CONTROL-FILE"
                       TO WS-MAP-MESSAGE(WS-MAP-IDX)
               WHEN WS-CTR-IS-RETIRED(WS-FOUND-SUB)
                   MOVE "S" TO WS-MAP-STATE(WS-MAP-IDX)
                   MOVE "ALREADY RETIRED - SKIPPED"
                       TO WS-MAP-MESSAGE(WS-MAP-IDX)
               WHEN WS-MAP-SURVIVOR-ID(WS-MAP-IDX)
                        = WS-MAP-OLD-ID(WS-MAP-IDX)
                   MOVE "E" TO WS-MAP-STATE(WS-MAP-IDX)
                   MOVE "SURVIVOR IS THE OLD COUNTER ITSELF"
                       TO WS-MAP-MESSAGE(WS-MAP-IDX)
               WHEN OTHER
                   MOVE WS-MAP-SURVIVOR-ID(WS-MAP-IDX)
                       TO WS-SEARCH-KEY
                   PERFORM 3000-FIND-COUNTER
                   IF WS-COUNTER-WAS-FOUND
                      AND NOT WS-CTR-IS-RETIRED(WS-FOUND-SUB)
                       MOVE WS-FOUND-SUB
                           TO WS-MAP-SURV-SUB(WS-MAP-IDX)
                       MOVE "A" TO WS-MAP-STATE(WS-MAP-IDX)
                       MOVE "APPLIED"
                           TO WS-MAP-MESSAGE(WS-MAP-IDX)
                   ELSE
                       MOVE "E" TO WS-MAP-STATE(WS-MAP-IDX)
                       MOVE "SURVIVOR NOT AN ACTIVE COUNTER"
                           TO WS-MAP-MESSAGE(WS-MAP-IDX)
                   END-IF
           END-EVALUATE.

       2150-CHECK-ROW-CONFLICTS.
           PERFORM VARYING WS-MAP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-MAP-SCAN-IDX > WS-MAP-COUNT
               IF WS-MAP-SCAN-IDX NOT = WS-MAP-IDX
                  AND WS-MAP-APPLIED(WS-MAP-SCAN-IDX)
                   IF WS-MAP-OLD-ID(WS-MAP-SCAN-IDX)
                          = WS-MAP-OLD-ID(WS-MAP-IDX)
                       MOVE "E" TO WS-MAP-STATE(WS-MAP-IDX)
                       MOVE "OLD COUNTER MAPPED MORE THAN ONCE"
                           TO WS-MAP-MESSAGE(WS-MAP-IDX)
                   END-IF
                   IF WS-MAP-OLD-ID(WS-MAP-SCAN-IDX)
                          = WS-MAP-SURVIVOR-ID(WS-MAP-IDX)
                       MOVE "E" TO WS-MAP-STATE(WS-MAP-IDX)
                       MOVE "SURVIVOR IS ITSELF BEING RETIRED"
                           TO WS-MAP-MESSAGE(WS-MAP-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    Each old counter's master figures are added into its
      *    survivor's and the old record is removed.  Close, period-
      *    to-date and life-to-date figures all fold, so the
      *    survivor's period archive and lifetime totals carry the
      *    predecessor's activity; the period run count is the
      *    larger of the two - both counters ran the same days.
       2200-FOLD-MASTER-RECORDS.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-APPLIED(WS-MAP-IDX)
                   PERFORM 2210-FOLD-ONE-COUNTER
               END-IF
           END-PERFORM.

       2210-FOLD-ONE-COUNTER.
           MOVE WS-MAP-OLD-ID(WS-MAP-IDX) TO WS-SEARCH-KEY
           PERFORM 3100-FIND-MASTER
           IF NOT WS-MASTER-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FOUND-SUB TO WS-OLD-MST-SUB
           MOVE WS-MAP-SURVIVOR-ID(WS-MAP-IDX) TO WS-SEARCH-KEY
           PERFORM 3100-FIND-MASTER
           IF WS-MASTER-WAS-FOUND
               MOVE WS-FOUND-SUB TO WS-SURV-MST-SUB
           ELSE
               PERFORM 2220-CREATE-SURVIVOR-MASTER
           END-IF
           ADD WS-MST-CLOSE(WS-OLD-MST-SUB)
               TO WS-MST-CLOSE(WS-SURV-MST-SUB)
           ADD WS-MST-LTD-ADDS(WS-OLD-MST-SUB)
               TO WS-MST-LTD-ADDS(WS-SURV-MST-SUB)
           ADD WS-MST-LTD-SUBS(WS-OLD-MST-SUB)
               TO WS-MST-LTD-SUBS(WS-SURV-MST-SUB)
           ADD WS-MST-PTD-ADDS(WS-OLD-MST-SUB)
               TO WS-MST-PTD-ADDS(WS-SURV-MST-SUB)
           ADD WS-MST-PTD-SUBS(WS-OLD-MST-SUB)
               TO WS-MST-PTD-SUBS(WS-SURV-MST-SUB)
           ADD WS-MST-PTD-ADJ(WS-OLD-MST-SUB)
               TO WS-MST-PTD-ADJ(WS-SURV-MST-SUB)
           ADD WS-MST-PTD-OVERFLOWS(WS-OLD-MST-SUB)
               TO WS-MST-PTD-OVERFLOWS(WS-SURV-MST-SUB)
               ON SIZE ERROR
                   MOVE 9999 TO WS-MST-PTD-OVERFLOWS(WS-SURV-MST-SUB)
           END-ADD
           IF WS-MST-PTD-RUNS(WS-OLD-MST-SUB)
                  > WS-MST-PTD-RUNS(WS-SURV-MST-SUB)
               MOVE WS-MST-PTD-RUNS(WS-OLD-MST-SUB)
                   TO WS-MST-PTD-RUNS(WS-SURV-MST-SUB)
           END-IF
           MOVE WS-CURRENT-DATE-YYYYMMDD
               TO WS-MST-LAST-MAINT(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-CLOSE(WS-OLD-MST-SUB)
           MOVE "Y"  TO WS-MST-REMOVED(WS-OLD-MST-SUB)
           ADD 1 TO WS-MST-REMOVED-COUNT.

      *    A survivor defined but never yet run has no master record;
      *    it starts from zero and takes the predecessor's figures.
       2220-CREATE-SURVIVOR-MASTER.
           IF WS-MST-COUNT >= 2000
               DISPLAY "Counter master table full - consolidation "
                       "abandoned"
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MST-COUNT
           ADD 1 TO WS-MST-CREATED-COUNT
           MOVE WS-MST-COUNT TO WS-SURV-MST-SUB
           MOVE WS-MAP-SURVIVOR-ID(WS-MAP-IDX)
               TO WS-MST-ID(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-CLOSE(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-BEFORE-CLOSE(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-LAST-MAINT(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-LTD-ADDS(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-LTD-SUBS(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-PTD-ADDS(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-PTD-SUBS(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-PTD-ADJ(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-PTD-OVERFLOWS(WS-SURV-MST-SUB)
           MOVE ZERO TO WS-MST-PTD-RUNS(WS-SURV-MST-SUB)
           MOVE "N"  TO WS-MST-REMOVED(WS-SURV-MST-SUB)
           MOVE "Y"  TO WS-MST-CREATED(WS-SURV-MST-SUB).

      *    The old entry is marked retired with its forwarding
      *    pointer and the merge date.  An entry retired on an
      *    earlier run that forwards to a counter being retired now
      *    is re-pointed to the new survivor, so every pointer names
      *    a live counter and TRANEDIT never has to follow a chain.
       2250-RETIRE-CONTROL-ENTRIES.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-APPLIED(WS-MAP-IDX)
                   SET WS-CTR-IDX TO WS-MAP-OLD-SUB(WS-MAP-IDX)
                   MOVE WS-CTR-RECORD(WS-CTR-IDX) TO CONTROL-RECORD
                   SET CTL-RETIRED TO TRUE
                   MOVE WS-MAP-SURVIVOR-ID(WS-MAP-IDX)
                       TO CTL-FORWARD-TO-ID
                   MOVE WS-MAP-EFFECTIVE-DATE(WS-MAP-IDX)
                       TO CTL-RETIRED-DATE
                   MOVE CONTROL-RECORD TO WS-CTR-RECORD(WS-CTR-IDX)
                   MOVE "R" TO WS-CTR-STATUS(WS-CTR-IDX)
                   ADD 1 TO WS-CTL-RETIRED-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
               IF WS-CTR-ORIGINAL(WS-CTR-IDX)(11:44)
                      NOT = WS-CTR-RECORD(WS-CTR-IDX)(11:44)
                   CONTINUE
               ELSE
                   MOVE WS-CTR-RECORD(WS-CTR-IDX) TO CONTROL-RECORD
                   IF CTL-RETIRED
                       MOVE CTL-FORWARD-TO-ID TO WS-SEARCH-KEY
                       PERFORM 3200-FIND-RETIRING-ID
                       IF WS-ID-IS-RETIRING
                           MOVE WS-SURVIVOR-ID TO CTL-FORWARD-TO-ID
                           MOVE CONTROL-RECORD
                               TO WS-CTR-RECORD(WS-CTR-IDX)
                           ADD 1 TO WS-CTL-FORWARD-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    Suspense items on an old counter move to its survivor,
      *    both the counter and a held transfer's to-counter.  A
      *    transfer whose two legs now land on the same counter
      *    moves nothing and is dropped - it could only ever fail
      *    the transfer edits if replayed.
       2300-REPOINT-SUSPENSE.
           OPEN OUTPUT SUSPENSE-OUT
           OPEN INPUT SUSPENSE-IN
           IF WS-SUSIN-FILE-STATUS NOT = "00"
               DISPLAY "No suspense file - no suspense to re-point"
           ELSE
               READ SUSPENSE-IN
                   AT END SET WS-END-OF-SUSPENSE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-SUSPENSE
                   ADD 1 TO WS-SUS-READ-COUNT
                   IF SUS-AMOUNT NUMERIC
                       ADD SUS-AMOUNT TO WS-SUS-BEFORE-AMOUNT
                   END-IF
                   PERFORM 2310-REPOINT-ONE-SUSPENSE
                   READ SUSPENSE-IN
                       AT END SET WS-END-OF-SUSPENSE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN
           END-IF
           CLOSE SUSPENSE-OUT.

       2310-REPOINT-ONE-SUSPENSE.
           MOVE "N" TO WS-SUS-CHANGED
           MOVE SUS-COUNTER-ID TO WS-SEARCH-KEY
           PERFORM 3200-FIND-RETIRING-ID
           IF WS-ID-IS-RETIRING
               MOVE WS-SURVIVOR-ID TO SUS-COUNTER-ID
               MOVE "Y" TO WS-SUS-CHANGED
           END-IF
           IF SUS-OPERATION = "XFR"
               MOVE SUS-XFR-TO-COUNTER TO WS-SEARCH-KEY
               PERFORM 3200-FIND-RETIRING-ID
               IF WS-ID-IS-RETIRING
                   MOVE WS-SURVIVOR-ID TO SUS-XFR-TO-COUNTER
                   MOVE "Y" TO WS-SUS-CHANGED
               END-IF
               IF WS-SUS-CHANGED = "Y"
                  AND SUS-XFR-TO-COUNTER = SUS-COUNTER-ID
                   ADD 1 TO WS-SUS-DROPPED-COUNT
                   IF SUS-AMOUNT NUMERIC
                       ADD SUS-AMOUNT TO WS-SUS-DROPPED-AMOUNT
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "  HELD TRANSFER " SUS-TRAN-KEY
                          " NOW WITHIN " SUS-COUNTER-ID
                          " - DROPPED, NETS TO NOTHING"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SUS-CHANGED = "Y"
               ADD 1 TO WS-SUS-REPOINT-COUNT
           END-IF
           ADD 1 TO WS-SUS-WRITTEN-COUNT
           IF SUS-AMOUNT NUMERIC
               ADD SUS-AMOUNT TO WS-SUS-AFTER-AMOUNT
           END-IF
           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD.

      *    Every pending item moves, decided or not: an approval
      *    posts on the next CNTRUPD run and must land on the live
      *    counter, and a denial is returned under it.
       2400-REPOINT-PENDING.
           OPEN OUTPUT PENDING-OUT
           OPEN INPUT PENDING-IN
           IF WS-PNDIN-FILE-STATUS NOT = "00"
               DISPLAY "No pending-approval file - nothing to "
                       "re-point"
           ELSE
               READ PENDING-IN
                   AT END SET WS-END-OF-PENDING TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-PENDING
                   ADD 1 TO WS-PND-READ-COUNT
                   MOVE PND-COUNTER-ID TO WS-SEARCH-KEY
                   PERFORM 3200-FIND-RETIRING-ID
                   IF WS-ID-IS-RETIRING
                       MOVE WS-SURVIVOR-ID TO PND-COUNTER-ID
                       ADD 1 TO WS-PND-REPOINT-COUNT
                   END-IF
                   ADD 1 TO WS-PND-WRITTEN-COUNT
                   WRITE PENDING-OUT-RECORD
                       FROM PENDING-APPROVAL-RECORD
                   READ PENDING-IN
                       AT END SET WS-END-OF-PENDING TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN
           END-IF
           CLOSE PENDING-OUT.

      *    Only open entries move - a closed entry is history and
      *    drops at TRANEDIT's next load anyway.  A re-pointed entry
      *    still matches its resubmission, which TRANEDIT re-routes
      *    to the survivor before the match is tried.
       2500-REPOINT-REJECT-CONTROL.
           OPEN OUTPUT REJECT-CONTROL-OUT
           OPEN INPUT REJECT-CONTROL-IN
           IF WS-RJCIN-FILE-STATUS NOT = "00"
               DISPLAY "No reject control file - nothing to re-point"
           ELSE
               READ REJECT-CONTROL-IN
                   AT END SET WS-END-OF-RJC TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-RJC
                   ADD 1 TO WS-RJC-READ-COUNT
                   IF RJC-OPEN
                       MOVE RJC-COUNTER-ID TO WS-SEARCH-KEY
                       PERFORM 3200-FIND-RETIRING-ID
                       IF WS-ID-IS-RETIRING
                           MOVE WS-SURVIVOR-ID TO RJC-COUNTER-ID
                           ADD 1 TO WS-RJC-REPOINT-COUNT
                       END-IF
                   END-IF
                   ADD 1 TO WS-RJC-WRITTEN-COUNT
                   WRITE REJECT-CONTROL-OUT-RECORD
                       FROM REJECT-CONTROL-RECORD
                   READ REJECT-CONTROL-IN
                       AT END SET WS-END-OF-RJC TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REJECT-CONTROL-IN
           END-IF
           CLOSE REJECT-CONTROL-OUT.

      *    The old counter's hierarchy record goes; the survivor's
      *    branch and product codes are the ones its predecessors'
      *    history now rolls up under.  A merge across branches is
      *    called out on the report so the rollup change is seen.
       2600-CARRY-HIERARCHY.
           OPEN OUTPUT HIERARCHY-OUT
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIR-FILE-STATUS NOT = "00"
               DISPLAY "No hierarchy file - nothing to carry"
           ELSE
               READ HIERARCHY-FILE
                   AT END SET WS-END-OF-HIERARCHY TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-HIERARCHY
                   ADD 1 TO WS-HIR-READ-COUNT
                   MOVE HIR-COUNTER-ID TO WS-SEARCH-KEY
                   PERFORM 3200-FIND-RETIRING-ID
                   IF WS-ID-IS-RETIRING
                       ADD 1 TO WS-HIR-DROPPED-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  HIERARCHY RECORD DROPPED: "
                              HIR-COUNTER-ID " BRANCH "
                              HIR-BRANCH-CODE " PRODUCT "
                              HIR-PRODUCT-CODE
                              " - HISTORY NOW ROLLS UP UNDER "
                              WS-SURVIVOR-ID
                              DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   ELSE
                       ADD 1 TO WS-HIR-WRITTEN-COUNT
                       WRITE HIERARCHY-OUT-RECORD
                           FROM HIERARCHY-RECORD
                   END-IF
                   READ HIERARCHY-FILE
                       AT END SET WS-END-OF-HIERARCHY TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF
           CLOSE HIERARCHY-OUT.

       3000-FIND-COUNTER.
           MOVE "N" TO WS-COUNTER-FOUND
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
               IF WS-CTR-ID(WS-CTR-IDX) = WS-SEARCH-KEY
                   MOVE "Y" TO WS-COUNTER-FOUND
                   SET WS-FOUND-SUB TO WS-CTR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Removed records are invisible: an old counter's master
      *    entry must not be found again as someone's survivor.
       3100-FIND-MASTER.
           MOVE "N" TO WS-MASTER-FOUND
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-ID(WS-MST-IDX) = WS-SEARCH-KEY
                  AND WS-MST-REMOVED(WS-MST-IDX) = "N"
                   MOVE "Y" TO WS-MASTER-FOUND
                   SET WS-FOUND-SUB TO WS-MST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Is WS-SEARCH-KEY a counter this run retires?  If so,
      *    WS-SURVIVOR-ID is where its items now belong.
       3200-FIND-RETIRING-ID.
           MOVE "N" TO WS-RETIRING-FOUND
           MOVE SPACES TO WS-SURVIVOR-ID
           PERFORM VARYING WS-MAP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-MAP-SCAN-IDX > WS-MAP-COUNT
               IF WS-MAP-APPLIED(WS-MAP-SCAN-IDX)
                  AND WS-MAP-OLD-ID(WS-MAP-SCAN-IDX) = WS-SEARCH-KEY
                   MOVE "Y" TO WS-RETIRING-FOUND
                   MOVE WS-MAP-SURVIVOR-ID(WS-MAP-SCAN-IDX)
                       TO WS-SURVIVOR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       6000-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "COUNTER CONSOLIDATION RUN" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run-Id: " WS-RUN-ID "  Run-Date: "
                  WS-CURRENT-DATE-YYYYMMDD
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       6100-REPORT-MAPPING.
           MOVE SPACES TO REPORT-LINE
           STRING "MAPPING    " "Old-Id     " "Survivor   "
                  "Eff-Date " "Disposition"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "           " WS-MAP-OLD-ID(WS-MAP-IDX) " "
                      WS-MAP-SURVIVOR-ID(WS-MAP-IDX) " "
                      WS-MAP-EFFECTIVE-DATE(WS-MAP-IDX) " "
                      WS-MAP-MESSAGE(WS-MAP-IDX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-MAP-COUNT = ZERO
               MOVE "  (no mapping rows)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *    One line per survivor: its own close before, the closes
      *    its predecessors brought, and the close it now carries;
      *    the group must total the same either side of the fold.
       6200-REPORT-FOLDS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SURVIVOR   " "     GROUP CLOSE BEFORE "
                  "      GROUP CLOSE AFTER " "         CAPACITY"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-APPLIED(WS-MAP-IDX)
                   PERFORM 6210-CHECK-FIRST-FOR-SURVIVOR
                   IF WS-FIRST-SWITCH = "Y"
                       PERFORM 6220-REPORT-ONE-SURVIVOR
                   END-IF
               END-IF
           END-PERFORM.

       6210-CHECK-FIRST-FOR-SURVIVOR.
           MOVE "Y" TO WS-FIRST-SWITCH
           PERFORM VARYING WS-MAP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-MAP-SCAN-IDX >= WS-MAP-IDX
               IF WS-MAP-APPLIED(WS-MAP-SCAN-IDX)
                  AND WS-MAP-SURVIVOR-ID(WS-MAP-SCAN-IDX)
                         = WS-MAP-SURVIVOR-ID(WS-MAP-IDX)
                   MOVE "N" TO WS-FIRST-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       6220-REPORT-ONE-SURVIVOR.
           MOVE ZERO TO WS-GROUP-BEFORE
           MOVE ZERO TO WS-GROUP-AFTER
           MOVE WS-MAP-SURVIVOR-ID(WS-MAP-IDX) TO WS-SEARCH-KEY
           PERFORM 3100-FIND-MASTER
           IF WS-MASTER-WAS-FOUND
               ADD WS-MST-BEFORE-CLOSE(WS-FOUND-SUB)
                   TO WS-GROUP-BEFORE
               ADD WS-MST-CLOSE(WS-FOUND-SUB) TO WS-GROUP-AFTER
           END-IF
           PERFORM VARYING WS-MAP-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-MAP-SCAN-IDX > WS-MAP-COUNT
               IF WS-MAP-APPLIED(WS-MAP-SCAN-IDX)
                  AND WS-MAP-SURVIVOR-ID(WS-MAP-SCAN-IDX)
                         = WS-MAP-SURVIVOR-ID(WS-MAP-IDX)
                   PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                           UNTIL WS-MST-IDX > WS-MST-COUNT
                       IF WS-MST-ID(WS-MST-IDX)
                              = WS-MAP-OLD-ID(WS-MAP-SCAN-IDX)
                           ADD WS-MST-BEFORE-CLOSE(WS-MST-IDX)
                               TO WS-GROUP-BEFORE
                           ADD WS-MST-CLOSE(WS-MST-IDX)
                               TO WS-GROUP-AFTER
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO REPORT-LINE
                   STRING "  folds in " WS-MAP-OLD-ID(WS-MAP-SCAN-IDX)
                          " effective "
                          WS-MAP-EFFECTIVE-DATE(WS-MAP-SCAN-IDX)
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           SET WS-CTR-IDX TO WS-MAP-SURV-SUB(WS-MAP-IDX)
           MOVE WS-GROUP-BEFORE TO WS-VALUE-EDIT
           MOVE WS-GROUP-AFTER  TO WS-VALUE-EDIT-2
           MOVE WS-CTR-CAPACITY(WS-CTR-IDX) TO WS-CAPACITY-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-MAP-SURVIVOR-ID(WS-MAP-IDX) " "
                  WS-VALUE-EDIT "  " WS-VALUE-EDIT-2 "  "
                  WS-CAPACITY-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-GROUP-BEFORE NOT = WS-GROUP-AFTER
               ADD 1 TO WS-BREAK-COUNT
               MOVE "  BREAK: group close changed by the fold"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-GROUP-AFTER > WS-CTR-CAPACITY(WS-CTR-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING: combined close exceeds the "
                      "survivor's capacity - raise CTL-CAPACITY "
                      "before the next run"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-GROUP-AFTER < ZERO
              AND WS-CTR-ALLOW-NEGATIVE(WS-CTR-IDX) NOT = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "  WARNING: combined close is negative on a "
                      "counter that does not allow negatives"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    The before/after proof.  Nothing may be created or lost
      *    by a consolidation: master totals match field by field,
      *    every record read is accounted for as written, removed,
      *    or (suspense only) dropped, and the position-history
      *    fold records net to zero.
       6500-REPORT-BALANCING-PROOF.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCING PROOF          "
                  "            BEFORE             AFTER"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MASTER CLOSE TOTAL"  TO WS-PROOF-LABEL
           MOVE WS-BEF-CLOSE          TO WS-PROOF-BEFORE
           MOVE WS-AFT-CLOSE          TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "MASTER PTD ADDS"     TO WS-PROOF-LABEL
           MOVE WS-BEF-PTD-ADDS       TO WS-PROOF-BEFORE
           MOVE WS-AFT-PTD-ADDS       TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "MASTER PTD SUBS"     TO WS-PROOF-LABEL
           MOVE WS-BEF-PTD-SUBS       TO WS-PROOF-BEFORE
           MOVE WS-AFT-PTD-SUBS       TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "MASTER PTD ADJ"      TO WS-PROOF-LABEL
           MOVE WS-BEF-PTD-ADJ        TO WS-PROOF-BEFORE
           MOVE WS-AFT-PTD-ADJ        TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "MASTER LTD ADDS"     TO WS-PROOF-LABEL
           MOVE WS-BEF-LTD-ADDS       TO WS-PROOF-BEFORE
           MOVE WS-AFT-LTD-ADDS       TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "MASTER LTD SUBS"     TO WS-PROOF-LABEL
           MOVE WS-BEF-LTD-SUBS       TO WS-PROOF-BEFORE
           MOVE WS-AFT-LTD-SUBS       TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE

           MOVE "MASTER RECORDS"      TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE = WS-MST-READ-COUNT
               - WS-MST-REMOVED-COUNT + WS-MST-CREATED-COUNT
           MOVE WS-MST-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "SUSPENSE RECORDS"    TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-SUS-READ-COUNT - WS-SUS-DROPPED-COUNT
           MOVE WS-SUS-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "SUSPENSE AMOUNT"     TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-SUS-BEFORE-AMOUNT - WS-SUS-DROPPED-AMOUNT
           MOVE WS-SUS-AFTER-AMOUNT   TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "PENDING RECORDS"     TO WS-PROOF-LABEL
           MOVE WS-PND-READ-COUNT     TO WS-PROOF-BEFORE
           MOVE WS-PND-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "REJECT-CONTROL RECORDS" TO WS-PROOF-LABEL
           MOVE WS-RJC-READ-COUNT     TO WS-PROOF-BEFORE
           MOVE WS-RJC-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "HIERARCHY RECORDS"   TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-HIR-READ-COUNT - WS-HIR-DROPPED-COUNT
           MOVE WS-HIR-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CTL-RETIRED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Control entries retired:           " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CTL-FORWARD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Forwarding pointers re-pointed:    " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUS-REPOINT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Suspense items re-pointed:         " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUS-DROPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Held transfers dropped:            " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PND-REPOINT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Pending approvals re-pointed:      " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RJC-REPOINT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Open reject entries re-pointed:    " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "CONSOLIDATION PROVED - RENAME CTLNEW MSTNEW "
                      "HIRNEW SUSNEW PNDNEW RJCNEW INTO PLACE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "CONSOLIDATION DOES NOT PROVE - DO NOT RENAME; "
                      "POSITION HISTORY AND MAINTENANCE AUDIT NOT "
                      "WRITTEN"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6510-WRITE-PROOF-LINE.
           MOVE WS-PROOF-BEFORE TO WS-VALUE-EDIT
           MOVE WS-PROOF-AFTER  TO WS-VALUE-EDIT-2
           MOVE SPACES TO REPORT-LINE
           IF WS-PROOF-BEFORE = WS-PROOF-AFTER
               STRING WS-PROOF-LABEL " " WS-VALUE-EDIT " "
                      WS-VALUE-EDIT-2
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               STRING WS-PROOF-LABEL " " WS-VALUE-EDIT " "
                      WS-VALUE-EDIT-2 "  BREAK"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       6900-REPORT-REFUSAL.
           MOVE WS-MAP-ERROR-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CONSOLIDATION REFUSED - " WS-COUNT-EDIT
                  " MAPPING ROW(S) IN ERROR; NOTHING WRITTEN"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CNTRCNS refused - mapping rows in error: "
                   WS-MAP-ERROR-COUNT.

       8000-WRITE-CONTROL-NEW.
           OPEN OUTPUT CONTROL-FILE-OUT
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
               WRITE CONTROL-OUT-RECORD
                   FROM WS-CTR-RECORD(WS-CTR-IDX)
           END-PERFORM
           CLOSE CONTROL-FILE-OUT.

      *    Removed records are left out; a created survivor record
      *    goes out at the end.  The after totals are summed here,
      *    from exactly what is written.
       8100-WRITE-MASTER-NEW.
           OPEN OUTPUT COUNTER-MASTER-OUT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-REMOVED(WS-MST-IDX) = "N"
                   MOVE SPACES TO COUNTER-MASTER-RECORD
                   MOVE WS-MST-ID(WS-MST-IDX)    TO MST-COUNTER-ID
                   MOVE WS-MST-CLOSE(WS-MST-IDX) TO MST-CLOSE-VALUE
                   MOVE WS-MST-LAST-MAINT(WS-MST-IDX)
                                            TO MST-LAST-MAINT-DATE
                   MOVE WS-MST-LTD-ADDS(WS-MST-IDX) TO MST-LTD-ADDS
                   MOVE WS-MST-LTD-SUBS(WS-MST-IDX) TO MST-LTD-SUBS
                   MOVE WS-MST-PTD-ADDS(WS-MST-IDX) TO MST-PTD-ADDS
                   MOVE WS-MST-PTD-SUBS(WS-MST-IDX) TO MST-PTD-SUBS
                   MOVE WS-MST-PTD-ADJ(WS-MST-IDX)  TO MST-PTD-ADJ
                   MOVE WS-MST-PTD-OVERFLOWS(WS-MST-IDX)
                                            TO MST-PTD-OVERFLOWS
                   MOVE WS-MST-PTD-RUNS(WS-MST-IDX) TO MST-PTD-RUNS
                   ADD MST-CLOSE-VALUE TO WS-AFT-CLOSE
                   ADD MST-PTD-ADDS    TO WS-AFT-PTD-ADDS
                   ADD MST-PTD-SUBS    TO WS-AFT-PTD-SUBS
                   ADD MST-PTD-ADJ     TO WS-AFT-PTD-ADJ
                   ADD MST-LTD-ADDS    TO WS-AFT-LTD-ADDS
                   ADD MST-LTD-SUBS    TO WS-AFT-LTD-SUBS
                   ADD 1 TO WS-MST-WRITTEN-COUNT
                   WRITE COUNTER-MASTER-OUT-REC
                       FROM COUNTER-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE COUNTER-MASTER-OUT.

      *    One fold record per old counter that had a master record
      *    (open = its close, adjusted to zero) and one per survivor
      *    (adjusted up by what it took in), dated today under this
      *    run's id.  The adjustments net to zero across the file -
      *    checked here as they are written.
       8200-APPEND-POSITION-HISTORY.
           OPEN EXTEND POSITION-HISTORY-FILE
           IF WS-PHS-FILE-STATUS NOT = "00"
               OPEN OUTPUT POSITION-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-REMOVED(WS-MST-IDX) = "Y"
                  OR WS-MST-CLOSE(WS-MST-IDX)
                         NOT = WS-MST-BEFORE-CLOSE(WS-MST-IDX)
                  OR WS-MST-CREATED(WS-MST-IDX) = "Y"
                   MOVE SPACES TO POSITION-HISTORY-RECORD
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO PHS-RUN-DATE
                   MOVE WS-RUN-ID                TO PHS-RUN-ID
                   MOVE WS-MST-ID(WS-MST-IDX)    TO PHS-COUNTER-ID
                   MOVE WS-MST-BEFORE-CLOSE(WS-MST-IDX)
                                                 TO PHS-OPEN-VALUE
                   MOVE ZERO                     TO PHS-TOTAL-ADDS
                   MOVE ZERO                     TO PHS-TOTAL-SUBS
                   COMPUTE PHS-TOTAL-ADJ =
                       WS-MST-CLOSE(WS-MST-IDX)
                       - WS-MST-BEFORE-CLOSE(WS-MST-IDX)
                   MOVE WS-MST-CLOSE(WS-MST-IDX) TO PHS-CLOSE-VALUE
                   MOVE ZERO                 TO PHS-OVERFLOW-COUNT
                   ADD PHS-TOTAL-ADJ TO WS-FOLD-NET
                   ADD 1 TO WS-PHS-WRITTEN-COUNT
                   WRITE POSITION-HISTORY-RECORD
               END-IF
           END-PERFORM
           CLOSE POSITION-HISTORY-FILE
           IF WS-FOLD-NET NOT = ZERO
               ADD 1 TO WS-BREAK-COUNT
               MOVE WS-FOLD-NET TO WS-VALUE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "BREAK: position-history fold records net to "
                      WS-VALUE-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Each control entry the run changed is logged with its
      *    before and after images: RET for a counter retired
      *    tonight, CHG for an older forwarding pointer moved on.
       8300-WRITE-MAINT-AUDIT.
           OPEN EXTEND MAINT-AUDIT-FILE
           IF WS-MNT-FILE-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
               IF WS-CTR-ORIGINAL(WS-CTR-IDX)
                      NOT = WS-CTR-RECORD(WS-CTR-IDX)
                   MOVE SPACES TO MAINT-AUDIT-RECORD
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO MNT-DATE
                   MOVE WS-CURRENT-TIME-HHMMSS   TO MNT-TIME
                   MOVE "CNTRCNS"                TO MNT-USER-ID
                   MOVE WS-CTR-ORIGINAL(WS-CTR-IDX) TO CONTROL-RECORD
                   IF CTL-RETIRED
                       MOVE "CHG" TO MNT-ACTION
                   ELSE
                       MOVE "RET" TO MNT-ACTION
                   END-IF
                   MOVE WS-CTR-ID(WS-CTR-IDX)    TO MNT-COUNTER-ID
                   MOVE WS-CTR-ORIGINAL(WS-CTR-IDX) TO MNT-OLD-IMAGE
                   MOVE WS-CTR-RECORD(WS-CTR-IDX)   TO MNT-NEW-IMAGE
                   ADD 1 TO WS-MNT-WRITTEN-COUNT
                   WRITE MAINT-AUDIT-RECORD
               END-IF
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE.

       1300-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY "CNTRCNS complete - mapping rows applied: "
                   WS-APPLIED-COUNT
           DISPLAY "  not yet effective:         " WS-FUTURE-COUNT
           DISPLAY "  already retired, skipped:  " WS-SKIPPED-COUNT
           DISPLAY "  master records removed:    " WS-MST-REMOVED-COUNT
           DISPLAY "  suspense re-pointed:       " WS-SUS-REPOINT-COUNT
           DISPLAY "  pending re-pointed:        " WS-PND-REPOINT-COUNT
           DISPLAY "  reject entries re-pointed: " WS-RJC-REPOINT-COUNT
           DISPLAY "  position-history records:  " WS-PHS-WRITTEN-COUNT
           DISPLAY "  maintenance audit records: " WS-MNT-WRITTEN-COUNT
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY "Consolidation DOES NOT prove - do not "
                       "rename the NEW files"
           END-IF.

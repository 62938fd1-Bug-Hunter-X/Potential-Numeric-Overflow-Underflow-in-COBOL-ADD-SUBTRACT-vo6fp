       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRBKO.
       AUTHOR. OPERATIONS-BATCH.
      *****************************************************************
      *  CNTRBKO                                                      *
      *  Whole-run backout.  When a bad feed (wrong file, wrong date) *
      *  has been posted by CNTRUPD and the MSTNEW / SUSNEW / PNDNEW  *
      *  renames have already happened, checkpoint/restart cannot     *
      *  help; this run takes the day back off instead of restoring   *
      *  datasets by hand.  Driven by BKORUNS - the run date and run  *
      *  id of each CNTRUPD run to undo - it:                         *
      *    - restores every counter's master close to the opening     *
      *      value the position history recorded for the run, and     *
      *      takes the run's movements back off the period-to-date    *
      *      and life-to-date figures; a period-end run's period      *
      *      figures come back from the period archive                *
      *    - puts the suspense and pending-approval items the run     *
      *      started from back, from the held-item history (HLDHIST), *
      *      dropping the ones the run itself held; a decision a      *
      *      supervisor has stamped since on a restored pending item  *
      *      is kept                                                  *
      *    - removes the run's records from POSHIST, AUDFILE,         *
      *      ADJFILE, JRNFILE, HLDHIST and (period-end runs) ARCFILE, *
      *      marking any journal entry the run reversed as posted     *
      *      again                                                    *
      *    - takes the feeds TRANMRG received that night off the      *
      *      feed receipts (FRCFILE) and their lines off the movement *
      *      history (MVHFILE), so the corrected feeds are accepted   *
      *      and not held as duplicates, and winds every standing     *
      *      instruction's last-generated date on STOFILE back to the *
      *      day before the oldest run, so STOGEN generates the       *
      *      night's instructions again                               *
      *    - takes the denials the run returned off DENFILE - the     *
      *      denied items go back on the pending file and the rerun   *
      *      returns them again                                       *
      *    - writes a corrective IFCFILE and subscriber extracts, so  *
      *      downstream systems see the positions go back             *
      *  A run with a later run posted on top is refused unless that  *
      *  run is listed too: listed runs must be the newest on file,   *
      *  and are taken off newest first.  A consolidation run         *
      *  (CNTRCNS) on top cannot be backed out here.  The run is      *
      *  also refused, with return code 16 and only BKORPT written,   *
      *  when CHKFILE holds an interrupted run's restart point, when  *
      *  any of its NEW files is already on line, when a listed run   *
      *  is not on the position history or has no held-item history,  *
      *  or when the master no longer carries the closes the newest   *
      *  listed run wrote (its renames not done, or the master        *
      *  touched since).                                              *
      *  Every file is rewritten to its NEW name (MSTNEW, SUSNEW,     *
      *  PNDNEW, PHSNEW, HLDNEW, AUDNEW, ADJNEW, JRNNEW, ARCNEW,      *
      *  FRCNEW, MVHNEW, STONEW, DENNEW) for the scheduler to rename  *
      *  - the CNTRUPD convention.  BKORPT ends with the balancing    *
      *  proof: every restored close must equal the close the run     *
      *  before the backed-out runs left on the position history,     *
      *  and every file's records must be accounted for.  A proof     *
      *  that does not balance ends with return code 8 and the        *
      *  interface and subscriber extracts are withheld - do not      *
      *  rename the NEW files.                                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-RUN-FILE ASSIGN TO "BKORUNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKO-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "CHKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-FILE-STATUS.

           SELECT COUNTER-MASTER-IN ASSIGN TO "MSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTIN-FILE-STATUS.

           SELECT COUNTER-MASTER-OUT ASSIGN TO "MSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTNEW-FILE-STATUS.

           SELECT POSITION-HISTORY-FILE ASSIGN TO "POSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT POSITION-HISTORY-OUT ASSIGN TO "PHSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHSNEW-FILE-STATUS.

           SELECT HELD-ITEM-HISTORY ASSIGN TO "HLDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT HELD-ITEM-HISTORY-OUT ASSIGN TO "HLDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLDNEW-FILE-STATUS.

           SELECT SUSPENSE-IN ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSIN-FILE-STATUS.

           SELECT SUSPENSE-OUT ASSIGN TO "SUSNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSNEW-FILE-STATUS.

           SELECT PENDING-IN ASSIGN TO "PNDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDIN-FILE-STATUS.

           SELECT PENDING-OUT ASSIGN TO "PNDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDNEW-FILE-STATUS.

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

           SELECT POSTING-JOURNAL-IN ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT POSTING-JOURNAL-OUT ASSIGN TO "JRNNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNNEW-FILE-STATUS.

           SELECT PERIOD-ARCHIVE-FILE ASSIGN TO "ARCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT PERIOD-ARCHIVE-OUT ASSIGN TO "ARCNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCNEW-FILE-STATUS.

           SELECT FEED-RECEIPT-IN ASSIGN TO "FRCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRC-FILE-STATUS.

           SELECT FEED-RECEIPT-OUT ASSIGN TO "FRCNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRCNEW-FILE-STATUS.

           SELECT MOVEMENT-HISTORY-IN ASSIGN TO "MVHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVH-FILE-STATUS.

           SELECT MOVEMENT-HISTORY-OUT ASSIGN TO "MVHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MVHNEW-FILE-STATUS.

           SELECT STANDING-INSTR-FILE ASSIGN TO "STOFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-FILE-STATUS.

           SELECT STANDING-INSTR-OUT ASSIGN TO "STONEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STONEW-FILE-STATUS.

           SELECT DENIAL-FILE ASSIGN TO "DENFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FILE-STATUS.

           SELECT DENIAL-OUT ASSIGN TO "DENNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DENNEW-FILE-STATUS.

           SELECT PRIOR-INTERFACE-FILE ASSIGN TO "IFCPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFCPRV-FILE-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "IFCFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIERARCHY-FILE ASSIGN TO "HIERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIR-FILE-STATUS.

           SELECT SUBSCRIBER-PROFILE ASSIGN TO "SUBPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBP-FILE-STATUS.

           SELECT SUBSCRIBER-OUT-1 ASSIGN TO "SUBOUT1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBSCRIBER-OUT-2 ASSIGN TO "SUBOUT2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBSCRIBER-OUT-3 ASSIGN TO "SUBOUT3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBSCRIBER-OUT-4 ASSIGN TO "SUBOUT4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBSCRIBER-OUT-5 ASSIGN TO "SUBOUT5"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBSCRIBER-OUT-6 ASSIGN TO "SUBOUT6"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBSCRIBER-OUT-7 ASSIGN TO "SUBOUT7"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBSCRIBER-OUT-8 ASSIGN TO "SUBOUT8"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-RUN-FILE
           RECORDING MODE IS F.
           COPY BKOREC.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
           COPY CHKREC.

       FD  COUNTER-MASTER-IN
           RECORDING MODE IS F.
           COPY MSTREC.

       FD  COUNTER-MASTER-OUT
           RECORDING MODE IS F.
       01  COUNTER-MASTER-OUT-REC      PIC X(122).

       FD  POSITION-HISTORY-FILE
           RECORDING MODE IS F.
           COPY PHSREC.

       FD  POSITION-HISTORY-OUT
           RECORDING MODE IS F.
       01  POSITION-HISTORY-OUT-RECORD PIC X(110).

       FD  HELD-ITEM-HISTORY
           RECORDING MODE IS F.
           COPY HLDREC.

       FD  HELD-ITEM-HISTORY-OUT
           RECORDING MODE IS F.
       01  HELD-ITEM-HISTORY-OUT-REC   PIC X(98).

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

       FD  POSTING-JOURNAL-IN
           RECORDING MODE IS F.
           COPY JRNREC.

       FD  POSTING-JOURNAL-OUT
           RECORDING MODE IS F.
       01  POSTING-JOURNAL-OUT-RECORD  PIC X(79).

       FD  PERIOD-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY ARCREC.

       FD  PERIOD-ARCHIVE-OUT
           RECORDING MODE IS F.
       01  PERIOD-ARCHIVE-OUT-RECORD   PIC X(92).

       FD  FEED-RECEIPT-IN
           RECORDING MODE IS F.
           COPY FRCREC.

       FD  FEED-RECEIPT-OUT
           RECORDING MODE IS F.
       01  FEED-RECEIPT-OUT-RECORD     PIC X(75).

       FD  MOVEMENT-HISTORY-IN
           RECORDING MODE IS F.
           COPY MVHREC.

       FD  MOVEMENT-HISTORY-OUT
           RECORDING MODE IS F.
       01  MOVEMENT-HISTORY-OUT-RECORD PIC X(50).

       FD  STANDING-INSTR-FILE
           RECORDING MODE IS F.
           COPY STOREC.

       FD  STANDING-INSTR-OUT
           RECORDING MODE IS F.
       01  STANDING-INSTR-OUT-RECORD   PIC X(67).

      *    DENFILE carries the denied pending-approval records back
      *    to their raisers, in the pending-approval layout.
       FD  DENIAL-FILE
           RECORDING MODE IS F.
       01  DENIAL-RECORD               PIC X(79).

       FD  DENIAL-OUT
           RECORDING MODE IS F.
       01  DENIAL-OUT-RECORD           PIC X(79).

      *    The extract the subscribers last received - the backed-out
      *    run's, retired to IFCPREV by the scheduler at its commit
      *    step.  Same layout as IFCREC under its own field names.
       FD  PRIOR-INTERFACE-FILE
           RECORDING MODE IS F.
       01  PRIOR-INTERFACE-RECORD.
           05  PRV-COUNTER-ID          PIC X(10).
           05  PRV-FINAL-VALUE         PIC S9(15)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  PRV-OVERFLOW-STATUS     PIC X.
           05  PRV-RUN-DATE            PIC 9(8).

       FD  INTERFACE-FILE
           RECORDING MODE IS F.
           COPY IFCREC.

       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
           COPY HIRREC.

       FD  SUBSCRIBER-PROFILE
           RECORDING MODE IS F.
           COPY SBPREC.

      *    Subscriber extracts carry INTERFACE-RECORD images plus a
      *    closing TRL control trailer, all 35 bytes - CNTRUPD's
      *    layout, so the receiving side needs nothing new.
       FD  SUBSCRIBER-OUT-1
           RECORDING MODE IS F.
       01  SUBSCRIBER-OUT-1-REC        PIC X(35).
       FD  SUBSCRIBER-OUT-2
           RECORDING MODE IS F.
       01  SUBSCRIBER-OUT-2-REC        PIC X(35).
       FD  SUBSCRIBER-OUT-3
           RECORDING MODE IS F.
       01  SUBSCRIBER-OUT-3-REC        PIC X(35).
       FD  SUBSCRIBER-OUT-4
           RECORDING MODE IS F.
       01  SUBSCRIBER-OUT-4-REC        PIC X(35).
       FD  SUBSCRIBER-OUT-5
           RECORDING MODE IS F.
       01  SUBSCRIBER-OUT-5-REC        PIC X(35).
       FD  SUBSCRIBER-OUT-6
           RECORDING MODE IS F.
       01  SUBSCRIBER-OUT-6-REC        PIC X(35).
       FD  SUBSCRIBER-OUT-7
           RECORDING MODE IS F.
       01  SUBSCRIBER-OUT-7-REC        PIC X(35).
       FD  SUBSCRIBER-OUT-8
           RECORDING MODE IS F.
       01  SUBSCRIBER-OUT-8-REC        PIC X(35).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BKO-FILE-STATUS          PIC XX.
       01  WS-CHK-FILE-STATUS          PIC XX.
       01  WS-MSTIN-FILE-STATUS        PIC XX.
       01  WS-MSTNEW-FILE-STATUS       PIC XX.
       01  WS-PHS-FILE-STATUS          PIC XX.
       01  WS-PHSNEW-FILE-STATUS       PIC XX.
       01  WS-HLD-FILE-STATUS          PIC XX.
       01  WS-HLDNEW-FILE-STATUS       PIC XX.
       01  WS-SUSIN-FILE-STATUS        PIC XX.
       01  WS-SUSNEW-FILE-STATUS       PIC XX.
       01  WS-PNDIN-FILE-STATUS        PIC XX.
       01  WS-PNDNEW-FILE-STATUS       PIC XX.
       01  WS-AUD-FILE-STATUS          PIC XX.
       01  WS-AUDNEW-FILE-STATUS       PIC XX.
       01  WS-ADJ-FILE-STATUS          PIC XX.
       01  WS-ADJNEW-FILE-STATUS       PIC XX.
       01  WS-JRN-FILE-STATUS          PIC XX.
       01  WS-JRNNEW-FILE-STATUS       PIC XX.
       01  WS-ARC-FILE-STATUS          PIC XX.
       01  WS-ARCNEW-FILE-STATUS       PIC XX.
       01  WS-FRC-FILE-STATUS          PIC XX.
       01  WS-FRCNEW-FILE-STATUS       PIC XX.
       01  WS-MVH-FILE-STATUS          PIC XX.
       01  WS-MVHNEW-FILE-STATUS       PIC XX.
       01  WS-STO-FILE-STATUS          PIC XX.
       01  WS-STONEW-FILE-STATUS       PIC XX.
       01  WS-DEN-FILE-STATUS          PIC XX.
       01  WS-DENNEW-FILE-STATUS       PIC XX.
       01  WS-IFCPRV-FILE-STATUS       PIC XX.
       01  WS-HIR-FILE-STATUS          PIC XX.
       01  WS-SBP-FILE-STATUS          PIC XX.

       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-FILE               VALUE "Y".

      *    The runs to back out.  WS-RUN-SEQ is the order the run
      *    was found in on the position history - 1 is the oldest,
      *    the run whose starting position is restored; the report
      *    and the journal work from the highest down, newest first.
       01  WS-RUN-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-RUN-COUNT
                   INDEXED BY WS-RUN-IDX.
               10  WS-RUN-DATE             PIC 9(8).
               10  WS-RUN-ID               PIC X(8).
               10  WS-RUN-SEQ              PIC 9(2).
               10  WS-RUN-PHS-COUNT        PIC 9(8).
               10  WS-RUN-MARKER-FOUND     PIC X.
               10  WS-RUN-SUS-COUNT        PIC 9(8).
               10  WS-RUN-PND-COUNT        PIC 9(8).
      *            Y when the period archive holds records stamped
      *            with the run's date - the run closed a period.
               10  WS-RUN-PERIOD-END       PIC X.
               10  WS-RUN-SAME-DATE-RUNS   PIC 9(4).
       01  WS-SEQ-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-SEQ-WANTED               PIC 9(2).
       01  WS-FOUND-RUN-SUB            PIC 9(2).
       01  WS-OLDEST-RUN-SUB           PIC 9(2) VALUE ZERO.
       01  WS-SEARCH-RUN-DATE          PIC 9(8).
       01  WS-SEARCH-RUN-ID            PIC X(8).
       01  WS-RUN-FOUND                PIC X VALUE "N".
           88  WS-RUN-IS-LISTED             VALUE "Y".

      *    The oldest period-end run among those listed, if any.
      *    Its period figures come back from the archive; the runs
      *    after it only ever added to the new period's figures.
       01  WS-PEND-RUN-DATE            PIC 9(8) VALUE ZERO.

      *    Position-history scan.  The backout zone starts at the
      *    first record of the oldest listed run; from there on
      *    every run on file must be a listed one.
       01  WS-ZONE-SWITCH              PIC X VALUE "N".
           88  WS-IN-BACKOUT-ZONE           VALUE "Y".
       01  WS-CUR-RUN-DATE             PIC 9(8) VALUE ZERO.
       01  WS-CUR-RUN-ID               PIC X(8) VALUE SPACES.
       01  WS-CUR-LISTED               PIC X VALUE "N".
       01  WS-CUR-RUN-SUB              PIC 9(2) VALUE ZERO.
       01  WS-PHS-UNMATCHED-COUNT      PIC 9(8) VALUE ZERO.

      *    The counter master, held whole and kept in counter-id
      *    order for SEARCH ALL - every position-history record of
      *    every run on file is looked up in it.  Alongside the
      *    figures as read sit what the scan collects for each
      *    counter: its close on the last run before the backout
      *    zone (the proof's target), the runs since the period it
      *    belongs to last closed, the archive figures of the
      *    period-end run being undone, and the opening value and
      *    movement totals of the runs being backed out.
       01  WS-MST-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-MASTER-TABLE.
           05  WS-MST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-MST-COUNT
                   ASCENDING KEY IS WS-MST-ID
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
               10  WS-MST-PRIOR-SEEN       PIC X.
               10  WS-MST-PRIOR-CLOSE      PIC S9(15) COMP-3.
               10  WS-MST-PRIOR-DATE       PIC 9(8).
               10  WS-MST-CYCLE-RUNS       PIC 9(4).
               10  WS-MST-PREV-ARC-DATE    PIC 9(8).
               10  WS-MST-ARC-FOUND        PIC X.
               10  WS-MST-ARC-ADDS         PIC S9(15) COMP-3.
               10  WS-MST-ARC-SUBS         PIC S9(15) COMP-3.
               10  WS-MST-ARC-ADJ          PIC S9(15) COMP-3.
               10  WS-MST-ARC-OVERFLOWS    PIC 9(4).
               10  WS-MST-BKO-SEEN         PIC X.
               10  WS-MST-BKO-OPEN         PIC S9(15) COMP-3.
               10  WS-MST-BKO-LAST-CLOSE   PIC S9(15) COMP-3.
               10  WS-MST-BKO-ADDS         PIC S9(15) COMP-3.
               10  WS-MST-BKO-SUBS         PIC S9(15) COMP-3.
               10  WS-MST-BKO-ADJ          PIC S9(15) COMP-3.
               10  WS-MST-BKO-OVERFLOWS    PIC 9(6).
               10  WS-MST-BKO-RUNS         PIC 9(4).
      *            The backed-out runs up to and including the
      *            period-end run, whose movements the archived
      *            period figures contain.
               10  WS-MST-CYC-ADDS         PIC S9(15) COMP-3.
               10  WS-MST-CYC-SUBS         PIC S9(15) COMP-3.
               10  WS-MST-CYC-ADJ          PIC S9(15) COMP-3.
               10  WS-MST-CYC-OVERFLOWS    PIC 9(6).
               10  WS-MST-IFC-SEEN         PIC X.
               10  WS-MST-IFC-VALUE        PIC S9(15) COMP-3.
               10  WS-MST-BRANCH           PIC X(5).
               10  WS-MST-PRODUCT          PIC X(5).
       01  WS-INS-SUB                  PIC 9(4).
       01  WS-MASTER-FOUND             PIC X VALUE "N".
           88  WS-MASTER-WAS-FOUND          VALUE "Y".
       01  WS-SEARCH-KEY               PIC X(10).
       01  WS-WORK-COUNT               PIC S9(8).

      *    Suspense and pending items as they stood before the
      *    oldest backed-out run, from the held-item history.  An
      *    item is known by its transaction key and the date it was
      *    first held, which never change while it is held.
      *    WS-SUS-STATE / WS-PND-STATE: R restored from the history
      *    only (the runs consumed it - put back), C also on the
      *    current file.
       01  WS-SUS-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-SUS-TABLE.
           05  WS-SUS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SUS-COUNT
                   INDEXED BY WS-SUS-IDX.
               10  WS-SUS-IMAGE            PIC X(61).
               10  WS-SUS-KEY-VIEW REDEFINES WS-SUS-IMAGE.
                   15  WS-SUS-TRAN-KEY         PIC 9(8).
                   15  FILLER                  PIC X(31).
                   15  WS-SUS-FIRST-DATE       PIC 9(8).
                   15  FILLER                  PIC X(14).
               10  WS-SUS-STATE            PIC X.
       01  WS-PND-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PND-COUNT
                   INDEXED BY WS-PND-IDX.
               10  WS-PND-IMAGE            PIC X(79).
               10  WS-PND-KEY-VIEW REDEFINES WS-PND-IMAGE.
                   15  FILLER                  PIC X.
                   15  WS-PND-TRAN-KEY         PIC 9(8).
                   15  FILLER                  PIC X(42).
                   15  WS-PND-FIRST-DATE       PIC 9(8).
                   15  FILLER                  PIC X(20).
               10  WS-PND-STATE            PIC X.
       01  WS-ITEM-FOUND               PIC X VALUE "N".
           88  WS-ITEM-WAS-FOUND            VALUE "Y".
       01  WS-ITEM-TRAN-KEY            PIC 9(8).
       01  WS-ITEM-FIRST-DATE          PIC 9(8).
       01  WS-ITEM-FULL-WARNED         PIC X VALUE "N".
      *    A pending image off the held-item history, for its key.
       01  WS-HELD-PND-IMAGE           PIC X(79).
       01  WS-HELD-PND-VIEW REDEFINES WS-HELD-PND-IMAGE.
           05  WS-HELD-PND-STATUS      PIC X.
               88  WS-HELD-PND-DENIED          VALUE "D".
           05  WS-HELD-PND-TRAN-KEY    PIC 9(8).
           05  FILLER                  PIC X(42).
           05  WS-HELD-PND-FIRST-DATE  PIC 9(8).
           05  FILLER                  PIC X(20).

      *    Denials the backed-out runs returned: every item a run
      *    started from already denied, which the run wrote to
      *    DENFILE.  Known, like the pending items, by transaction
      *    key and first-held date.
       01  WS-DEN-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-DEN-TABLE.
           05  WS-DEN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DEN-COUNT
                   INDEXED BY WS-DEN-IDX.
               10  WS-DEN-TRAN-KEY         PIC 9(8).
               10  WS-DEN-FIRST-DATE       PIC 9(8).

      *    Feeds TRANMRG received on a backed-out run's night, by
      *    source and feed date - a pair FRCFILE never holds twice.
      *    Their lines on the movement history go with them.
       01  WS-DRP-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-DROPPED-RECEIPT-TABLE.
           05  WS-DRP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DRP-COUNT
                   INDEXED BY WS-DRP-IDX.
               10  WS-DRP-SOURCE           PIC X(3).
               10  WS-DRP-FEED-DATE        PIC 9(8).
       01  WS-DRP-FOUND                PIC X VALUE "N".
           88  WS-RECEIPT-WAS-DROPPED       VALUE "Y".

      *    The last-generated date a standing instruction goes back
      *    to: the day before the oldest backed-out run.
       01  WS-STO-RESET-DATE           PIC 9(8).

      *    Reversals posted by the backed-out runs, collected as the
      *    journal is read newest first - before the originals they
      *    marked, further down the file.
       01  WS-REV-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-REV-COUNT
                   INDEXED BY WS-REV-IDX.
               10  WS-REV-TRAN-DATE        PIC 9(8).
               10  WS-REV-TRAN-KEY         PIC 9(8).

      *    Subscriber profiles, as CNTRUPD loads them.
       01  WS-SUB-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-SUB-TABLE.
           05  WS-SUB-ENTRY OCCURS 8 TIMES.
               10  WS-SUB-ID               PIC X(8).
               10  WS-SUB-BRANCH           PIC X(5).
               10  WS-SUB-PRODUCT          PIC X(5).
               10  WS-SUB-CHANGED-ONLY     PIC X.
       01  WS-SUB-SLOT                 PIC 9(2).
       01  WS-SUB-REC-COUNT            PIC 9(8).
       01  WS-SUB-NET-TOTAL            PIC S9(15) COMP-3.
       01  WS-SUB-WANTED               PIC X.
       01  WS-SUB-IO-AREA              PIC X(35).
       01  WS-SUB-DETAIL-REC.
           05  WS-SUB-COUNTER-ID       PIC X(10).
           05  WS-SUB-FINAL-VALUE      PIC S9(15)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  WS-SUB-OVERFLOW-STATUS  PIC X.
           05  WS-SUB-RUN-DATE         PIC 9(8).
       01  WS-SUB-TRAILER-REC.
           05  WS-SUB-TRL-TYPE         PIC X(3).
           05  WS-SUB-TRL-COUNT        PIC 9(8).
           05  WS-SUB-TRL-NET          PIC S9(15)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           05  FILLER                  PIC X(8) VALUE SPACES.

      *    Refusals are written to the report as they are found.
       01  WS-REFUSAL-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-REFUSAL-TEXT             PIC X(132).
       01  WS-NEW-FILE-NAME            PIC X(8).

      *    Balancing proof.
       01  WS-BEF-CLOSE                PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-AFT-CLOSE                PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-PRIOR-CLOSE-TOTAL        PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-EXPECTED-CLOSE           PIC S9(15) COMP-3.
       01  WS-BEF-LTD-NET              PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-AFT-LTD-NET              PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-BKO-LTD-NET              PIC S9(17) COMP-3 VALUE ZERO.
       01  WS-PROOF-BEFORE             PIC S9(17) COMP-3.
       01  WS-PROOF-AFTER              PIC S9(17) COMP-3.
       01  WS-PROOF-LABEL              PIC X(26).
       01  WS-BREAK-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-CTR-BREAK-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-RESTORED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-UNTOUCHED-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-RUN-PHS-TOTAL            PIC 9(8) VALUE ZERO.

       01  WS-MST-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-MST-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-PHS-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-PHS-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-PHS-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-HLD-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-HLD-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-HLD-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-SUS-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-SUS-PUT-BACK-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-SUS-DROPPED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-PND-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-PND-PUT-BACK-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-PND-DROPPED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-AUD-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-AUD-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-AUD-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-ADJ-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-ADJ-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-ADJ-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-JRN-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-JRN-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-JRN-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-JRN-UNMARKED-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-ARC-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-ARC-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-ARC-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-FRC-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-FRC-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-FRC-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-MVH-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-MVH-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-MVH-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-STO-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-STO-RESET-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-STO-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-DEN-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-DEN-REMOVED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-DEN-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-IFC-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.

       01  WS-BACKOUT-ID               PIC X(8).
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-DATE-YYYYMMDD PIC 9(8).
           05  WS-CURRENT-TIME-HHMMSS   PIC 9(6).
           05  WS-CURRENT-TIME-HSEC     PIC 9(2).
           05  FILLER                  PIC X(5).

       01  WS-VALUE-EDIT               PIC -(16)9.
       01  WS-VALUE-EDIT-2             PIC -(16)9.
       01  WS-VALUE-EDIT-3             PIC -(16)9.
       01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
       01  WS-COUNT-EDIT-2             PIC ZZZZZZZ9.
       01  WS-COUNT-EDIT-3             PIC ZZZZZZZ9.
       01  WS-RUN-TYPE-TEXT            PIC X(10).

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
           PERFORM 1100-INITIALIZE
           PERFORM 1150-CHECK-RUN-STATE
           PERFORM 1200-LOAD-BACKOUT-RUNS
           IF WS-REFUSAL-COUNT = ZERO
               PERFORM 1170-LOAD-COUNTER-MASTER
           END-IF
           IF WS-REFUSAL-COUNT = ZERO
               PERFORM 2000-FIND-PERIOD-END-RUN
               PERFORM 2100-SCAN-POSITION-HISTORY
               PERFORM 2200-SCAN-HELD-ITEM-MARKERS
               PERFORM 2300-VALIDATE-RUNS
           END-IF
           IF WS-REFUSAL-COUNT > ZERO
               PERFORM 6900-REPORT-REFUSAL
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6100-REPORT-RUNS
           PERFORM 3000-RESTORE-MASTER
           PERFORM 8100-WRITE-MASTER-NEW
           PERFORM 3100-RESTORE-HELD-ITEMS
           PERFORM 3200-MATCH-CURRENT-SUSPENSE
           PERFORM 3300-MATCH-CURRENT-PENDING
           PERFORM 8200-WRITE-HELD-ITEMS-NEW
           PERFORM 4000-FILTER-POSITION-HISTORY
           PERFORM 4100-FILTER-AUDIT-FILE
           PERFORM 4200-FILTER-ADJUSTMENT-AUDIT
           PERFORM 4300-FILTER-POSTING-JOURNAL
           PERFORM 4400-FILTER-PERIOD-ARCHIVE
           PERFORM 4500-FILTER-FEED-RECEIPTS
           PERFORM 4600-FILTER-MOVEMENT-HISTORY
           PERFORM 4700-RESET-STANDING-INSTRS
           PERFORM 4800-FILTER-DENIAL-FILE
           PERFORM 6200-REPORT-COUNTERS
           PERFORM 6500-REPORT-BALANCING-PROOF
           IF WS-BREAK-COUNT = ZERO
               PERFORM 7000-PRODUCE-INTERFACE-FILE
           END-IF
           PERFORM 1300-TERMINATE
           STOP RUN.

      *    The run id follows CNTRUPD's time-of-day convention with
      *    a BO prefix, the way CNTRCNS marks its own runs.
       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           STRING "BO" WS-CURRENT-TIME-HHMMSS
               DELIMITED BY SIZE INTO WS-BACKOUT-ID
           OPEN OUTPUT REPORT-FILE
           PERFORM 6000-WRITE-HEADING.

      *    Nothing is backed out underneath a cycle still in flight:
      *    a CHKFILE that is not the end-of-job marker is a CNTRUPD
      *    run waiting to restart, and a NEW file already on line is
      *    an update the scheduler has not renamed yet - the run
      *    being backed out must be fully committed first.
       1150-CHECK-RUN-STATE.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHK-FILE-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END MOVE "EOJ" TO CHK-REC-TYPE
               END-READ
               IF NOT CHK-IS-END-OF-JOB
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING "CHKFILE holds an interrupted CNTRUPD "
                          "run's restart point - finish that run "
                          "first"
                          DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   PERFORM 6950-REPORT-REFUSAL-LINE
               END-IF
               CLOSE CHECKPOINT-FILE
           END-IF
           OPEN INPUT COUNTER-MASTER-OUT
           IF WS-MSTNEW-FILE-STATUS = "00"
               CLOSE COUNTER-MASTER-OUT
               MOVE "MSTNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT SUSPENSE-OUT
           IF WS-SUSNEW-FILE-STATUS = "00"
               CLOSE SUSPENSE-OUT
               MOVE "SUSNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT PENDING-OUT
           IF WS-PNDNEW-FILE-STATUS = "00"
               CLOSE PENDING-OUT
               MOVE "PNDNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT POSITION-HISTORY-OUT
           IF WS-PHSNEW-FILE-STATUS = "00"
               CLOSE POSITION-HISTORY-OUT
               MOVE "PHSNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT HELD-ITEM-HISTORY-OUT
           IF WS-HLDNEW-FILE-STATUS = "00"
               CLOSE HELD-ITEM-HISTORY-OUT
               MOVE "HLDNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT AUDIT-OUT
           IF WS-AUDNEW-FILE-STATUS = "00"
               CLOSE AUDIT-OUT
               MOVE "AUDNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT ADJUSTMENT-AUDIT-OUT
           IF WS-ADJNEW-FILE-STATUS = "00"
               CLOSE ADJUSTMENT-AUDIT-OUT
               MOVE "ADJNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT POSTING-JOURNAL-OUT
           IF WS-JRNNEW-FILE-STATUS = "00"
               CLOSE POSTING-JOURNAL-OUT
               MOVE "JRNNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT PERIOD-ARCHIVE-OUT
           IF WS-ARCNEW-FILE-STATUS = "00"
               CLOSE PERIOD-ARCHIVE-OUT
               MOVE "ARCNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT FEED-RECEIPT-OUT
           IF WS-FRCNEW-FILE-STATUS = "00"
               CLOSE FEED-RECEIPT-OUT
               MOVE "FRCNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT MOVEMENT-HISTORY-OUT
           IF WS-MVHNEW-FILE-STATUS = "00"
               CLOSE MOVEMENT-HISTORY-OUT
               MOVE "MVHNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT STANDING-INSTR-OUT
           IF WS-STONEW-FILE-STATUS = "00"
               CLOSE STANDING-INSTR-OUT
               MOVE "STONEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF
           OPEN INPUT DENIAL-OUT
           IF WS-DENNEW-FILE-STATUS = "00"
               CLOSE DENIAL-OUT
               MOVE "DENNEW" TO WS-NEW-FILE-NAME
               PERFORM 1160-REPORT-PENDING-RENAME
           END-IF.

       1160-REPORT-PENDING-RENAME.
           MOVE SPACES TO WS-REFUSAL-TEXT
           STRING FUNCTION TRIM(WS-NEW-FILE-NAME)
                  " is already on line waiting to be renamed - "
                  "complete or discard that update first"
                  DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
           PERFORM 6950-REPORT-REFUSAL-LINE.

      *    The master is held in counter-id order: each record read
      *    is inserted in place, so a master written out of order
      *    (a consolidation's created survivor goes at the end)
      *    still searches correctly.
       1170-LOAD-COUNTER-MASTER.
           OPEN INPUT COUNTER-MASTER-IN
           IF WS-MSTIN-FILE-STATUS NOT = "00"
               MOVE "No counter master (MSTFILE) - nothing to restore"
                   TO WS-REFUSAL-TEXT
               PERFORM 6950-REPORT-REFUSAL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ COUNTER-MASTER-IN
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               IF WS-MST-COUNT >= 2000
                   MOVE "Counter master has more than 2000 records"
                       TO WS-REFUSAL-TEXT
                   PERFORM 6950-REPORT-REFUSAL-LINE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MST-READ-COUNT
               PERFORM 1175-INSERT-MASTER-ENTRY
               READ COUNTER-MASTER-IN
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE COUNTER-MASTER-IN.

       1175-INSERT-MASTER-ENTRY.
           ADD 1 TO WS-MST-COUNT
           MOVE WS-MST-COUNT TO WS-INS-SUB
           PERFORM UNTIL WS-INS-SUB < 2
               IF WS-MST-ID(WS-INS-SUB - 1) > MST-COUNTER-ID
                   MOVE WS-MST-ENTRY(WS-INS-SUB - 1)
                       TO WS-MST-ENTRY(WS-INS-SUB)
                   SUBTRACT 1 FROM WS-INS-SUB
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           SET WS-MST-IDX TO WS-INS-SUB
           INITIALIZE WS-MST-ENTRY(WS-MST-IDX)
           MOVE MST-COUNTER-ID  TO WS-MST-ID(WS-MST-IDX)
           MOVE MST-CLOSE-VALUE TO WS-MST-CLOSE(WS-MST-IDX)
           MOVE MST-CLOSE-VALUE TO WS-MST-BEFORE-CLOSE(WS-MST-IDX)
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
           END-IF
           IF MST-PTD-RUNS NUMERIC
               MOVE MST-PTD-RUNS TO WS-MST-PTD-RUNS(WS-MST-IDX)
           END-IF
           MOVE "N" TO WS-MST-PRIOR-SEEN(WS-MST-IDX)
           MOVE "N" TO WS-MST-ARC-FOUND(WS-MST-IDX)
           MOVE "N" TO WS-MST-BKO-SEEN(WS-MST-IDX)
           MOVE "N" TO WS-MST-IFC-SEEN(WS-MST-IDX)
           MOVE "*NONE" TO WS-MST-BRANCH(WS-MST-IDX)
           MOVE "*NONE" TO WS-MST-PRODUCT(WS-MST-IDX)
           ADD MST-CLOSE-VALUE TO WS-BEF-CLOSE
           COMPUTE WS-BEF-LTD-NET = WS-BEF-LTD-NET
               + MST-LTD-ADDS - MST-LTD-SUBS.

      *    One row per run.  A listed run is checked against the
      *    position history later; here only the row itself.
       1200-LOAD-BACKOUT-RUNS.
           OPEN INPUT BACKOUT-RUN-FILE
           IF WS-BKO-FILE-STATUS NOT = "00"
               MOVE "No run list (BKORUNS) - nothing to back out"
                   TO WS-REFUSAL-TEXT
               PERFORM 6950-REPORT-REFUSAL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ BACKOUT-RUN-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM 1210-VALIDATE-RUN-ROW
               READ BACKOUT-RUN-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE BACKOUT-RUN-FILE
           IF WS-RUN-COUNT = ZERO AND WS-REFUSAL-COUNT = ZERO
               MOVE "Run list (BKORUNS) is empty - nothing to back out"
                   TO WS-REFUSAL-TEXT
               PERFORM 6950-REPORT-REFUSAL-LINE
           END-IF.

       1210-VALIDATE-RUN-ROW.
           IF BKO-RUN-DATE NOT NUMERIC OR BKO-RUN-DATE = ZERO
              OR BKO-RUN-ID = SPACES
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "Run list row '" BACKOUT-RUN-RECORD
                      "' needs a run date and a run id"
                      DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               PERFORM 6950-REPORT-REFUSAL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE BKO-RUN-DATE TO WS-SEARCH-RUN-DATE
           MOVE BKO-RUN-ID   TO WS-SEARCH-RUN-ID
           PERFORM 3050-FIND-LISTED-RUN
           IF WS-RUN-IS-LISTED
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "Run " BKO-RUN-DATE " " BKO-RUN-ID
                      " is listed twice"
                      DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               PERFORM 6950-REPORT-REFUSAL-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-RUN-COUNT >= 20
               MOVE "More than 20 runs listed - back out in stages"
                   TO WS-REFUSAL-TEXT
               PERFORM 6950-REPORT-REFUSAL-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-COUNT
           SET WS-RUN-IDX TO WS-RUN-COUNT
           INITIALIZE WS-RUN-ENTRY(WS-RUN-IDX)
           MOVE BKO-RUN-DATE TO WS-RUN-DATE(WS-RUN-IDX)
           MOVE BKO-RUN-ID   TO WS-RUN-ID(WS-RUN-IDX)
           MOVE "N"          TO WS-RUN-MARKER-FOUND(WS-RUN-IDX)
           MOVE "N"          TO WS-RUN-PERIOD-END(WS-RUN-IDX).

      *    A listed run closed a period if the archive holds records
      *    stamped with its date.  The oldest such run is the one
      *    whose archived period figures come back onto the master;
      *    for it each counter's archive record is kept, with the
      *    date of that counter's period close before it.
       2000-FIND-PERIOD-END-RUN.
           OPEN INPUT PERIOD-ARCHIVE-FILE
           IF WS-ARC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ PERIOD-ARCHIVE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF WS-RUN-DATE(WS-RUN-IDX) = ARC-RUN-DATE
                       MOVE "Y" TO WS-RUN-PERIOD-END(WS-RUN-IDX)
                       IF WS-PEND-RUN-DATE = ZERO
                          OR ARC-RUN-DATE < WS-PEND-RUN-DATE
                           MOVE ARC-RUN-DATE TO WS-PEND-RUN-DATE
                       END-IF
                   END-IF
               END-PERFORM
               READ PERIOD-ARCHIVE-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PERIOD-ARCHIVE-FILE
           IF WS-PEND-RUN-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PERIOD-ARCHIVE-FILE
           MOVE "N" TO WS-EOF-SWITCH
           READ PERIOD-ARCHIVE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               MOVE ARC-COUNTER-ID TO WS-SEARCH-KEY
               PERFORM 3040-FIND-MASTER
               IF WS-MASTER-WAS-FOUND
                   EVALUATE TRUE
                       WHEN ARC-RUN-DATE = WS-PEND-RUN-DATE
                           MOVE "Y" TO WS-MST-ARC-FOUND(WS-MST-IDX)
                           MOVE ARC-PERIOD-ADDS
                               TO WS-MST-ARC-ADDS(WS-MST-IDX)
                           MOVE ARC-PERIOD-SUBS
                               TO WS-MST-ARC-SUBS(WS-MST-IDX)
                           MOVE ARC-PERIOD-ADJ
                               TO WS-MST-ARC-ADJ(WS-MST-IDX)
                           MOVE ARC-OVERFLOW-COUNT
                               TO WS-MST-ARC-OVERFLOWS(WS-MST-IDX)
                       WHEN ARC-RUN-DATE < WS-PEND-RUN-DATE
                        AND ARC-RUN-DATE
                            > WS-MST-PREV-ARC-DATE(WS-MST-IDX)
                           MOVE ARC-RUN-DATE
                               TO WS-MST-PREV-ARC-DATE(WS-MST-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ PERIOD-ARCHIVE-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE PERIOD-ARCHIVE-FILE.

      *    POSHIST is in run order.  Before the backout zone each
      *    record moves its counter's prior close on; inside it,
      *    each listed run's records are totalled per counter and
      *    any other run is one posted on top of a run being backed
      *    out.
       2100-SCAN-POSITION-HISTORY.
           OPEN INPUT POSITION-HISTORY-FILE
           IF WS-PHS-FILE-STATUS NOT = "00"
               MOVE "No position history (POSHIST) - nothing to "
                   TO WS-REFUSAL-TEXT
               MOVE "restore from" TO WS-REFUSAL-TEXT(45:12)
               PERFORM 6950-REPORT-REFUSAL-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ POSITION-HISTORY-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               IF PHS-RUN-DATE NOT = WS-CUR-RUN-DATE
                  OR PHS-RUN-ID NOT = WS-CUR-RUN-ID
                   PERFORM 2110-START-RUN-GROUP
               END-IF
               IF WS-CUR-LISTED = "Y"
                   ADD 1 TO WS-RUN-PHS-COUNT(WS-CUR-RUN-SUB)
               END-IF
               MOVE PHS-COUNTER-ID TO WS-SEARCH-KEY
               PERFORM 3040-FIND-MASTER
               EVALUATE TRUE
                   WHEN NOT WS-MASTER-WAS-FOUND
                       ADD 1 TO WS-PHS-UNMATCHED-COUNT
                   WHEN WS-CUR-LISTED = "Y"
                       PERFORM 2120-TOTAL-BACKOUT-RECORD
                   WHEN NOT WS-IN-BACKOUT-ZONE
                       PERFORM 2130-TAKE-PRIOR-RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ POSITION-HISTORY-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE POSITION-HISTORY-FILE.

       2110-START-RUN-GROUP.
           MOVE PHS-RUN-DATE TO WS-CUR-RUN-DATE
           MOVE PHS-RUN-ID   TO WS-CUR-RUN-ID
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-DATE(WS-RUN-IDX) = PHS-RUN-DATE
                   ADD 1 TO WS-RUN-SAME-DATE-RUNS(WS-RUN-IDX)
               END-IF
           END-PERFORM
           MOVE PHS-RUN-DATE TO WS-SEARCH-RUN-DATE
           MOVE PHS-RUN-ID   TO WS-SEARCH-RUN-ID
           PERFORM 3050-FIND-LISTED-RUN
           IF WS-RUN-IS-LISTED
               MOVE "Y" TO WS-CUR-LISTED
               MOVE WS-FOUND-RUN-SUB TO WS-CUR-RUN-SUB
               SET WS-IN-BACKOUT-ZONE TO TRUE
               IF WS-RUN-SEQ(WS-CUR-RUN-SUB) = ZERO
                   ADD 1 TO WS-SEQ-COUNT
                   MOVE WS-SEQ-COUNT TO WS-RUN-SEQ(WS-CUR-RUN-SUB)
                   IF WS-SEQ-COUNT = 1
                       MOVE WS-CUR-RUN-SUB TO WS-OLDEST-RUN-SUB
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO WS-CUR-LISTED
               MOVE ZERO TO WS-CUR-RUN-SUB
               IF WS-IN-BACKOUT-ZONE
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   IF PHS-RUN-ID(1:2) = "CN"
                       STRING "Consolidation run " PHS-RUN-DATE " "
                              PHS-RUN-ID " ran after a listed run "
                              "- it cannot be backed out here"
                              DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   ELSE
                       STRING "Run " PHS-RUN-DATE " " PHS-RUN-ID
                              " posted on top of a listed run - "
                              "list it too to back it out first"
                              DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   END-IF
                   PERFORM 6950-REPORT-REFUSAL-LINE
               END-IF
           END-IF.

      *    The first listed run a counter appears in is the oldest:
      *    its opening value is the position to go back to.
       2120-TOTAL-BACKOUT-RECORD.
           IF WS-MST-BKO-SEEN(WS-MST-IDX) = "N"
               MOVE "Y" TO WS-MST-BKO-SEEN(WS-MST-IDX)
               MOVE PHS-OPEN-VALUE TO WS-MST-BKO-OPEN(WS-MST-IDX)
           END-IF
           MOVE PHS-CLOSE-VALUE TO WS-MST-BKO-LAST-CLOSE(WS-MST-IDX)
           ADD PHS-TOTAL-ADDS     TO WS-MST-BKO-ADDS(WS-MST-IDX)
           ADD PHS-TOTAL-SUBS     TO WS-MST-BKO-SUBS(WS-MST-IDX)
           ADD PHS-TOTAL-ADJ      TO WS-MST-BKO-ADJ(WS-MST-IDX)
           ADD PHS-OVERFLOW-COUNT TO WS-MST-BKO-OVERFLOWS(WS-MST-IDX)
           ADD 1                  TO WS-MST-BKO-RUNS(WS-MST-IDX)
           IF WS-PEND-RUN-DATE > ZERO
              AND PHS-RUN-DATE NOT > WS-PEND-RUN-DATE
               ADD PHS-TOTAL-ADDS TO WS-MST-CYC-ADDS(WS-MST-IDX)
               ADD PHS-TOTAL-SUBS TO WS-MST-CYC-SUBS(WS-MST-IDX)
               ADD PHS-TOTAL-ADJ  TO WS-MST-CYC-ADJ(WS-MST-IDX)
               ADD PHS-OVERFLOW-COUNT
                   TO WS-MST-CYC-OVERFLOWS(WS-MST-IDX)
           END-IF.

      *    A CNTRUPD run since the counter's last period close counts
      *    towards the period's run count; a consolidation's fold
      *    records move the close but are not a business day.
       2130-TAKE-PRIOR-RECORD.
           MOVE "Y"             TO WS-MST-PRIOR-SEEN(WS-MST-IDX)
           MOVE PHS-CLOSE-VALUE TO WS-MST-PRIOR-CLOSE(WS-MST-IDX)
           MOVE PHS-RUN-DATE    TO WS-MST-PRIOR-DATE(WS-MST-IDX)
           IF PHS-RUN-ID(1:2) NOT = "CN"
              AND PHS-RUN-DATE > WS-MST-PREV-ARC-DATE(WS-MST-IDX)
               ADD 1 TO WS-MST-CYCLE-RUNS(WS-MST-IDX)
           END-IF.

       2200-SCAN-HELD-ITEM-MARKERS.
           OPEN INPUT HELD-ITEM-HISTORY
           IF WS-HLD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           READ HELD-ITEM-HISTORY
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               IF HLD-IS-RUN-MARKER
                   MOVE HLD-RUN-DATE TO WS-SEARCH-RUN-DATE
                   MOVE HLD-RUN-ID   TO WS-SEARCH-RUN-ID
                   PERFORM 3050-FIND-LISTED-RUN
                   IF WS-RUN-IS-LISTED
                       MOVE "Y" TO
                           WS-RUN-MARKER-FOUND(WS-FOUND-RUN-SUB)
                       MOVE HLD-SUS-COUNT
                           TO WS-RUN-SUS-COUNT(WS-FOUND-RUN-SUB)
                       MOVE HLD-PND-COUNT
                           TO WS-RUN-PND-COUNT(WS-FOUND-RUN-SUB)
                   END-IF
               END-IF
               READ HELD-ITEM-HISTORY
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE HELD-ITEM-HISTORY.

      *    Every listed run must be on the position history with its
      *    held items recorded, a period-end run must be the only
      *    run on its date (the archive carries no run id), and the
      *    master must still carry the closes the newest listed run
      *    wrote - anything else means the backout would start from
      *    the wrong place.  The master is only compared once the
      *    runs themselves are in order; against a run that is not
      *    the newest it would differ on every counter.
       2300-VALIDATE-RUNS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               EVALUATE TRUE
                   WHEN WS-RUN-SEQ(WS-RUN-IDX) = ZERO
                       MOVE SPACES TO WS-REFUSAL-TEXT
                       STRING "Run " WS-RUN-DATE(WS-RUN-IDX) " "
                              WS-RUN-ID(WS-RUN-IDX)
                              " is not on the position history"
                              DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                       PERFORM 6950-REPORT-REFUSAL-LINE
                   WHEN WS-RUN-MARKER-FOUND(WS-RUN-IDX) = "N"
                       MOVE SPACES TO WS-REFUSAL-TEXT
                       STRING "Run " WS-RUN-DATE(WS-RUN-IDX) " "
                              WS-RUN-ID(WS-RUN-IDX)
                              " has no held-item history (HLDHIST) "
                              "- its suspense and pending items "
                              "cannot be put back"
                              DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                       PERFORM 6950-REPORT-REFUSAL-LINE
                   WHEN WS-RUN-PERIOD-END(WS-RUN-IDX) = "Y"
                    AND WS-RUN-SAME-DATE-RUNS(WS-RUN-IDX) > 1
                       MOVE SPACES TO WS-REFUSAL-TEXT
                       STRING "Period closed on "
                              WS-RUN-DATE(WS-RUN-IDX)
                              " but more than one run that day - "
                              "cannot tell which run closed it"
                              DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                       PERFORM 6950-REPORT-REFUSAL-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-REFUSAL-COUNT > ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-BKO-SEEN(WS-MST-IDX) = "Y"
                  AND WS-MST-BKO-LAST-CLOSE(WS-MST-IDX)
                      NOT = WS-MST-CLOSE(WS-MST-IDX)
                   MOVE WS-MST-CLOSE(WS-MST-IDX) TO WS-VALUE-EDIT
                   MOVE WS-MST-BKO-LAST-CLOSE(WS-MST-IDX)
                       TO WS-VALUE-EDIT-2
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING "Master close for " WS-MST-ID(WS-MST-IDX)
                          " " FUNCTION TRIM(WS-VALUE-EDIT)
                          " is not the " FUNCTION TRIM(WS-VALUE-EDIT-2)
                          " the newest listed run wrote - MSTNEW not "
                          "renamed, or the master changed since"
                          DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   PERFORM 6950-REPORT-REFUSAL-LINE
               END-IF
           END-PERFORM.

      *    Each counter the runs touched goes back to the opening
      *    value of the oldest of them.  Life-to-date figures lose
      *    every backed-out movement.  Period-to-date figures lose
      *    them too - unless a backed-out run closed the period, when
      *    the figures the period closed with come back from the
      *    archive less what the runs up to the close added, and the
      *    run count is rebuilt from the position history.
       3000-RESTORE-MASTER.
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-BKO-SEEN(WS-MST-IDX) = "Y"
                   PERFORM 3010-RESTORE-ONE-COUNTER
                   ADD 1 TO WS-RESTORED-COUNT
               ELSE
                   ADD 1 TO WS-UNTOUCHED-COUNT
               END-IF
           END-PERFORM.

       3010-RESTORE-ONE-COUNTER.
           MOVE WS-MST-BKO-OPEN(WS-MST-IDX) TO WS-MST-CLOSE(WS-MST-IDX)
           SUBTRACT WS-MST-BKO-ADDS(WS-MST-IDX)
               FROM WS-MST-LTD-ADDS(WS-MST-IDX)
           SUBTRACT WS-MST-BKO-SUBS(WS-MST-IDX)
               FROM WS-MST-LTD-SUBS(WS-MST-IDX)
           COMPUTE WS-BKO-LTD-NET = WS-BKO-LTD-NET
               + WS-MST-BKO-ADDS(WS-MST-IDX)
               - WS-MST-BKO-SUBS(WS-MST-IDX)
           IF WS-PEND-RUN-DATE = ZERO
               SUBTRACT WS-MST-BKO-ADDS(WS-MST-IDX)
                   FROM WS-MST-PTD-ADDS(WS-MST-IDX)
               SUBTRACT WS-MST-BKO-SUBS(WS-MST-IDX)
                   FROM WS-MST-PTD-SUBS(WS-MST-IDX)
               SUBTRACT WS-MST-BKO-ADJ(WS-MST-IDX)
                   FROM WS-MST-PTD-ADJ(WS-MST-IDX)
               COMPUTE WS-WORK-COUNT =
                   WS-MST-PTD-OVERFLOWS(WS-MST-IDX)
                   - WS-MST-BKO-OVERFLOWS(WS-MST-IDX)
               PERFORM 3020-SET-PTD-OVERFLOWS
               COMPUTE WS-WORK-COUNT =
                   WS-MST-PTD-RUNS(WS-MST-IDX)
                   - WS-MST-BKO-RUNS(WS-MST-IDX)
               IF WS-WORK-COUNT < ZERO
                   MOVE ZERO TO WS-WORK-COUNT
               END-IF
               MOVE WS-WORK-COUNT TO WS-MST-PTD-RUNS(WS-MST-IDX)
           ELSE
               COMPUTE WS-MST-PTD-ADDS(WS-MST-IDX) =
                   WS-MST-ARC-ADDS(WS-MST-IDX)
                   - WS-MST-CYC-ADDS(WS-MST-IDX)
               COMPUTE WS-MST-PTD-SUBS(WS-MST-IDX) =
                   WS-MST-ARC-SUBS(WS-MST-IDX)
                   - WS-MST-CYC-SUBS(WS-MST-IDX)
               COMPUTE WS-MST-PTD-ADJ(WS-MST-IDX) =
                   WS-MST-ARC-ADJ(WS-MST-IDX)
                   - WS-MST-CYC-ADJ(WS-MST-IDX)
               COMPUTE WS-WORK-COUNT =
                   WS-MST-ARC-OVERFLOWS(WS-MST-IDX)
                   - WS-MST-CYC-OVERFLOWS(WS-MST-IDX)
               PERFORM 3020-SET-PTD-OVERFLOWS
               MOVE WS-MST-CYCLE-RUNS(WS-MST-IDX)
                   TO WS-MST-PTD-RUNS(WS-MST-IDX)
           END-IF
           IF WS-MST-PRIOR-SEEN(WS-MST-IDX) = "Y"
               MOVE WS-MST-PRIOR-DATE(WS-MST-IDX)
                   TO WS-MST-LAST-MAINT(WS-MST-IDX)
           END-IF.

       3020-SET-PTD-OVERFLOWS.
           IF WS-WORK-COUNT < ZERO
               MOVE ZERO TO WS-WORK-COUNT
           END-IF
           IF WS-WORK-COUNT > 9999
               MOVE 9999 TO WS-WORK-COUNT
           END-IF
           MOVE WS-WORK-COUNT TO WS-MST-PTD-OVERFLOWS(WS-MST-IDX).

      *    The held-item history in run order: the oldest backed-out
      *    run's images are the items as they stood before it; a
      *    later backed-out run's pending images carry any decision
      *    stamped on an item between runs.  A pending image already
      *    denied, on any backed-out run, is a denial that run
      *    returned on DENFILE.  Every other run's records go
      *    through to HLDNEW.
       3100-RESTORE-HELD-ITEMS.
           OPEN INPUT HELD-ITEM-HISTORY
           OPEN OUTPUT HELD-ITEM-HISTORY-OUT
           MOVE "N" TO WS-EOF-SWITCH
           READ HELD-ITEM-HISTORY
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-HLD-READ-COUNT
               MOVE HLD-RUN-DATE TO WS-SEARCH-RUN-DATE
               MOVE HLD-RUN-ID   TO WS-SEARCH-RUN-ID
               PERFORM 3050-FIND-LISTED-RUN
               IF WS-RUN-IS-LISTED
                   ADD 1 TO WS-HLD-REMOVED-COUNT
                   PERFORM 3110-TAKE-HELD-IMAGE
               ELSE
                   ADD 1 TO WS-HLD-WRITTEN-COUNT
                   WRITE HELD-ITEM-HISTORY-OUT-REC
                       FROM HELD-ITEM-HISTORY-RECORD
               END-IF
               READ HELD-ITEM-HISTORY
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE HELD-ITEM-HISTORY
           CLOSE HELD-ITEM-HISTORY-OUT.

       3110-TAKE-HELD-IMAGE.
           IF HLD-IS-PENDING
               MOVE HLD-IMAGE TO WS-HELD-PND-IMAGE
               IF WS-HELD-PND-DENIED
                   PERFORM 3120-NOTE-RETURNED-DENIAL
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN HLD-IS-SUSPENSE
                AND WS-FOUND-RUN-SUB = WS-OLDEST-RUN-SUB
                   IF WS-SUS-COUNT >= 2000
                       PERFORM 3190-WARN-ITEMS-FULL
                   ELSE
                       ADD 1 TO WS-SUS-COUNT
                       MOVE HLD-IMAGE TO WS-SUS-IMAGE(WS-SUS-COUNT)
                       MOVE "R" TO WS-SUS-STATE(WS-SUS-COUNT)
                   END-IF
               WHEN HLD-IS-PENDING
                AND WS-FOUND-RUN-SUB = WS-OLDEST-RUN-SUB
                   IF WS-PND-COUNT >= 2000
                       PERFORM 3190-WARN-ITEMS-FULL
                   ELSE
                       ADD 1 TO WS-PND-COUNT
                       MOVE HLD-IMAGE TO WS-PND-IMAGE(WS-PND-COUNT)
                       MOVE "R" TO WS-PND-STATE(WS-PND-COUNT)
                   END-IF
               WHEN HLD-IS-PENDING
                   MOVE HLD-IMAGE TO WS-HELD-PND-IMAGE
                   MOVE WS-HELD-PND-TRAN-KEY   TO WS-ITEM-TRAN-KEY
                   MOVE WS-HELD-PND-FIRST-DATE TO WS-ITEM-FIRST-DATE
                   PERFORM 3060-FIND-PENDING-ITEM
                   IF WS-ITEM-WAS-FOUND
                       MOVE HLD-IMAGE TO WS-PND-IMAGE(WS-PND-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3120-NOTE-RETURNED-DENIAL.
           MOVE WS-HELD-PND-TRAN-KEY   TO WS-ITEM-TRAN-KEY
           MOVE WS-HELD-PND-FIRST-DATE TO WS-ITEM-FIRST-DATE
           PERFORM 3090-FIND-RETURNED-DENIAL
           IF WS-ITEM-WAS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-DEN-COUNT >= 2000
               PERFORM 3190-WARN-ITEMS-FULL
           ELSE
               ADD 1 TO WS-DEN-COUNT
               MOVE WS-ITEM-TRAN-KEY   TO WS-DEN-TRAN-KEY(WS-DEN-COUNT)
               MOVE WS-ITEM-FIRST-DATE
                   TO WS-DEN-FIRST-DATE(WS-DEN-COUNT)
           END-IF.

      *    Counted as a break: an item that cannot be held would be
      *    lost from SUSNEW / PNDNEW.
       3190-WARN-ITEMS-FULL.
           IF WS-ITEM-FULL-WARNED = "N"
               MOVE "Y" TO WS-ITEM-FULL-WARNED
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "BREAK: more than 2000 suspense or pending "
                      "items to put back - not all restored"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    The suspense file as the backed-out runs left it.  An
      *    item also in the restored set was held before them and
      *    is still held (the restored image carries its age as it
      *    was); anything else was held by the runs themselves and
      *    is dropped - it comes back if the corrected feed holds it
      *    again.
       3200-MATCH-CURRENT-SUSPENSE.
           OPEN INPUT SUSPENSE-IN
           IF WS-SUSIN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ SUSPENSE-IN
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE SUS-TRAN-KEY   TO WS-ITEM-TRAN-KEY
                   MOVE SUS-FIRST-DATE TO WS-ITEM-FIRST-DATE
                   PERFORM 3070-FIND-SUSPENSE-ITEM
                   IF WS-ITEM-WAS-FOUND
                       MOVE "C" TO WS-SUS-STATE(WS-SUS-IDX)
                   ELSE
                       ADD 1 TO WS-SUS-DROPPED-COUNT
                   END-IF
                   READ SUSPENSE-IN
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN
           END-IF
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
               IF WS-SUS-STATE(WS-SUS-IDX) = "R"
                   ADD 1 TO WS-SUS-PUT-BACK-COUNT
               END-IF
           END-PERFORM.

      *    The pending file as it stands now.  An item also in the
      *    restored set takes its current image, so a decision a
      *    supervisor has stamped on it since is not lost; an item
      *    not in the set was diverted by the runs and is dropped.
       3300-MATCH-CURRENT-PENDING.
           OPEN INPUT PENDING-IN
           IF WS-PNDIN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ PENDING-IN
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE PND-TRAN-KEY   TO WS-ITEM-TRAN-KEY
                   MOVE PND-FIRST-DATE TO WS-ITEM-FIRST-DATE
                   PERFORM 3060-FIND-PENDING-ITEM
                   IF WS-ITEM-WAS-FOUND
                       MOVE PENDING-APPROVAL-RECORD
                           TO WS-PND-IMAGE(WS-PND-IDX)
                       MOVE "C" TO WS-PND-STATE(WS-PND-IDX)
                   ELSE
                       ADD 1 TO WS-PND-DROPPED-COUNT
                   END-IF
                   READ PENDING-IN
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN
           END-IF
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-STATE(WS-PND-IDX) = "R"
                   ADD 1 TO WS-PND-PUT-BACK-COUNT
               END-IF
           END-PERFORM.

       3040-FIND-MASTER.
           MOVE "N" TO WS-MASTER-FOUND
           IF WS-MST-COUNT > ZERO
               SEARCH ALL WS-MST-ENTRY
                   AT END CONTINUE
                   WHEN WS-MST-ID(WS-MST-IDX) = WS-SEARCH-KEY
                       MOVE "Y" TO WS-MASTER-FOUND
               END-SEARCH
           END-IF.

       3050-FIND-LISTED-RUN.
           MOVE "N" TO WS-RUN-FOUND
           MOVE ZERO TO WS-FOUND-RUN-SUB
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-DATE(WS-RUN-IDX) = WS-SEARCH-RUN-DATE
                  AND WS-RUN-ID(WS-RUN-IDX) = WS-SEARCH-RUN-ID
                   MOVE "Y" TO WS-RUN-FOUND
                   SET WS-FOUND-RUN-SUB TO WS-RUN-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    The pending item keyed in WS-ITEM-TRAN-KEY and
      *    WS-ITEM-FIRST-DATE, in the restored set.
       3060-FIND-PENDING-ITEM.
           MOVE "N" TO WS-ITEM-FOUND
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-TRAN-KEY(WS-PND-IDX) = WS-ITEM-TRAN-KEY
                  AND WS-PND-FIRST-DATE(WS-PND-IDX)
                      = WS-ITEM-FIRST-DATE
                   MOVE "Y" TO WS-ITEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    WS-RUN-FOUND set when WS-SEARCH-RUN-DATE is the date of
      *    any listed run - for files that carry no run id.
       3080-FIND-LISTED-DATE.
           MOVE "N" TO WS-RUN-FOUND
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-DATE(WS-RUN-IDX) = WS-SEARCH-RUN-DATE
                   MOVE "Y" TO WS-RUN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    The item keyed in WS-ITEM-TRAN-KEY and WS-ITEM-FIRST-DATE,
      *    among the denials the backed-out runs returned.
       3090-FIND-RETURNED-DENIAL.
           MOVE "N" TO WS-ITEM-FOUND
           PERFORM VARYING WS-DEN-IDX FROM 1 BY 1
                   UNTIL WS-DEN-IDX > WS-DEN-COUNT
               IF WS-DEN-TRAN-KEY(WS-DEN-IDX) = WS-ITEM-TRAN-KEY
                  AND WS-DEN-FIRST-DATE(WS-DEN-IDX)
                      = WS-ITEM-FIRST-DATE
                   MOVE "Y" TO WS-ITEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    The suspense item keyed in WS-ITEM-TRAN-KEY and
      *    WS-ITEM-FIRST-DATE, in the restored set.
       3070-FIND-SUSPENSE-ITEM.
           MOVE "N" TO WS-ITEM-FOUND
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
               IF WS-SUS-TRAN-KEY(WS-SUS-IDX) = WS-ITEM-TRAN-KEY
                  AND WS-SUS-FIRST-DATE(WS-SUS-IDX)
                      = WS-ITEM-FIRST-DATE
                   MOVE "Y" TO WS-ITEM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-FILTER-POSITION-HISTORY.
           OPEN OUTPUT POSITION-HISTORY-OUT
           OPEN INPUT POSITION-HISTORY-FILE
           MOVE "N" TO WS-EOF-SWITCH
           READ POSITION-HISTORY-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-PHS-READ-COUNT
               MOVE PHS-RUN-DATE TO WS-SEARCH-RUN-DATE
               MOVE PHS-RUN-ID   TO WS-SEARCH-RUN-ID
               PERFORM 3050-FIND-LISTED-RUN
               IF WS-RUN-IS-LISTED
                   ADD 1 TO WS-PHS-REMOVED-COUNT
               ELSE
                   ADD 1 TO WS-PHS-WRITTEN-COUNT
                   WRITE POSITION-HISTORY-OUT-RECORD
                       FROM POSITION-HISTORY-RECORD
               END-IF
               READ POSITION-HISTORY-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE POSITION-HISTORY-FILE
           CLOSE POSITION-HISTORY-OUT.

      *    A missing input file still gets its (empty) NEW file, so
      *    the scheduler's rename step is the same every time.
       4100-FILTER-AUDIT-FILE.
           OPEN OUTPUT AUDIT-OUT
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ AUDIT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-AUD-READ-COUNT
                   MOVE AUD-RUN-DATE TO WS-SEARCH-RUN-DATE
                   MOVE AUD-RUN-ID   TO WS-SEARCH-RUN-ID
                   PERFORM 3050-FIND-LISTED-RUN
                   IF WS-RUN-IS-LISTED
                       ADD 1 TO WS-AUD-REMOVED-COUNT
                   ELSE
                       ADD 1 TO WS-AUD-WRITTEN-COUNT
                       WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
                   END-IF
                   READ AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           CLOSE AUDIT-OUT.

       4200-FILTER-ADJUSTMENT-AUDIT.
           OPEN OUTPUT ADJUSTMENT-AUDIT-OUT
           OPEN INPUT ADJUSTMENT-AUDIT-FILE
           IF WS-ADJ-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ ADJUSTMENT-AUDIT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-ADJ-READ-COUNT
                   MOVE ADJ-RUN-DATE TO WS-SEARCH-RUN-DATE
                   MOVE ADJ-RUN-ID   TO WS-SEARCH-RUN-ID
                   PERFORM 3050-FIND-LISTED-RUN
                   IF WS-RUN-IS-LISTED
                       ADD 1 TO WS-ADJ-REMOVED-COUNT
                   ELSE
                       ADD 1 TO WS-ADJ-WRITTEN-COUNT
                       WRITE ADJUSTMENT-AUDIT-OUT-RECORD
                           FROM ADJUSTMENT-AUDIT-RECORD
                   END-IF
                   READ ADJUSTMENT-AUDIT-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-AUDIT-FILE
           END-IF
           CLOSE ADJUSTMENT-AUDIT-OUT.

      *    The journal is newest run first, so a backed-out run's
      *    reversals are read before the originals they marked.  An
      *    original one of them reversed is posted again - its
      *    reversal is gone - and can be reversed afresh.
       4300-FILTER-POSTING-JOURNAL.
           OPEN OUTPUT POSTING-JOURNAL-OUT
           OPEN INPUT POSTING-JOURNAL-IN
           IF WS-JRN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ POSTING-JOURNAL-IN
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-JRN-READ-COUNT
                   MOVE JRN-POST-DATE TO WS-SEARCH-RUN-DATE
                   MOVE JRN-RUN-ID    TO WS-SEARCH-RUN-ID
                   PERFORM 3050-FIND-LISTED-RUN
                   IF WS-RUN-IS-LISTED
                       ADD 1 TO WS-JRN-REMOVED-COUNT
                       IF JRN-OPERATION = "REV"
                           PERFORM 4310-NOTE-REVERSAL
                       END-IF
                   ELSE
                       IF JRN-REVERSED AND WS-REV-COUNT > ZERO
                           PERFORM 4320-UNMARK-IF-REVERSED
                       END-IF
                       ADD 1 TO WS-JRN-WRITTEN-COUNT
                       WRITE POSTING-JOURNAL-OUT-RECORD
                           FROM POSTING-JOURNAL-RECORD
                   END-IF
                   READ POSTING-JOURNAL-IN
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-IN
           END-IF
           CLOSE POSTING-JOURNAL-OUT.

       4310-NOTE-REVERSAL.
           IF WS-REV-COUNT >= 5000
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "BREAK: more than 5000 reversals backed out - "
                      "reversed originals not all re-posted"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-REV-COUNT
               MOVE JRN-TRAN-DATE TO WS-REV-TRAN-DATE(WS-REV-COUNT)
               MOVE JRN-TRAN-KEY  TO WS-REV-TRAN-KEY(WS-REV-COUNT)
           END-IF.

       4320-UNMARK-IF-REVERSED.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-TRAN-DATE(WS-REV-IDX) = JRN-REF-DATE
                  AND WS-REV-TRAN-KEY(WS-REV-IDX) = JRN-REF-KEY
                   SET JRN-POSTED TO TRUE
                   MOVE ZERO TO JRN-REF-DATE
                   MOVE ZERO TO JRN-REF-KEY
                   ADD 1 TO WS-JRN-UNMARKED-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Only a backed-out period-end run's archive records go;
      *    the period is open again and closes on the rerun.
       4400-FILTER-PERIOD-ARCHIVE.
           OPEN OUTPUT PERIOD-ARCHIVE-OUT
           OPEN INPUT PERIOD-ARCHIVE-FILE
           IF WS-ARC-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ PERIOD-ARCHIVE-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-ARC-READ-COUNT
                   MOVE "N" TO WS-RUN-FOUND
                   PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                           UNTIL WS-RUN-IDX > WS-RUN-COUNT
                       IF WS-RUN-PERIOD-END(WS-RUN-IDX) = "Y"
                          AND WS-RUN-DATE(WS-RUN-IDX) = ARC-RUN-DATE
                           MOVE "Y" TO WS-RUN-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-RUN-IS-LISTED
                       ADD 1 TO WS-ARC-REMOVED-COUNT
                   ELSE
                       ADD 1 TO WS-ARC-WRITTEN-COUNT
                       WRITE PERIOD-ARCHIVE-OUT-RECORD
                           FROM PERIOD-ARCHIVE-RECORD
                   END-IF
                   READ PERIOD-ARCHIVE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PERIOD-ARCHIVE-FILE
           END-IF
           CLOSE PERIOD-ARCHIVE-OUT.

      *    TRANMRG runs once a night ahead of CNTRUPD and stamps each
      *    feed it accepts with that night's date, so a receipt dated
      *    a backed-out run's date is a feed that run posted.  It
      *    goes, and the corrected feed is accepted on the rerun
      *    instead of being refused as already received.
       4500-FILTER-FEED-RECEIPTS.
           OPEN OUTPUT FEED-RECEIPT-OUT
           OPEN INPUT FEED-RECEIPT-IN
           IF WS-FRC-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ FEED-RECEIPT-IN
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-FRC-READ-COUNT
                   MOVE FRC-RECEIPT-DATE TO WS-SEARCH-RUN-DATE
                   PERFORM 3080-FIND-LISTED-DATE
                   IF WS-RUN-IS-LISTED
                       ADD 1 TO WS-FRC-REMOVED-COUNT
                       PERFORM 4510-NOTE-DROPPED-RECEIPT
                   ELSE
                       ADD 1 TO WS-FRC-WRITTEN-COUNT
                       WRITE FEED-RECEIPT-OUT-RECORD
                           FROM FEED-RECEIPT-RECORD
                   END-IF
                   READ FEED-RECEIPT-IN
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FEED-RECEIPT-IN
           END-IF
           CLOSE FEED-RECEIPT-OUT.

      *    Counted as a break: a feed not noted here would leave its
      *    lines on MVHNEW, and the corrected feed would be held as
      *    duplicates of them.
       4510-NOTE-DROPPED-RECEIPT.
           IF WS-DRP-COUNT >= 500
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "BREAK: more than 500 feed receipts backed out "
                      "- movement history not all taken off"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-DRP-COUNT
               MOVE FRC-SOURCE-SYSTEM TO WS-DRP-SOURCE(WS-DRP-COUNT)
               MOVE FRC-FEED-DATE     TO WS-DRP-FEED-DATE(WS-DRP-COUNT)
           END-IF.

      *    A movement-history line goes with the feed it arrived
      *    under.  A suspect released on a backed-out night stays -
      *    it arrived under an earlier feed, still on file.
       4600-FILTER-MOVEMENT-HISTORY.
           OPEN OUTPUT MOVEMENT-HISTORY-OUT
           OPEN INPUT MOVEMENT-HISTORY-IN
           IF WS-MVH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ MOVEMENT-HISTORY-IN
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-MVH-READ-COUNT
                   PERFORM 4610-FIND-DROPPED-RECEIPT
                   IF WS-RECEIPT-WAS-DROPPED
                       ADD 1 TO WS-MVH-REMOVED-COUNT
                   ELSE
                       ADD 1 TO WS-MVH-WRITTEN-COUNT
                       WRITE MOVEMENT-HISTORY-OUT-RECORD
                           FROM MOVEMENT-HISTORY-RECORD
                   END-IF
                   READ MOVEMENT-HISTORY-IN
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-HISTORY-IN
           END-IF
           CLOSE MOVEMENT-HISTORY-OUT.

       4610-FIND-DROPPED-RECEIPT.
           MOVE "N" TO WS-DRP-FOUND
           PERFORM VARYING WS-DRP-IDX FROM 1 BY 1
                   UNTIL WS-DRP-IDX > WS-DRP-COUNT
               IF WS-DRP-SOURCE(WS-DRP-IDX) = MVH-SOURCE-SYSTEM
                  AND WS-DRP-FEED-DATE(WS-DRP-IDX) = MVH-FEED-DATE
                   MOVE "Y" TO WS-DRP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    STOGEN moves an instruction's last-generated date up to
      *    the night it ran - the same night as the CNTRUPD run.  An
      *    instruction generated on or after the oldest backed-out
      *    night goes back to the day before it, so STOGEN generates
      *    every occurrence since again; one generated before is
      *    untouched.  Every instruction is carried to STONEW.
       4700-RESET-STANDING-INSTRS.
           COMPUTE WS-STO-RESET-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE(WS-OLDEST-RUN-SUB))
               - 1)
           OPEN OUTPUT STANDING-INSTR-OUT
           OPEN INPUT STANDING-INSTR-FILE
           IF WS-STO-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ STANDING-INSTR-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-STO-READ-COUNT
                   IF STO-LAST-GENERATED NUMERIC
                      AND STO-LAST-GENERATED > WS-STO-RESET-DATE
                       MOVE WS-STO-RESET-DATE TO STO-LAST-GENERATED
                       ADD 1 TO WS-STO-RESET-COUNT
                   END-IF
                   ADD 1 TO WS-STO-WRITTEN-COUNT
                   WRITE STANDING-INSTR-OUT-RECORD
                       FROM STANDING-INSTRUCTION-RECORD
                   READ STANDING-INSTR-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STANDING-INSTR-FILE
           END-IF
           CLOSE STANDING-INSTR-OUT.

      *    A denial the backed-out runs returned goes: the denied
      *    item is back on PNDNEW and the rerun returns it again.
       4800-FILTER-DENIAL-FILE.
           OPEN OUTPUT DENIAL-OUT
           OPEN INPUT DENIAL-FILE
           IF WS-DEN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ DENIAL-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-DEN-READ-COUNT
                   MOVE DENIAL-RECORD TO WS-HELD-PND-IMAGE
                   MOVE WS-HELD-PND-TRAN-KEY   TO WS-ITEM-TRAN-KEY
                   MOVE WS-HELD-PND-FIRST-DATE TO WS-ITEM-FIRST-DATE
                   PERFORM 3090-FIND-RETURNED-DENIAL
                   IF WS-ITEM-WAS-FOUND
                       ADD 1 TO WS-DEN-REMOVED-COUNT
                   ELSE
                       ADD 1 TO WS-DEN-WRITTEN-COUNT
                       WRITE DENIAL-OUT-RECORD FROM DENIAL-RECORD
                   END-IF
                   READ DENIAL-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DENIAL-FILE
           END-IF
           CLOSE DENIAL-OUT.

       6000-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "WHOLE-RUN BACKOUT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run-Id: " WS-BACKOUT-ID "  Run-Date: "
                  WS-CURRENT-DATE-YYYYMMDD
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *    Newest first - the order the runs come off.
       6100-REPORT-RUNS.
           MOVE SPACES TO REPORT-LINE
           STRING "RUNS BACKED OUT, NEWEST FIRST"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run-Date Run-Id   Type       Counters "
                  "Suspense  Pending"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SEQ-WANTED FROM WS-SEQ-COUNT BY -1
                   UNTIL WS-SEQ-WANTED < 1
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF WS-RUN-SEQ(WS-RUN-IDX) = WS-SEQ-WANTED
                       PERFORM 6110-REPORT-ONE-RUN
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "Suspense and pending: items the run started from"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       6110-REPORT-ONE-RUN.
           IF WS-RUN-PERIOD-END(WS-RUN-IDX) = "Y"
               MOVE "PERIOD-END" TO WS-RUN-TYPE-TEXT
           ELSE
               MOVE "DAILY"      TO WS-RUN-TYPE-TEXT
           END-IF
           MOVE WS-RUN-PHS-COUNT(WS-RUN-IDX) TO WS-COUNT-EDIT
           MOVE WS-RUN-SUS-COUNT(WS-RUN-IDX) TO WS-COUNT-EDIT-2
           MOVE WS-RUN-PND-COUNT(WS-RUN-IDX) TO WS-COUNT-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-RUN-DATE(WS-RUN-IDX) " "
                  WS-RUN-ID(WS-RUN-IDX) " "
                  WS-RUN-TYPE-TEXT " "
                  WS-COUNT-EDIT " " WS-COUNT-EDIT-2 " "
                  WS-COUNT-EDIT-3
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *    One line per counter the runs touched: the close it had,
      *    the close it goes back to, and the close the run before
      *    them left on the position history.  The last two must
      *    agree.  A counter with no earlier run on file can only be
      *    held to the opening value the oldest run recorded.
       6200-REPORT-COUNTERS.
           MOVE SPACES TO REPORT-LINE
           STRING "COUNTER POSITIONS RESTORED"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Counter-Id         Backed-Out Close"
                  "     Restored Close    Prior-Run Close"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               IF WS-MST-PRIOR-SEEN(WS-MST-IDX) = "Y"
                   MOVE WS-MST-PRIOR-CLOSE(WS-MST-IDX)
                       TO WS-EXPECTED-CLOSE
               ELSE
                   MOVE WS-MST-BKO-OPEN(WS-MST-IDX)
                       TO WS-EXPECTED-CLOSE
               END-IF
               IF WS-MST-BKO-SEEN(WS-MST-IDX) = "N"
                   MOVE WS-MST-CLOSE(WS-MST-IDX) TO WS-EXPECTED-CLOSE
               END-IF
               ADD WS-EXPECTED-CLOSE TO WS-PRIOR-CLOSE-TOTAL
               IF WS-MST-BKO-SEEN(WS-MST-IDX) = "Y"
                   PERFORM 6210-REPORT-ONE-COUNTER
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       6210-REPORT-ONE-COUNTER.
           MOVE WS-MST-BEFORE-CLOSE(WS-MST-IDX) TO WS-VALUE-EDIT
           MOVE WS-MST-CLOSE(WS-MST-IDX)        TO WS-VALUE-EDIT-2
           MOVE WS-EXPECTED-CLOSE               TO WS-VALUE-EDIT-3
           MOVE SPACES TO REPORT-LINE
           STRING WS-MST-ID(WS-MST-IDX) " "
                  WS-VALUE-EDIT " " WS-VALUE-EDIT-2 " "
                  WS-VALUE-EDIT-3
                  DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-MST-CLOSE(WS-MST-IDX) NOT = WS-EXPECTED-CLOSE
               ADD 1 TO WS-CTR-BREAK-COUNT
               MOVE "BREAK" TO REPORT-LINE(68:5)
           END-IF
           IF WS-MST-PRIOR-SEEN(WS-MST-IDX) = "N"
               MOVE "no earlier run on file" TO REPORT-LINE(75:22)
           END-IF
           WRITE REPORT-LINE.

       6500-REPORT-BALANCING-PROOF.
           MOVE SPACES TO REPORT-LINE
           STRING "BALANCING PROOF            "
                  "          EXPECTED           WRITTEN"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MASTER CLOSE TOTAL"  TO WS-PROOF-LABEL
           MOVE WS-PRIOR-CLOSE-TOTAL  TO WS-PROOF-BEFORE
           MOVE WS-AFT-CLOSE          TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "COUNTERS OFF PRIOR CLOSE" TO WS-PROOF-LABEL
           MOVE ZERO                  TO WS-PROOF-BEFORE
           MOVE WS-CTR-BREAK-COUNT    TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "MASTER LTD NET"      TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE = WS-BEF-LTD-NET - WS-BKO-LTD-NET
           MOVE WS-AFT-LTD-NET        TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "MASTER RECORDS"      TO WS-PROOF-LABEL
           MOVE WS-MST-READ-COUNT     TO WS-PROOF-BEFORE
           MOVE WS-MST-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "POSITION HISTORY REMOVED" TO WS-PROOF-LABEL
           MOVE ZERO TO WS-RUN-PHS-TOTAL
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               ADD WS-RUN-PHS-COUNT(WS-RUN-IDX) TO WS-RUN-PHS-TOTAL
           END-PERFORM
           MOVE WS-RUN-PHS-TOTAL      TO WS-PROOF-BEFORE
           MOVE WS-PHS-REMOVED-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "POSITION HISTORY RECORDS" TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-PHS-READ-COUNT - WS-PHS-REMOVED-COUNT
           MOVE WS-PHS-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "HELD-ITEM HISTORY RECORDS" TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-HLD-READ-COUNT - WS-HLD-REMOVED-COUNT
           MOVE WS-HLD-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "SUSPENSE RECORDS"    TO WS-PROOF-LABEL
           MOVE WS-RUN-SUS-COUNT(WS-OLDEST-RUN-SUB)
                                      TO WS-PROOF-BEFORE
           MOVE WS-SUS-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "PENDING RECORDS"     TO WS-PROOF-LABEL
           MOVE WS-RUN-PND-COUNT(WS-OLDEST-RUN-SUB)
                                      TO WS-PROOF-BEFORE
           MOVE WS-PND-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "AUDIT RECORDS"       TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-AUD-READ-COUNT - WS-AUD-REMOVED-COUNT
           MOVE WS-AUD-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "ADJUSTMENT AUDIT RECORDS" TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-ADJ-READ-COUNT - WS-ADJ-REMOVED-COUNT
           MOVE WS-ADJ-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "JOURNAL RECORDS"     TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-JRN-READ-COUNT - WS-JRN-REMOVED-COUNT
           MOVE WS-JRN-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "PERIOD ARCHIVE RECORDS" TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-ARC-READ-COUNT - WS-ARC-REMOVED-COUNT
           MOVE WS-ARC-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "FEED RECEIPT RECORDS"   TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-FRC-READ-COUNT - WS-FRC-REMOVED-COUNT
           MOVE WS-FRC-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "MOVEMENT HISTORY RECORDS" TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-MVH-READ-COUNT - WS-MVH-REMOVED-COUNT
           MOVE WS-MVH-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "STANDING INSTRUCTIONS"  TO WS-PROOF-LABEL
           MOVE WS-STO-READ-COUNT     TO WS-PROOF-BEFORE
           MOVE WS-STO-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE
           MOVE "DENIAL RECORDS"      TO WS-PROOF-LABEL
           COMPUTE WS-PROOF-BEFORE =
               WS-DEN-READ-COUNT - WS-DEN-REMOVED-COUNT
           MOVE WS-DEN-WRITTEN-COUNT  TO WS-PROOF-AFTER
           PERFORM 6510-WRITE-PROOF-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RESTORED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Counters restored:                  " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNTOUCHED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Counters not in the runs, as read:  " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUS-PUT-BACK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Suspense items put back:            " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUS-DROPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Suspense items the runs held, gone: " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PND-PUT-BACK-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Pending approvals put back:         " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PND-DROPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Pending the runs diverted, gone:    " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-JRN-UNMARKED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Reversed journal entries re-posted: " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FRC-REMOVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Feed receipts taken off:            " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MVH-REMOVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Movement-history lines taken off:   " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STO-RESET-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Standing instructions wound back:   " WS-COUNT-EDIT
                  " to " WS-STO-RESET-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEN-REMOVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Denials the runs returned, gone:    " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "BACKOUT PROVED - RENAME MSTNEW SUSNEW PNDNEW "
                      "PHSNEW HLDNEW AUDNEW ADJNEW JRNNEW ARCNEW "
                      "FRCNEW MVHNEW STONEW DENNEW INTO PLACE"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "Corrective interface extract (IFCFILE) and "
                      "subscriber extracts written"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "BACKOUT DOES NOT PROVE - DO NOT RENAME; "
                      "INTERFACE AND SUBSCRIBER EXTRACTS NOT WRITTEN"
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
           MOVE WS-REFUSAL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BACKOUT REFUSED - " WS-COUNT-EDIT
                  " REASON(S) ABOVE; NOTHING WRITTEN"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "CNTRBKO refused - reasons on BKORPT: "
                   WS-REFUSAL-COUNT.

       6950-REPORT-REFUSAL-LINE.
           ADD 1 TO WS-REFUSAL-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REFUSAL-TEXT TO REPORT-LINE
           WRITE REPORT-LINE.

      *    The corrective extract: every counter at its restored
      *    close, stamped with today's date, in the layout CNTRUPD
      *    writes.  It goes to IFCFILE for the scheduler to retire
      *    to IFCPREV with the MSTNEW rename, so the next CNTRUPD's
      *    master balance check proves against the restored closes.
      *    Subscribers get their slice the same way; a changed-only
      *    subscriber gets every counter whose close differs from the
      *    extract it last received - the reversal.
       7000-PRODUCE-INTERFACE-FILE.
           OPEN INPUT PRIOR-INTERFACE-FILE
           IF WS-IFCPRV-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ PRIOR-INTERFACE-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE PRV-COUNTER-ID TO WS-SEARCH-KEY
                   PERFORM 3040-FIND-MASTER
                   IF WS-MASTER-WAS-FOUND
                       MOVE "Y" TO WS-MST-IFC-SEEN(WS-MST-IDX)
                       MOVE PRV-FINAL-VALUE
                           TO WS-MST-IFC-VALUE(WS-MST-IDX)
                   END-IF
                   READ PRIOR-INTERFACE-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-INTERFACE-FILE
           END-IF
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIR-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               READ HIERARCHY-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE HIR-COUNTER-ID TO WS-SEARCH-KEY
                   PERFORM 3040-FIND-MASTER
                   IF WS-MASTER-WAS-FOUND
                       MOVE HIR-BRANCH-CODE
                           TO WS-MST-BRANCH(WS-MST-IDX)
                       MOVE HIR-PRODUCT-CODE
                           TO WS-MST-PRODUCT(WS-MST-IDX)
                   END-IF
                   READ HIERARCHY-FILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF
           OPEN OUTPUT INTERFACE-FILE
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               MOVE WS-MST-ID(WS-MST-IDX)    TO IFC-COUNTER-ID
               MOVE WS-MST-CLOSE(WS-MST-IDX) TO IFC-FINAL-VALUE
               SET IFC-NO-OVERFLOW TO TRUE
               MOVE WS-CURRENT-DATE-YYYYMMDD TO IFC-RUN-DATE
               WRITE INTERFACE-RECORD
               ADD 1 TO WS-IFC-WRITTEN-COUNT
           END-PERFORM
           CLOSE INTERFACE-FILE
           PERFORM 7100-DISTRIBUTE-TO-SUBSCRIBERS.

       7100-DISTRIBUTE-TO-SUBSCRIBERS.
           OPEN INPUT SUBSCRIBER-PROFILE
           IF WS-SBP-FILE-STATUS NOT = "00"
               DISPLAY "No subscriber profile file - no subscriber "
                       "extracts written"
           ELSE
               MOVE "N" TO WS-EOF-SWITCH
               READ SUBSCRIBER-PROFILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM 7150-LOAD-ONE-PROFILE
                   READ SUBSCRIBER-PROFILE
                       AT END SET WS-END-OF-FILE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-PROFILE
               PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
                       UNTIL WS-SUB-SLOT > WS-SUB-COUNT
                   PERFORM 7200-WRITE-ONE-SUBSCRIBER
               END-PERFORM
           END-IF.

       7150-LOAD-ONE-PROFILE.
           IF WS-SUB-COUNT >= 8
               DISPLAY "More than 8 subscriber profiles - "
                       SBP-SUBSCRIBER-ID " not extracted"
           ELSE
               ADD 1 TO WS-SUB-COUNT
               MOVE SBP-SUBSCRIBER-ID
                   TO WS-SUB-ID(WS-SUB-COUNT)
               MOVE SBP-BRANCH-CODE
                   TO WS-SUB-BRANCH(WS-SUB-COUNT)
               MOVE SBP-PRODUCT-CODE
                   TO WS-SUB-PRODUCT(WS-SUB-COUNT)
               MOVE SBP-CHANGED-ONLY
                   TO WS-SUB-CHANGED-ONLY(WS-SUB-COUNT)
           END-IF.

       7200-WRITE-ONE-SUBSCRIBER.
           PERFORM 7210-OPEN-SUBSCRIBER-FILE
           MOVE ZERO TO WS-SUB-REC-COUNT
           MOVE ZERO TO WS-SUB-NET-TOTAL
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
               PERFORM 7230-CHECK-COUNTER-WANTED
               IF WS-SUB-WANTED = "Y"
                   PERFORM 7250-WRITE-SUB-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SUB-TRAILER-REC
           MOVE "TRL"             TO WS-SUB-TRL-TYPE
           MOVE WS-SUB-REC-COUNT  TO WS-SUB-TRL-COUNT
           MOVE WS-SUB-NET-TOTAL  TO WS-SUB-TRL-NET
           MOVE WS-SUB-TRAILER-REC TO WS-SUB-IO-AREA
           PERFORM 7270-WRITE-SUB-RECORD
           PERFORM 7290-CLOSE-SUBSCRIBER-FILE
           DISPLAY "Corrective subscriber extract "
                   WS-SUB-ID(WS-SUB-SLOT) ": "
                   WS-SUB-REC-COUNT " counters".

       7230-CHECK-COUNTER-WANTED.
           MOVE "Y" TO WS-SUB-WANTED
           IF WS-SUB-BRANCH(WS-SUB-SLOT) NOT = "*ALL"
              AND WS-SUB-BRANCH(WS-SUB-SLOT)
                  NOT = WS-MST-BRANCH(WS-MST-IDX)
               MOVE "N" TO WS-SUB-WANTED
           END-IF
           IF WS-SUB-PRODUCT(WS-SUB-SLOT) NOT = "*ALL"
              AND WS-SUB-PRODUCT(WS-SUB-SLOT)
                  NOT = WS-MST-PRODUCT(WS-MST-IDX)
               MOVE "N" TO WS-SUB-WANTED
           END-IF
           IF WS-SUB-CHANGED-ONLY(WS-SUB-SLOT) = "Y"
              AND WS-MST-IFC-SEEN(WS-MST-IDX) = "Y"
              AND WS-MST-IFC-VALUE(WS-MST-IDX)
                  = WS-MST-CLOSE(WS-MST-IDX)
               MOVE "N" TO WS-SUB-WANTED
           END-IF.

       7250-WRITE-SUB-DETAIL.
           ADD 1 TO WS-SUB-REC-COUNT
           ADD WS-MST-CLOSE(WS-MST-IDX) TO WS-SUB-NET-TOTAL
           MOVE SPACES TO WS-SUB-DETAIL-REC
           MOVE WS-MST-ID(WS-MST-IDX)    TO WS-SUB-COUNTER-ID
           MOVE WS-MST-CLOSE(WS-MST-IDX) TO WS-SUB-FINAL-VALUE
           MOVE "N"                      TO WS-SUB-OVERFLOW-STATUS
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-SUB-RUN-DATE
           MOVE WS-SUB-DETAIL-REC TO WS-SUB-IO-AREA
           PERFORM 7270-WRITE-SUB-RECORD.

       7210-OPEN-SUBSCRIBER-FILE.
           EVALUATE WS-SUB-SLOT
               WHEN 1 OPEN OUTPUT SUBSCRIBER-OUT-1
               WHEN 2 OPEN OUTPUT SUBSCRIBER-OUT-2
               WHEN 3 OPEN OUTPUT SUBSCRIBER-OUT-3
               WHEN 4 OPEN OUTPUT SUBSCRIBER-OUT-4
               WHEN 5 OPEN OUTPUT SUBSCRIBER-OUT-5
               WHEN 6 OPEN OUTPUT SUBSCRIBER-OUT-6
               WHEN 7 OPEN OUTPUT SUBSCRIBER-OUT-7
               WHEN 8 OPEN OUTPUT SUBSCRIBER-OUT-8
           END-EVALUATE.

       7270-WRITE-SUB-RECORD.
           EVALUATE WS-SUB-SLOT
               WHEN 1 WRITE SUBSCRIBER-OUT-1-REC
                          FROM WS-SUB-IO-AREA
               WHEN 2 WRITE SUBSCRIBER-OUT-2-REC
                          FROM WS-SUB-IO-AREA
               WHEN 3 WRITE SUBSCRIBER-OUT-3-REC
                          FROM WS-SUB-IO-AREA
               WHEN 4 WRITE SUBSCRIBER-OUT-4-REC
                          FROM WS-SUB-IO-AREA
               WHEN 5 WRITE SUBSCRIBER-OUT-5-REC
                          FROM WS-SUB-IO-AREA
               WHEN 6 WRITE SUBSCRIBER-OUT-6-REC
                          FROM WS-SUB-IO-AREA
               WHEN 7 WRITE SUBSCRIBER-OUT-7-REC
                          FROM WS-SUB-IO-AREA
               WHEN 8 WRITE SUBSCRIBER-OUT-8-REC
                          FROM WS-SUB-IO-AREA
           END-EVALUATE.

       7290-CLOSE-SUBSCRIBER-FILE.
           EVALUATE WS-SUB-SLOT
               WHEN 1 CLOSE SUBSCRIBER-OUT-1
               WHEN 2 CLOSE SUBSCRIBER-OUT-2
               WHEN 3 CLOSE SUBSCRIBER-OUT-3
               WHEN 4 CLOSE SUBSCRIBER-OUT-4
               WHEN 5 CLOSE SUBSCRIBER-OUT-5
               WHEN 6 CLOSE SUBSCRIBER-OUT-6
               WHEN 7 CLOSE SUBSCRIBER-OUT-7
               WHEN 8 CLOSE SUBSCRIBER-OUT-8
           END-EVALUATE.

      *    Every master record goes back out, in counter-id order -
      *    the order CNTRUPD writes it in.  The after totals are
      *    summed from exactly what is written.
       8100-WRITE-MASTER-NEW.
           OPEN OUTPUT COUNTER-MASTER-OUT
           PERFORM VARYING WS-MST-IDX FROM 1 BY 1
                   UNTIL WS-MST-IDX > WS-MST-COUNT
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
               COMPUTE WS-AFT-LTD-NET = WS-AFT-LTD-NET
                   + MST-LTD-ADDS - MST-LTD-SUBS
               ADD 1 TO WS-MST-WRITTEN-COUNT
               WRITE COUNTER-MASTER-OUT-REC
                   FROM COUNTER-MASTER-RECORD
           END-PERFORM
           CLOSE COUNTER-MASTER-OUT.

       8200-WRITE-HELD-ITEMS-NEW.
           OPEN OUTPUT SUSPENSE-OUT
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-COUNT
               WRITE SUSPENSE-OUT-RECORD
                   FROM WS-SUS-IMAGE(WS-SUS-IDX)
               ADD 1 TO WS-SUS-WRITTEN-COUNT
           END-PERFORM
           CLOSE SUSPENSE-OUT
           OPEN OUTPUT PENDING-OUT
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               WRITE PENDING-OUT-RECORD
                   FROM WS-PND-IMAGE(WS-PND-IDX)
               ADD 1 TO WS-PND-WRITTEN-COUNT
           END-PERFORM
           CLOSE PENDING-OUT.

       1300-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY "CNTRBKO complete - runs backed out: "
                   WS-RUN-COUNT
           DISPLAY "  counters restored:         " WS-RESTORED-COUNT
           DISPLAY "  suspense items put back:   " WS-SUS-PUT-BACK-COUNT
           DISPLAY "  pending items put back:    " WS-PND-PUT-BACK-COUNT
           DISPLAY "  position-history removed:  " WS-PHS-REMOVED-COUNT
           DISPLAY "  journal entries removed:   " WS-JRN-REMOVED-COUNT
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY "Backout DOES NOT prove - do not rename the "
                       "NEW files"
           ELSE
               DISPLAY "  interface records written: "
                       WS-IFC-WRITTEN-COUNT
           END-IF.

      *  the pending-approval file for the CNTRMNT supervisor         *
      *  review; decided items are consumed at the start of the       *
      *  next run.                                                    *
      *  Every movement that actually posts is written to the posting *
      *  journal; a REV record posts the exact inverse of the journal *
      *  entry it names and marks that entry reversed when the        *
      *  journal history is carried forward to JRNNEW.                *
      *  A transfer (XFR) moves an amount from one counter to another *
      *  as one unit: both legs post, or both go to suspense in the   *
      *  one held record.  Transfers show on the balancing report in  *
      *  their own in / out columns.                                  *
      *  The shop calendar (CALFILE) decides daily or period-end      *
      *  mode and the period being closed; a run on a date that is    *
      *  not a business day is refused unless the parameter file      *
      *  carries the calendar override.  A calendar period end that   *
      *  passed without its period-end run is a run-status error,     *
      *  and the mode actually used goes to PRMRUN for the jobs that  *
      *  reconcile and balance behind this one.  Suspense aging is    *
      *  counted in business days.                                    *
      *  The suspense and pending-approval items the run started      *
      *  from are appended to the held-item history (HLDHIST) at end  *
      *  of job, so CNTRBKO can put them back if the run is ever      *
      *  backed out after its NEW files have been renamed.            *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.

           SELECT SHOP-CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

      *    The run parameters this run actually went by, after the
      *    calendar has had its say - CNTRRCN and SRCBAL read this
      *    rather than the keyed parameter file.
           SELECT RUN-PARAMETERS-USED ASSIGN TO "PRMRUN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIERARCHY-FILE ASSIGN TO "HIERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIR-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHS-FILE-STATUS.

           SELECT HELD-ITEM-HISTORY ASSIGN TO "HLDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLD-FILE-STATUS.

           SELECT PENDING-IN ASSIGN TO "PNDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDIN-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEN-FILE-STATUS.

           SELECT POSTING-JOURNAL-IN ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNIN-FILE-STATUS.

           SELECT POSTING-JOURNAL-OUT ASSIGN TO "JRNNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNOUT-FILE-STATUS.

           SELECT SUBSCRIBER-PROFILE ASSIGN TO "SUBPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBP-FILE-STATUS.
           RECORDING MODE IS F.
           COPY ARCREC.

       FD  SHOP-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  RUN-PARAMETERS-USED
           RECORDING MODE IS F.
       01  RUN-PARAMETERS-USED-REC     PIC X(13).

       FD  HIERARCHY-FILE
           RECORDING MODE IS F.
           COPY HIRREC.
           RECORDING MODE IS F.
           COPY PHSREC.

       FD  HELD-ITEM-HISTORY
           RECORDING MODE IS F.
           COPY HLDREC.

       FD  PENDING-IN
           RECORDING MODE IS F.
           COPY PNDREC.
           RECORDING MODE IS F.
       01  DENIAL-RECORD               PIC X(79).

       FD  POSTING-JOURNAL-IN
           RECORDING MODE IS F.
           COPY JRNREC.

      *    Output side of the journal pair, written as a plain image
      *    FROM POSTING-JOURNAL-RECORD; the scheduler renames JRNNEW
      *    to JRNFILE after a successful run, the MSTNEW convention.
       FD  POSTING-JOURNAL-OUT
           RECORDING MODE IS F.
       01  POSTING-JOURNAL-OUT-RECORD  PIC X(79).

       FD  SUBSCRIBER-PROFILE
           RECORDING MODE IS F.
           COPY SBPREC.
               10  WS-CTR-TOTAL-ADDS       PIC S9(15) COMP-3.
               10  WS-CTR-TOTAL-SUBS       PIC S9(15) COMP-3.
               10  WS-CTR-TOTAL-ADJ        PIC S9(15) COMP-3.
               10  WS-CTR-TOTAL-XFR-IN     PIC S9(15) COMP-3.
               10  WS-CTR-TOTAL-XFR-OUT    PIC S9(15) COMP-3.
               10  WS-CTR-OVERFLOW-COUNT   PIC 9(4).
      *            Life-to-date movement totals carried on the
      *            counter master across runs; this run's totals are
                   DEPENDING ON WS-PNDW-COUNT
                   INDEXED BY WS-PNDW-IDX.
               10  WS-PNDW-IMAGE           PIC X(79).
      *    The journal gets one image per posting rather than per
      *    exception, so its snapshot is sized for a full day.
       01  WS-JRNW-COUNT               PIC 9(4) VALUE ZERO.
       01  WS-JRNW-TABLE.
           05  WS-JRNW-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-JRNW-COUNT
                   INDEXED BY WS-JRNW-IDX.
               10  WS-JRNW-IMAGE           PIC X(79).
       01  WS-SNAP-FULL-WARNED         PIC X VALUE "N".

       01  WS-AUD-FILE-STATUS          PIC XX.

       01  WS-ADJ-SIGNED-AMOUNT        PIC S9(5).

      *    Transfer legs.  The from-leg is the counter the caller
      *    found for TRAN-COUNTER-ID, the to-leg the counter named
      *    in TRAN-XFR-TO-COUNTER.  A leg's event stays blank while
      *    it would post cleanly.
       01  WS-XFR-FROM-SUB             PIC 9(4).
       01  WS-XFR-TO-SUB               PIC 9(4).
       01  WS-XFR-FROM-NEW             PIC S9(15) COMP-3.
       01  WS-XFR-TO-NEW               PIC S9(15) COMP-3.
       01  WS-XFR-FROM-EVENT           PIC X(10).
       01  WS-XFR-TO-EVENT             PIC X(10).
       01  WS-XFR-POSTED-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-XFR-HELD-COUNT           PIC 9(8) VALUE ZERO.

      *    Suspense recycle controls.  Backed-out movements (UNDERFLOW
      *    and CAP-EXCEED) are written to SUSPENSE-OUT and replayed
      *    from SUSPENSE-IN at the start of the next fresh run.  On a
           88  WS-RETRYING-SUSPENSE         VALUE "Y".
       01  WS-SUS-BACKOUT-SWITCH       PIC X VALUE "N".
           88  WS-SUS-BACKED-OUT            VALUE "Y".
      *    A movement held this many business days or more since it
      *    was first suspended (counted on the shop calendar, so a
      *    weekend or a holiday does not age it) is reported as stuck
      *    on the balancing report.
       01  WS-SUS-AGE-LIMIT            PIC 9(3) VALUE 5.
       01  WS-SUS-RETRY-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-SUS-REPOST-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-PRM-FILE-STATUS          PIC XX.
       01  WS-ARC-FILE-STATUS          PIC XX.
       01  WS-PHS-FILE-STATUS          PIC XX.
       01  WS-HLD-FILE-STATUS          PIC XX.
       01  WS-HLD-SUS-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-HLD-PND-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END-SWITCH        PIC X VALUE "N".
           88  WS-PERIOD-END-MODE           VALUE "Y".
       01  WS-PERIOD-ID                PIC X(6).

      *    What the parameter file asked for.  Once the shop calendar
      *    is loaded these only count under the calendar override.
       01  WS-KEYED-RUN-MODE           PIC X(6) VALUE SPACES.
           88  WS-KEYED-DAILY               VALUE "DAILY ".
           88  WS-KEYED-PERIOD-END          VALUE "PERIOD".
       01  WS-KEYED-PERIOD-ID          PIC X(6) VALUE SPACES.
       01  WS-CAL-OVERRIDE-SWITCH      PIC X VALUE "N".
           88  WS-CALENDAR-OVERRIDDEN       VALUE "Y".

      *    The run parameters as resolved, written to PRMRUN in the
      *    RUN-PARAMETER-RECORD layout.
       01  WS-PARAMETERS-USED.
           05  WS-USED-RUN-MODE        PIC X(6).
           05  WS-USED-PERIOD-ID       PIC X(6).
           05  WS-USED-OVERRIDE        PIC X.

      *    Shop calendar.  Only the dates that differ from the
      *    Monday-to-Friday rule, and the period ends, are listed;
      *    they are held in date order for SEARCH ALL.  With no
      *    calendar file every weekday is a business day and the run
      *    mode comes from the parameter file as it always did.
       01  WS-CAL-FILE-STATUS          PIC XX.
       01  WS-CAL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-CALENDAR           VALUE "Y".
       01  WS-CAL-LOADED-SWITCH        PIC X VALUE "N".
           88  WS-CALENDAR-LOADED           VALUE "Y".
       01  WS-CAL-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CAL-COUNT
                   ASCENDING KEY IS WS-CAL-DATE
                   INDEXED BY WS-CAL-IDX.
               10  WS-CAL-DATE             PIC 9(8).
               10  WS-CAL-DAY-TYPE         PIC X.
               10  WS-CAL-PERIOD-END       PIC X.
               10  WS-CAL-PERIOD-ID        PIC X(6).
       01  WS-CAL-FOUND                PIC X.
       01  WS-CAL-RECORD-OK            PIC X.
       01  WS-CAL-SKIPPED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-CAL-INSERT-SUB           PIC 9(4).
       01  WS-CAL-SHIFT-SUB            PIC 9(4).
       01  WS-CAL-INSERT-DONE          PIC X.

      *    Most recent calendar period end before the run date, and
      *    whether the calendar reaches a period end at or beyond it.
       01  WS-LAST-PEND-DATE           PIC 9(8).
       01  WS-LAST-PEND-PERIOD-ID      PIC X(6).
       01  WS-NEXT-PEND-FOUND          PIC X.
       01  WS-ARC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-ARCHIVE            VALUE "Y".
       01  WS-PERIOD-CLOSED-SWITCH     PIC X.
           88  WS-PERIOD-WAS-CLOSED         VALUE "Y".

       01  WS-8700-DATE                PIC 9(8).
       01  WS-8700-DAY-NUMBER          PIC 9(8).
       01  WS-8700-WEEKDAY             PIC 9.
       01  WS-8700-DAY-TYPE            PIC X.
           88  WS-8700-BUSINESS-DAY         VALUE "B".
       01  WS-8700-PERIOD-END          PIC X.
       01  WS-8700-PERIOD-ID           PIC X(6).

       01  WS-8750-FROM-DATE           PIC 9(8).
       01  WS-8750-TO-DATE             PIC 9(8).
       01  WS-8750-FROM-DAY            PIC 9(8).
       01  WS-8750-TO-DAY              PIC 9(8).
       01  WS-8750-DAY                 PIC 9(8).
       01  WS-8750-BUSINESS-DAYS       PIC 9(5).

      *    Balancing report rollup state.  The branch list drives one
      *    report page per branch in first-appearance (counter-id)
      *    order; the product table accumulates each product's totals
               10  WS-PRD-ADDS             PIC S9(15) COMP-3.
               10  WS-PRD-SUBS             PIC S9(15) COMP-3.
               10  WS-PRD-ADJ              PIC S9(15) COMP-3.
               10  WS-PRD-XFR-IN           PIC S9(15) COMP-3.
               10  WS-PRD-XFR-OUT          PIC S9(15) COMP-3.
               10  WS-PRD-END              PIC S9(15) COMP-3.
               10  WS-PRD-OVERFLOWS        PIC 9(4).

       01  WS-BRN-TOT-ADDS             PIC S9(15) COMP-3.
       01  WS-BRN-TOT-SUBS             PIC S9(15) COMP-3.
       01  WS-BRN-TOT-ADJ              PIC S9(15) COMP-3.
       01  WS-BRN-TOT-XFR-IN           PIC S9(15) COMP-3.
       01  WS-BRN-TOT-XFR-OUT          PIC S9(15) COMP-3.
       01  WS-BRN-TOT-END              PIC S9(15) COMP-3.
       01  WS-BRN-TOT-OVERFLOWS       PIC 9(4).

       01  WS-GRD-TOT-ADDS             PIC S9(15) COMP-3.
       01  WS-GRD-TOT-SUBS             PIC S9(15) COMP-3.
       01  WS-GRD-TOT-ADJ              PIC S9(15) COMP-3.
       01  WS-GRD-TOT-XFR-IN           PIC S9(15) COMP-3.
       01  WS-GRD-TOT-XFR-OUT          PIC S9(15) COMP-3.
       01  WS-GRD-TOT-END              PIC S9(15) COMP-3.
       01  WS-GRD-TOT-OVERFLOWS       PIC 9(4).

       01  WS-RST-AMOUNT-EDIT          PIC -(5)9.
       01  WS-RST-NET-EDIT             PIC -(14)9.

      *    Posting journal and reversal controls.  Every movement
      *    that actually posts is journalled under the run date and
      *    TRAN-KEY it was taken in under (WS-JRN-ORIGIN-DATE: today
      *    for TRANFILE, the first-held date for a suspense or
      *    approved repost).  TRANEDIT has already proved each REV
      *    against the journal history and filled in the inverse
      *    amount; this run only guards against the same original
      *    being reversed twice in one run, and remembers what it
      *    reversed so the originals are marked R when the history
      *    is carried to JRNNEW at end of job.  A full table refuses
      *    further reversals rather than lose a mark.
       01  WS-JRNIN-FILE-STATUS        PIC XX.
       01  WS-JRNOUT-FILE-STATUS       PIC XX.
       01  WS-JRN-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-JOURNAL            VALUE "Y".
       01  WS-JRN-ORIGIN-DATE          PIC 9(8).
       01  WS-JRN-POSTED-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-JRN-CARRIED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-REV-POSTED-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-REV-REFUSED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-REV-DUPLICATE-SWITCH     PIC X VALUE "N".
           88  WS-REV-ALREADY-POSTED        VALUE "Y".
       01  WS-REV-FULL-WARNED          PIC X VALUE "N".
       01  WS-REV-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REVERSAL-TABLE.
           05  WS-REV-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-REV-COUNT
                   INDEXED BY WS-REV-IDX.
               10  WS-REV-ORIG-DATE        PIC 9(8).
               10  WS-REV-ORIG-KEY         PIC 9(8).
               10  WS-REV-TRAN-DATE        PIC 9(8).
               10  WS-REV-TRAN-KEY         PIC 9(8).
               10  WS-REV-COUNTER-ID       PIC X(10).
               10  WS-REV-AMOUNT           PIC S9(5) COMP-3.
               10  WS-REV-MARKED           PIC X.

       01  WS-STUCK-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-STUCK-TABLE.
           05  WS-STUCK-ENTRY OCCURS 1 TO 100 TIMES
               10  WS-STK-COUNTER-ID       PIC X(10).
               10  WS-STK-FIRST-DATE       PIC 9(8).
               10  WS-STK-AGE              PIC 9(3).
               10  WS-STK-BUS-DAYS         PIC 9(5).
       01  WS-SUS-BUS-DAYS             PIC 9(5).

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
           END-IF
           PERFORM 7000-PRODUCE-INTERFACE-FILE
           PERFORM 9000-REWRITE-COUNTER-MASTER
           PERFORM 9200-CARRY-JOURNAL-HISTORY
           PERFORM 1300-TERMINATE
           PERFORM 8600-WRITE-END-OF-JOB-CHECKPOINT
           PERFORM 9500-WRITE-RUN-STATUS-FILE
           STRING WS-CURRENT-TIME-HHMMSS WS-CURRENT-TIME-HSEC
               DELIMITED BY SIZE INTO WS-RUN-ID
           PERFORM 1140-READ-RUN-PARAMETERS
           PERFORM 1141-LOAD-SHOP-CALENDAR
           PERFORM 1143-SET-RUN-MODE
           IF WS-CALENDAR-LOADED
               PERFORM 1146-CHECK-MISSED-PERIOD-END
           END-IF
           PERFORM 1147-RECORD-RUN-PARAMETERS
           PERFORM 1150-LOAD-CONTROL-FILE
           PERFORM 1155-LOAD-COUNTER-MASTER
           PERFORM 1156-LOAD-HIERARCHY
           END-IF
           PERFORM 1400-READ-NEXT-TRANSACTION.

      *    The one-record parameter file is read here and decided on
      *    in 1143-SET-RUN-MODE, once the shop calendar is loaded.
       1140-READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMETER-FILE
           IF WS-PRM-FILE-STATUS NOT = "00"
               DISPLAY "No run parameter file"
           ELSE
               MOVE SPACES TO RUN-PARAMETER-RECORD
               READ RUN-PARAMETER-FILE
                   AT END CONTINUE
               END-READ
               MOVE PRM-RUN-MODE  TO WS-KEYED-RUN-MODE
               MOVE PRM-PERIOD-ID TO WS-KEYED-PERIOD-ID
               IF PRM-OVERRIDE-CALENDAR
                   SET WS-CALENDAR-OVERRIDDEN TO TRUE
               END-IF
               CLOSE RUN-PARAMETER-FILE
           END-IF.

      *    The shop calendar's listed dates, kept in date order so
      *    8700-CLASSIFY-DATE can SEARCH ALL whatever order CALFILE
      *    arrives in.  Running without a calendar is allowed - the
      *    parameter file decides as it always did - but is warned,
      *    as are calendar records that had to be skipped.
       1141-LOAD-SHOP-CALENDAR.
           OPEN INPUT SHOP-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "No shop calendar - run mode from the run "
                       "parameter file, weekdays are business days"
               MOVE "*JOB"     TO WS-8200-COUNTER-ID
               MOVE "CAL-MISS" TO WS-8200-CONDITION
               MOVE "W"        TO WS-8200-SEVERITY
               PERFORM 8200-RECORD-CONDITION
               EXIT PARAGRAPH
           END-IF
           SET WS-CALENDAR-LOADED TO TRUE
           READ SHOP-CALENDAR-FILE
               AT END SET WS-END-OF-CALENDAR TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-CALENDAR
               PERFORM 1142-INSERT-CALENDAR-ENTRY
               READ SHOP-CALENDAR-FILE
                   AT END SET WS-END-OF-CALENDAR TO TRUE
               END-READ
           END-PERFORM
           CLOSE SHOP-CALENDAR-FILE
           IF WS-CAL-SKIPPED-COUNT > ZERO
               DISPLAY "Shop calendar records skipped: "
                       WS-CAL-SKIPPED-COUNT
               MOVE "*JOB"     TO WS-8200-COUNTER-ID
               MOVE "CAL-ERR"  TO WS-8200-CONDITION
               MOVE "W"        TO WS-8200-SEVERITY
               PERFORM 8200-RECORD-CONDITION
           END-IF.

      *    A record with an unreadable date or an unknown day type, a
      *    period end that is not a business day or names no period,
      *    or a second record for a date already held is skipped.
      *    The new entry is appended and bubbled back to its date
      *    slot, the same way 1152 keeps the counter table in order.
       1142-INSERT-CALENDAR-ENTRY.
           MOVE "Y" TO WS-CAL-RECORD-OK
           IF CAL-DATE NOT NUMERIC OR CAL-DATE = ZERO
               MOVE "N" TO WS-CAL-RECORD-OK
           ELSE
               IF FUNCTION INTEGER-OF-DATE(CAL-DATE) = ZERO
                   MOVE "N" TO WS-CAL-RECORD-OK
               END-IF
           END-IF
           IF NOT CAL-BUSINESS-DAY AND NOT CAL-HOLIDAY
              AND NOT CAL-CLOSED-DAY
               MOVE "N" TO WS-CAL-RECORD-OK
           END-IF
           IF CAL-IS-PERIOD-END
              AND (NOT CAL-BUSINESS-DAY OR CAL-PERIOD-ID = SPACES)
               MOVE "N" TO WS-CAL-RECORD-OK
           END-IF
           IF WS-CAL-RECORD-OK = "Y" AND WS-CAL-COUNT > ZERO
               SEARCH ALL WS-CAL-ENTRY
                   AT END CONTINUE
                   WHEN WS-CAL-DATE(WS-CAL-IDX) = CAL-DATE
                       MOVE "N" TO WS-CAL-RECORD-OK
               END-SEARCH
           END-IF
           IF WS-CAL-RECORD-OK = "Y" AND WS-CAL-COUNT >= 2000
               MOVE "N" TO WS-CAL-RECORD-OK
           END-IF
           IF WS-CAL-RECORD-OK = "N"
               DISPLAY "Shop calendar record skipped: "
                       SHOP-CALENDAR-RECORD
               ADD 1 TO WS-CAL-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE WS-CAL-COUNT TO WS-CAL-INSERT-SUB
           MOVE "N" TO WS-CAL-INSERT-DONE
           PERFORM UNTIL WS-CAL-INSERT-DONE = "Y"
               IF WS-CAL-INSERT-SUB < 2
                   MOVE "Y" TO WS-CAL-INSERT-DONE
               ELSE
                   COMPUTE WS-CAL-SHIFT-SUB = WS-CAL-INSERT-SUB - 1
                   IF WS-CAL-DATE(WS-CAL-SHIFT-SUB) > CAL-DATE
                       MOVE WS-CAL-ENTRY(WS-CAL-SHIFT-SUB)
                           TO WS-CAL-ENTRY(WS-CAL-INSERT-SUB)
                       MOVE WS-CAL-SHIFT-SUB TO WS-CAL-INSERT-SUB
                   ELSE
                       MOVE "Y" TO WS-CAL-INSERT-DONE
                   END-IF
               END-IF
           END-PERFORM
           MOVE CAL-DATE       TO WS-CAL-DATE(WS-CAL-INSERT-SUB)
           MOVE CAL-DAY-TYPE   TO WS-CAL-DAY-TYPE(WS-CAL-INSERT-SUB)
           MOVE CAL-PERIOD-END TO WS-CAL-PERIOD-END(WS-CAL-INSERT-SUB)
           MOVE CAL-PERIOD-ID  TO WS-CAL-PERIOD-ID(WS-CAL-INSERT-SUB).

      *    With a calendar, the calendar decides: the run date must
      *    be a business day, and it is a period-end run exactly when
      *    the calendar marks the date as a period end, closing the
      *    period the calendar names.  A mode keyed on the parameter
      *    file that disagrees is ignored with a warning, so a member
      *    left over from last month cannot close a period early.
      *    The calendar override lets the run go ahead on any date
      *    and hands the decision back to the keyed mode - a catch-up
      *    period end, or an unscheduled close.  A refused run stops
      *    before anything is written but the run status file.
       1143-SET-RUN-MODE.
           IF NOT WS-CALENDAR-LOADED
               PERFORM 1144-APPLY-KEYED-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-8700-DATE
           PERFORM 8700-CLASSIFY-DATE
           IF NOT WS-8700-BUSINESS-DAY
               IF WS-CALENDAR-OVERRIDDEN
                   DISPLAY "Run date " WS-CURRENT-DATE-YYYYMMDD
                           " is not a business day - run continues "
                           "under the calendar override"
               ELSE
                   DISPLAY "Run date " WS-CURRENT-DATE-YYYYMMDD
                           " is not a business day on the shop "
                           "calendar - run refused"
                   CLOSE TRANSACTION-FILE
                   MOVE "*JOB"     TO WS-8200-COUNTER-ID
                   MOVE "CAL-NBUS" TO WS-8200-CONDITION
                   MOVE "A"        TO WS-8200-SEVERITY
                   PERFORM 8200-RECORD-CONDITION
                   PERFORM 9500-WRITE-RUN-STATUS-FILE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CALENDAR-OVERRIDDEN
               DISPLAY "Calendar override - run mode from the run "
                       "parameter file"
               PERFORM 1144-APPLY-KEYED-MODE
               EXIT PARAGRAPH
           END-IF
           IF WS-8700-PERIOD-END = "Y"
               SET WS-PERIOD-END-MODE TO TRUE
               MOVE WS-8700-PERIOD-ID TO WS-PERIOD-ID
               DISPLAY "Period-end run for period " WS-PERIOD-ID
                       " (shop calendar)"
           ELSE
               DISPLAY "Daily run (shop calendar)"
           END-IF
           IF (WS-KEYED-PERIOD-END AND NOT WS-PERIOD-END-MODE)
              OR (WS-KEYED-PERIOD-END
                  AND WS-KEYED-PERIOD-ID NOT = SPACES
                  AND WS-KEYED-PERIOD-ID NOT = WS-PERIOD-ID)
              OR (WS-KEYED-DAILY AND WS-PERIOD-END-MODE)
               DISPLAY "Run mode '" WS-KEYED-RUN-MODE "' "
                       WS-KEYED-PERIOD-ID " on the run parameter "
                       "file ignored - the shop calendar decides"
               MOVE "*JOB"     TO WS-8200-COUNTER-ID
               MOVE "PRM-IGNR" TO WS-8200-CONDITION
               MOVE "W"        TO WS-8200-SEVERITY
               PERFORM 8200-RECORD-CONDITION
           END-IF.

      *    The parameter file's own rule: PERIOD closes the period
      *    keyed with it; anything else - no file, or a mode this
      *    program does not recognise - is an ordinary daily run,
      *    announced on the console so a mis-keyed parameter member
      *    is visible rather than silently closing a period.
       1144-APPLY-KEYED-MODE.
           EVALUATE TRUE
               WHEN WS-KEYED-PERIOD-END
                   SET WS-PERIOD-END-MODE TO TRUE
                   MOVE WS-KEYED-PERIOD-ID TO WS-PERIOD-ID
                   DISPLAY "Period-end run for period " WS-PERIOD-ID
               WHEN WS-KEYED-DAILY
                   CONTINUE
               WHEN WS-KEYED-RUN-MODE = SPACES
                   DISPLAY "Daily run"
               WHEN OTHER
                   DISPLAY "Unrecognised run mode '" WS-KEYED-RUN-MODE
                           "' - treated as a daily run"
           END-EVALUATE.

      *    The latest calendar period end before today must have had
      *    its period-end run, which leaves that period on the
      *    archive file.  If it did not, every run raises it as an
      *    error until a catch-up period-end run (calendar override,
      *    PERIOD and the period id) closes it - this run, if that is
      *    what it is.  A calendar with no period end from today on
      *    is warned so it is extended before the next close is due.
       1146-CHECK-MISSED-PERIOD-END.
           MOVE ZERO   TO WS-LAST-PEND-DATE
           MOVE SPACES TO WS-LAST-PEND-PERIOD-ID
           MOVE "N"    TO WS-NEXT-PEND-FOUND
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-PERIOD-END(WS-CAL-IDX) = "Y"
                   IF WS-CAL-DATE(WS-CAL-IDX)
                          < WS-CURRENT-DATE-YYYYMMDD
                       MOVE WS-CAL-DATE(WS-CAL-IDX)
                           TO WS-LAST-PEND-DATE
                       MOVE WS-CAL-PERIOD-ID(WS-CAL-IDX)
                           TO WS-LAST-PEND-PERIOD-ID
                   ELSE
                       MOVE "Y" TO WS-NEXT-PEND-FOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NEXT-PEND-FOUND = "N"
               DISPLAY "Shop calendar has no period end on or after "
                       WS-CURRENT-DATE-YYYYMMDD " - extend CALFILE"
               MOVE "*JOB"     TO WS-8200-COUNTER-ID
               MOVE "CAL-STAL" TO WS-8200-CONDITION
               MOVE "W"        TO WS-8200-SEVERITY
               PERFORM 8200-RECORD-CONDITION
           END-IF
           IF WS-LAST-PEND-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-END-MODE
              AND WS-PERIOD-ID = WS-LAST-PEND-PERIOD-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PERIOD-CLOSED-SWITCH
           OPEN INPUT PERIOD-ARCHIVE-FILE
           IF WS-ARC-FILE-STATUS = "00"
               READ PERIOD-ARCHIVE-FILE
                   AT END SET WS-END-OF-ARCHIVE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-ARCHIVE
                          OR WS-PERIOD-WAS-CLOSED
                   IF ARC-PERIOD-ID = WS-LAST-PEND-PERIOD-ID
                       SET WS-PERIOD-WAS-CLOSED TO TRUE
                   ELSE
                       READ PERIOD-ARCHIVE-FILE
                           AT END SET WS-END-OF-ARCHIVE TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PERIOD-ARCHIVE-FILE
           END-IF
           IF NOT WS-PERIOD-WAS-CLOSED
               DISPLAY "Period " WS-LAST-PEND-PERIOD-ID " ended "
                       WS-LAST-PEND-DATE " with no period-end run "
                       "- not on the archive file"
               MOVE "*JOB"     TO WS-8200-COUNTER-ID
               MOVE "PEND-MIS" TO WS-8200-CONDITION
               MOVE "E"        TO WS-8200-SEVERITY
               PERFORM 8200-RECORD-CONDITION
           END-IF.

      *    The mode and period this run went by, in the parameter
      *    record layout, for CNTRRCN and SRCBAL.
       1147-RECORD-RUN-PARAMETERS.
           IF WS-PERIOD-END-MODE
               MOVE "PERIOD"     TO WS-USED-RUN-MODE
               MOVE WS-PERIOD-ID TO WS-USED-PERIOD-ID
           ELSE
               MOVE "DAILY "     TO WS-USED-RUN-MODE
               MOVE SPACES       TO WS-USED-PERIOD-ID
           END-IF
           MOVE WS-CAL-OVERRIDE-SWITCH TO WS-USED-OVERRIDE
           OPEN OUTPUT RUN-PARAMETERS-USED
           WRITE RUN-PARAMETERS-USED-REC FROM WS-PARAMETERS-USED
           CLOSE RUN-PARAMETERS-USED.

       1150-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
      *        A counter retired into a survivor by CNTRCNS has no
      *        master record and takes no postings - TRANEDIT has
      *        already re-routed its movements - so it is not loaded.
               IF NOT CTL-RETIRED
                   PERFORM 1152-INSERT-CONTROL-ENTRY
               END-IF
               READ CONTROL-FILE
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
           MOVE ZERO TO WS-CTR-TOTAL-ADDS(WS-INSERT-SUB)
           MOVE ZERO TO WS-CTR-TOTAL-SUBS(WS-INSERT-SUB)
           MOVE ZERO TO WS-CTR-TOTAL-ADJ(WS-INSERT-SUB)
           MOVE ZERO TO WS-CTR-TOTAL-XFR-IN(WS-INSERT-SUB)
           MOVE ZERO TO WS-CTR-TOTAL-XFR-OUT(WS-INSERT-SUB)
           MOVE ZERO TO WS-CTR-OVERFLOW-COUNT(WS-INSERT-SUB)
           MOVE ZERO TO WS-CTR-LTD-ADDS(WS-INSERT-SUB)
           MOVE ZERO TO WS-CTR-LTD-SUBS(WS-INSERT-SUB)
                                   MOVE CHK-IMAGE-DATA TO
                                       WS-PNDW-IMAGE(WS-PNDW-COUNT)
                               END-IF
                           WHEN CHK-IS-JOURNAL
                               IF WS-JRNW-COUNT < 5000
                                   ADD 1 TO WS-JRNW-COUNT
                                   MOVE CHK-IMAGE-DATA TO
                                       WS-JRNW-IMAGE(WS-JRNW-COUNT)
                               END-IF
                       END-EVALUATE
                       READ CHECKPOINT-FILE
                           AT END SET WS-END-OF-CHECKPOINT TO TRUE
           MOVE CHK-CTR-TOTAL-ADDS     TO WS-CTR-TOTAL-ADDS(WS-CTR-IDX)
           MOVE CHK-CTR-TOTAL-SUBS     TO WS-CTR-TOTAL-SUBS(WS-CTR-IDX)
           MOVE CHK-CTR-TOTAL-ADJ      TO WS-CTR-TOTAL-ADJ(WS-CTR-IDX)
           MOVE CHK-CTR-TOTAL-XFR-IN
                               TO WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
           MOVE CHK-CTR-TOTAL-XFR-OUT
                               TO WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
           MOVE CHK-CTR-OVERFLOW-COUNT
                               TO WS-CTR-OVERFLOW-COUNT(WS-CTR-IDX)
           MOVE CHK-CTR-NEAR-CAP-FLAG
           OPEN OUTPUT AUDIT-FILE
           OPEN OUTPUT ADJUSTMENT-AUDIT-FILE
           OPEN OUTPUT SUSPENSE-OUT
           OPEN OUTPUT PENDING-OUT
           OPEN OUTPUT POSTING-JOURNAL-OUT.

      *    Restart path only: SUSNEW, AUDFILE and ADJFILE are opened
      *    fresh and rewritten from the checkpoint's snapshot
                   UNTIL WS-PNDW-IDX > WS-PNDW-COUNT
               WRITE PENDING-OUT-RECORD
                   FROM WS-PNDW-IMAGE(WS-PNDW-IDX)
           END-PERFORM
      *        Reversals posted before the checkpoint are
      *        remembered again from their journal images, so the
      *        end-of-job history carry still marks their originals.
           OPEN OUTPUT POSTING-JOURNAL-OUT
           PERFORM VARYING WS-JRNW-IDX FROM 1 BY 1
                   UNTIL WS-JRNW-IDX > WS-JRNW-COUNT
               MOVE WS-JRNW-IMAGE(WS-JRNW-IDX)
                   TO POSTING-JOURNAL-RECORD
               WRITE POSTING-JOURNAL-OUT-RECORD
                   FROM POSTING-JOURNAL-RECORD
               ADD 1 TO WS-JRN-POSTED-COUNT
               IF JRN-OPERATION = "REV"
                  AND WS-REV-COUNT < 1000
                   ADD 1 TO WS-REV-COUNT
                   SET WS-REV-IDX TO WS-REV-COUNT
                   MOVE JRN-REF-DATE   TO WS-REV-ORIG-DATE(WS-REV-IDX)
                   MOVE JRN-REF-KEY    TO WS-REV-ORIG-KEY(WS-REV-IDX)
                   MOVE JRN-TRAN-DATE  TO WS-REV-TRAN-DATE(WS-REV-IDX)
                   MOVE JRN-TRAN-KEY   TO WS-REV-TRAN-KEY(WS-REV-IDX)
                   MOVE JRN-COUNTER-ID
                       TO WS-REV-COUNTER-ID(WS-REV-IDX)
                   MOVE JRN-AMOUNT     TO WS-REV-AMOUNT(WS-REV-IDX)
                   MOVE "N"            TO WS-REV-MARKED(WS-REV-IDX)
                   ADD 1 TO WS-REV-POSTED-COUNT
               END-IF
           END-PERFORM.

      *    Replays every suspense record through the normal apply
           MOVE SUS-USER-ID        TO TRAN-USER-ID
           MOVE SUS-SOURCE-SYSTEM  TO TRAN-SOURCE-SYSTEM
           MOVE SUS-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE
           MOVE SUS-FIRST-DATE     TO WS-JRN-ORIGIN-DATE
           MOVE SUS-COUNTER-ID     TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF WS-COUNTER-WAS-FOUND

      *    Steps the age of the SUSPENSE-RECORD currently in hand,
      *    writes it to SUSPENSE-OUT, and notes it in the stuck table
      *    once it has been held WS-SUS-AGE-LIMIT business days or
      *    more so the balancing report can call it out.  A record
      *    with no usable first-held date falls back to its run count.
       1185-HOLD-SUSPENSE-RECORD.
           ADD 1 TO SUS-AGE-COUNT
           MOVE SUS-FIRST-DATE           TO WS-8750-FROM-DATE
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-8750-TO-DATE
           PERFORM 8750-COUNT-BUSINESS-DAYS
           MOVE WS-8750-BUSINESS-DAYS TO WS-SUS-BUS-DAYS
           IF SUS-FIRST-DATE NOT NUMERIC OR SUS-FIRST-DATE = ZERO
               MOVE SUS-AGE-COUNT TO WS-SUS-BUS-DAYS
           END-IF
           WRITE SUSPENSE-OUT-RECORD FROM SUSPENSE-RECORD
           IF WS-SUSW-COUNT < 1000
               ADD 1 TO WS-SUSW-COUNT
               PERFORM 8300-WARN-SNAPSHOT-FULL
           END-IF
           MOVE SUS-COUNTER-ID TO WS-8200-COUNTER-ID
           IF WS-SUS-BUS-DAYS >= WS-SUS-AGE-LIMIT
               MOVE "SUS-STCK" TO WS-8200-CONDITION
           ELSE
               MOVE "SUS-HELD" TO WS-8200-CONDITION
           END-IF
           MOVE "W" TO WS-8200-SEVERITY
           PERFORM 8200-RECORD-CONDITION
           IF WS-SUS-BUS-DAYS >= WS-SUS-AGE-LIMIT
              AND WS-STUCK-COUNT < 100
               ADD 1 TO WS-STUCK-COUNT
               MOVE SUS-TRAN-KEY    TO WS-STK-TRAN-KEY(WS-STUCK-COUNT)
               MOVE SUS-FIRST-DATE
                   TO WS-STK-FIRST-DATE(WS-STUCK-COUNT)
               MOVE SUS-AGE-COUNT   TO WS-STK-AGE(WS-STUCK-COUNT)
               MOVE WS-SUS-BUS-DAYS
                   TO WS-STK-BUS-DAYS(WS-STUCK-COUNT)
           END-IF.

      *    Decided and still-open approval items from the last
           MOVE PND-USER-ID        TO TRAN-USER-ID
           MOVE PND-SOURCE-SYSTEM  TO TRAN-SOURCE-SYSTEM
           MOVE PND-EFFECTIVE-DATE TO TRAN-EFFECTIVE-DATE
           MOVE PND-FIRST-DATE     TO WS-JRN-ORIGIN-DATE
           MOVE PND-COUNTER-ID     TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF WS-COUNTER-WAS-FOUND
           PERFORM 2985-HOLD-PENDING-RECORD.

       1200-PROCESS-TRANSACTIONS.
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-JRN-ORIGIN-DATE
           MOVE TRAN-COUNTER-ID TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF WS-COUNTER-WAS-FOUND
                               PERFORM 2900-FLAG-OVERFLOW
                       END-ADD
                   END-IF
      *            A reversal carries the exact inverse TRANEDIT took
      *            from the journal; it never goes for approval -
      *            the original either needed none or already had it.
               WHEN TRAN-OP-REV
                   MOVE TRAN-AMOUNT TO WS-ADJ-SIGNED-AMOUNT
                   IF TRAN-ADJ-SIGN = "-"
                       COMPUTE WS-ADJ-SIGNED-AMOUNT =
                           0 - WS-ADJ-SIGNED-AMOUNT
                   END-IF
                   PERFORM 2200-CHECK-REVERSAL
                   IF WS-REV-ALREADY-POSTED
                       PERFORM 2990-REFUSE-REVERSAL
                   ELSE
                       ADD WS-ADJ-SIGNED-AMOUNT
                           TO WS-CTR-VALUE(WS-CTR-IDX)
                           ON SIZE ERROR
                               MOVE TRAN-OPERATION
                                   TO WS-8000-OPERATION
                               MOVE "SIZE ERROR"
                                   TO WS-8000-EVENT-TYPE
                               PERFORM 2900-FLAG-OVERFLOW
                       END-ADD
                   END-IF
      *            Both legs are proved and posted (or held) by
      *            2300-APPLY-TRANSFER; nothing below applies.
               WHEN TRAN-OP-XFR
                   PERFORM 2300-APPLY-TRANSFER
               WHEN OTHER
                   DISPLAY "Unknown operation on transaction: "
                           TRAN-OPERATION
           END-EVALUATE

           IF WS-CTR-VALUE(WS-CTR-IDX) NOT = WS-PRIOR-VALUE
              AND NOT TRAN-OP-XFR
               IF WS-CTR-VALUE(WS-CTR-IDX) < 0
                  AND NOT WS-CTR-NEG-ALLOWED(WS-CTR-IDX)
                   MOVE WS-PRIOR-VALUE TO WS-CTR-VALUE(WS-CTR-IDX)
                           WHEN TRAN-OP-ADJ
                               ADD WS-ADJ-SIGNED-AMOUNT
                                   TO WS-CTR-TOTAL-ADJ(WS-CTR-IDX)
                           WHEN TRAN-OP-REV
                               ADD WS-ADJ-SIGNED-AMOUNT
                                   TO WS-CTR-TOTAL-ADJ(WS-CTR-IDX)
                               PERFORM 2250-RECORD-REVERSAL
                       END-EVALUATE
                       PERFORM 8150-WRITE-POSTING-JOURNAL
                       IF WS-TRAN-BACKDATED
                           PERFORM 2970-RECORD-RESTATEMENT
                       END-IF
                       PERFORM 2160-CHECK-NEAR-CAPACITY
                   END-IF
               END-IF
           END-IF
               PERFORM 8100-WRITE-ADJUSTMENT-AUDIT
           END-IF.

      *    Shared by every posting that moved a counter: arms the
      *    near-capacity warning once per climb into the danger zone.
       2160-CHECK-NEAR-CAPACITY.
           IF FUNCTION ABS(WS-CTR-VALUE(WS-CTR-IDX))
                  < WS-CTR-WARN-THRESHOLD(WS-CTR-IDX)
      *        Dropped back below the warning threshold (e.g. a
      *        corrective ADJ) - rearm the warning so it fires again
      *        if the counter climbs back into the danger zone.
               MOVE 0 TO WS-CTR-NEAR-CAP-FLAG(WS-CTR-IDX)
           ELSE
               IF WS-CTR-NEAR-CAP-FLAG(WS-CTR-IDX) = 0
                   SET WS-CTR-NEAR-CAP-FLAG(WS-CTR-IDX) TO 1
                   DISPLAY "WARNING: " WS-CTR-ID(WS-CTR-IDX)
                           " has reached " WS-WARN-PCT
                           "% of its capacity ("
                           WS-CTR-CAPACITY(WS-CTR-IDX)
                           "), current value "
                           WS-CTR-VALUE(WS-CTR-IDX)
                   MOVE WS-CTR-ID(WS-CTR-IDX) TO WS-8200-COUNTER-ID
                   MOVE "NEAR-CAP" TO WS-8200-CONDITION
                   MOVE "W"        TO WS-8200-SEVERITY
                   PERFORM 8200-RECORD-CONDITION
               END-IF
           END-IF.

      *    A transfer posts as one unit.  Both legs are worked out
      *    before either counter moves; if either would trip the
      *    size, negative-balance or capacity check, neither posts
      *    and the one XFR record goes to suspense carrying both
      *    legs.  A to-counter TRANEDIT passed but CONTROL-FILE has
      *    since dropped posts nothing; a retried suspense item is
      *    carried forward, the 1182 convention for a lost counter.
       2300-APPLY-TRANSFER.
           SET WS-XFR-FROM-SUB TO WS-CTR-IDX
           MOVE TRAN-XFR-TO-COUNTER TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF NOT WS-COUNTER-WAS-FOUND
               DISPLAY "Unknown to-counter on transfer: "
                       TRAN-XFR-TO-COUNTER
               MOVE TRAN-XFR-TO-COUNTER TO WS-8200-COUNTER-ID
               MOVE "UNKN-CTR"          TO WS-8200-CONDITION
               MOVE "E"                 TO WS-8200-SEVERITY
               PERFORM 8200-RECORD-CONDITION
               IF WS-RETRYING-SUSPENSE
                   SET WS-SUS-BACKED-OUT TO TRUE
                   PERFORM 1185-HOLD-SUSPENSE-RECORD
               END-IF
           ELSE
               SET WS-XFR-TO-SUB TO WS-CTR-IDX
               PERFORM 2310-PROVE-TRANSFER-LEGS
               IF WS-XFR-FROM-EVENT = SPACES
                  AND WS-XFR-TO-EVENT = SPACES
                   PERFORM 2320-POST-TRANSFER
               ELSE
                   PERFORM 2330-HOLD-TRANSFER
               END-IF
           END-IF
           SET WS-CTR-IDX TO WS-XFR-FROM-SUB.

      *    The same size, negative-floor and capacity tests
      *    2100-APPLY-TRANSACTION makes after the fact, made here on
      *    each leg's would-be value before anything is stored.
       2310-PROVE-TRANSFER-LEGS.
           MOVE SPACES TO WS-XFR-FROM-EVENT
           MOVE SPACES TO WS-XFR-TO-EVENT
           SUBTRACT TRAN-AMOUNT FROM WS-CTR-VALUE(WS-XFR-FROM-SUB)
               GIVING WS-XFR-FROM-NEW
               ON SIZE ERROR
                   MOVE "SIZE ERROR" TO WS-XFR-FROM-EVENT
           END-SUBTRACT
           ADD TRAN-AMOUNT TO WS-CTR-VALUE(WS-XFR-TO-SUB)
               GIVING WS-XFR-TO-NEW
               ON SIZE ERROR
                   MOVE "SIZE ERROR" TO WS-XFR-TO-EVENT
           END-ADD
           IF WS-XFR-FROM-EVENT = SPACES
               EVALUATE TRUE
                   WHEN WS-XFR-FROM-NEW < 0
                        AND NOT WS-CTR-NEG-ALLOWED(WS-XFR-FROM-SUB)
                       MOVE "UNDERFLOW"  TO WS-XFR-FROM-EVENT
                   WHEN FUNCTION ABS(WS-XFR-FROM-NEW)
                          > WS-CTR-CAPACITY(WS-XFR-FROM-SUB)
                       MOVE "CAP-EXCEED" TO WS-XFR-FROM-EVENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-XFR-TO-EVENT = SPACES
               EVALUATE TRUE
                   WHEN WS-XFR-TO-NEW < 0
                        AND NOT WS-CTR-NEG-ALLOWED(WS-XFR-TO-SUB)
                       MOVE "UNDERFLOW"  TO WS-XFR-TO-EVENT
                   WHEN FUNCTION ABS(WS-XFR-TO-NEW)
                          > WS-CTR-CAPACITY(WS-XFR-TO-SUB)
                       MOVE "CAP-EXCEED" TO WS-XFR-TO-EVENT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Both legs clean: each counter moves, and each leg gets
      *    its own journal entry (signed on its own counter), its
      *    own restatement line if back-dated, and its own
      *    near-capacity check.
       2320-POST-TRANSFER.
           ADD 1 TO WS-XFR-POSTED-COUNT
           SET WS-CTR-IDX TO WS-XFR-FROM-SUB
           MOVE WS-XFR-FROM-NEW TO WS-CTR-VALUE(WS-CTR-IDX)
           ADD TRAN-AMOUNT TO WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
           COMPUTE WS-ADJ-SIGNED-AMOUNT = 0 - TRAN-AMOUNT
           PERFORM 2340-FINISH-TRANSFER-LEG
           SET WS-CTR-IDX TO WS-XFR-TO-SUB
           ADD TRAN-AMOUNT TO WS-CTR-VALUE(WS-CTR-IDX)
           ADD TRAN-AMOUNT TO WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
           MOVE TRAN-AMOUNT TO WS-ADJ-SIGNED-AMOUNT
           PERFORM 2340-FINISH-TRANSFER-LEG.

      *    Either leg failing holds the pair.  The failing leg is
      *    audited and flagged exactly as a single movement would
      *    be; its partner gets an XFR-PAIRED audit event, so the
      *    reconciliation nets both legs out, and an XFR-HELD
      *    warning on its own counter.
       2330-HOLD-TRANSFER.
           ADD 1 TO WS-XFR-HELD-COUNT
           SET WS-CTR-IDX TO WS-XFR-FROM-SUB
           MOVE "XFR-OUT"         TO WS-8000-OPERATION
           MOVE WS-XFR-FROM-EVENT TO WS-8000-EVENT-TYPE
           PERFORM 2350-BACK-OUT-TRANSFER-LEG
           SET WS-CTR-IDX TO WS-XFR-TO-SUB
           MOVE "XFR-IN"          TO WS-8000-OPERATION
           MOVE WS-XFR-TO-EVENT   TO WS-8000-EVENT-TYPE
           PERFORM 2350-BACK-OUT-TRANSFER-LEG
           SET WS-CTR-IDX TO WS-XFR-FROM-SUB
           PERFORM 2950-WRITE-SUSPENSE-RECORD.

       2340-FINISH-TRANSFER-LEG.
           PERFORM 8150-WRITE-POSTING-JOURNAL
           IF WS-TRAN-BACKDATED
               PERFORM 2970-RECORD-RESTATEMENT
           END-IF
           PERFORM 2160-CHECK-NEAR-CAPACITY.

       2350-BACK-OUT-TRANSFER-LEG.
           MOVE WS-CTR-VALUE(WS-CTR-IDX) TO WS-PRIOR-VALUE
           IF WS-8000-EVENT-TYPE = SPACES
               MOVE "XFR-PAIRED"          TO WS-8000-EVENT-TYPE
               MOVE WS-CTR-ID(WS-CTR-IDX) TO WS-8000-FIELD-NAME
               MOVE WS-PRIOR-VALUE        TO WS-8000-BEFORE-VALUE
               MOVE TRAN-AMOUNT           TO WS-8000-AMOUNT
               PERFORM 8000-WRITE-AUDIT-RECORD
               MOVE WS-CTR-ID(WS-CTR-IDX) TO WS-8200-COUNTER-ID
               MOVE "XFR-HELD"            TO WS-8200-CONDITION
               MOVE "W"                   TO WS-8200-SEVERITY
               PERFORM 8200-RECORD-CONDITION
           ELSE
               PERFORM 2900-FLAG-OVERFLOW
           END-IF.

      *    The same original must not be reversed twice in one run
      *    (an earlier run's reversal is TRANEDIT's T013), and a
      *    reversal that could not be remembered for the journal
      *    mark is refused rather than posted unmarked.
       2200-CHECK-REVERSAL.
           MOVE "N" TO WS-REV-DUPLICATE-SWITCH
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-ORIG-DATE(WS-REV-IDX) = TRAN-EFFECTIVE-DATE
                  AND WS-REV-ORIG-KEY(WS-REV-IDX) = TRAN-REV-ORIG-KEY
                   SET WS-REV-ALREADY-POSTED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REV-COUNT >= 1000
               IF WS-REV-FULL-WARNED = "N"
                   DISPLAY "Reversal table full - further reversals "
                           "refused this run"
                   MOVE "Y" TO WS-REV-FULL-WARNED
               END-IF
               SET WS-REV-ALREADY-POSTED TO TRUE
           END-IF.

      *    Runs only for a reversal that actually posted.
       2250-RECORD-REVERSAL.
           ADD 1 TO WS-REV-POSTED-COUNT
           ADD 1 TO WS-REV-COUNT
           SET WS-REV-IDX TO WS-REV-COUNT
           MOVE TRAN-EFFECTIVE-DATE   TO WS-REV-ORIG-DATE(WS-REV-IDX)
           MOVE TRAN-REV-ORIG-KEY     TO WS-REV-ORIG-KEY(WS-REV-IDX)
           MOVE WS-JRN-ORIGIN-DATE    TO WS-REV-TRAN-DATE(WS-REV-IDX)
           MOVE TRAN-KEY              TO WS-REV-TRAN-KEY(WS-REV-IDX)
           MOVE WS-CTR-ID(WS-CTR-IDX) TO WS-REV-COUNTER-ID(WS-REV-IDX)
           MOVE WS-ADJ-SIGNED-AMOUNT  TO WS-REV-AMOUNT(WS-REV-IDX)
           MOVE "N"                   TO WS-REV-MARKED(WS-REV-IDX).

      *    A refused reversal leaves the counter untouched.  The
      *    REV-REFUSE audit event carries the signed amount so the
      *    reconciliation and per-source balancing net it out of
      *    the day, as they do every movement the run did not keep.
       2990-REFUSE-REVERSAL.
           ADD 1 TO WS-REV-REFUSED-COUNT
           DISPLAY "Reversal refused - original " TRAN-EFFECTIVE-DATE
                   "/" TRAN-REV-ORIG-KEY " already reversed this run"
           MOVE WS-CTR-ID(WS-CTR-IDX) TO WS-8000-FIELD-NAME
           MOVE TRAN-OPERATION        TO WS-8000-OPERATION
           MOVE WS-PRIOR-VALUE        TO WS-8000-BEFORE-VALUE
           MOVE "REV-REFUSE"          TO WS-8000-EVENT-TYPE
           MOVE WS-ADJ-SIGNED-AMOUNT  TO WS-8000-AMOUNT
           PERFORM 8000-WRITE-AUDIT-RECORD
           MOVE WS-CTR-ID(WS-CTR-IDX) TO WS-8200-COUNTER-ID
           MOVE "REV-FAIL"            TO WS-8200-CONDITION
           MOVE "E"                   TO WS-8200-SEVERITY
           PERFORM 8200-RECORD-CONDITION.

      *    The diverted ADJ goes to PENDING-OUT with status P for
      *    the supervisor review.  An ADJ-PEND audit event carries
      *    the signed amount, so the reconciliation and per-source
               ADD 1 TO WS-RST-COUNT
               SET WS-RST-IDX TO WS-RST-COUNT
               MOVE TRAN-KEY            TO WS-RST-TRAN-KEY(WS-RST-IDX)
               MOVE WS-CTR-ID(WS-CTR-IDX)
                   TO WS-RST-COUNTER-ID(WS-RST-IDX)
               MOVE TRAN-EFFECTIVE-DATE
                   TO WS-RST-EFFECTIVE-DATE(WS-RST-IDX)
           ADD 1 TO WS-CTR-OVERFLOW-COUNT(WS-CTR-IDX)
           MOVE WS-CTR-ID(WS-CTR-IDX) TO WS-8000-FIELD-NAME
           MOVE WS-PRIOR-VALUE        TO WS-8000-BEFORE-VALUE
           IF TRAN-OP-ADJ OR TRAN-OP-REV
               MOVE WS-ADJ-SIGNED-AMOUNT TO WS-8000-AMOUNT
           ELSE
               MOVE TRAN-AMOUNT          TO WS-8000-AMOUNT
                       WS-PND-CARRIED-COUNT " carried forward"
           END-IF

           IF WS-XFR-POSTED-COUNT > 0 OR WS-XFR-HELD-COUNT > 0
               DISPLAY "Transfers: " WS-XFR-POSTED-COUNT " posted, "
                       WS-XFR-HELD-COUNT " held in suspense"
           END-IF

           IF WS-REV-POSTED-COUNT > 0 OR WS-REV-REFUSED-COUNT > 0
               DISPLAY "Reversals: " WS-REV-POSTED-COUNT " posted, "
                       WS-REV-REFUSED-COUNT " refused"
           END-IF
           DISPLAY "Posting journal: " WS-JRN-POSTED-COUNT
                   " posted this run, " WS-JRN-CARRIED-COUNT
                   " carried from history"

           CLOSE TRANSACTION-FILE
           CLOSE AUDIT-FILE
           CLOSE ADJUSTMENT-AUDIT-FILE
           CLOSE SUSPENSE-OUT
           CLOSE PENDING-OUT
           CLOSE POSTING-JOURNAL-OUT.

      *    One page per branch in CONTROL-FILE order, each page with
      *    its own headings: the branch's counters, then a branch
           MOVE ZERO TO WS-GRD-TOT-ADDS
           MOVE ZERO TO WS-GRD-TOT-SUBS
           MOVE ZERO TO WS-GRD-TOT-ADJ
           MOVE ZERO TO WS-GRD-TOT-XFR-IN
           MOVE ZERO TO WS-GRD-TOT-XFR-OUT
           MOVE ZERO TO WS-GRD-TOT-END
           MOVE ZERO TO WS-GRD-TOT-OVERFLOWS
           PERFORM 6050-BUILD-BRANCH-LIST
               PERFORM 6300-REPORT-PRIOR-PERIOD-ADJ
           END-IF

           IF WS-REV-COUNT > 0
               PERFORM 6350-REPORT-REVERSALS
           END-IF

           CLOSE REPORT-FILE.

      *    Distinct branch codes in first-appearance order.  Sized to
           MOVE ZERO TO WS-BRN-TOT-ADDS
           MOVE ZERO TO WS-BRN-TOT-SUBS
           MOVE ZERO TO WS-BRN-TOT-ADJ
           MOVE ZERO TO WS-BRN-TOT-XFR-IN
           MOVE ZERO TO WS-BRN-TOT-XFR-OUT
           MOVE ZERO TO WS-BRN-TOT-END
           MOVE ZERO TO WS-BRN-TOT-OVERFLOWS
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
           MOVE WS-BRN-TOT-ADDS      TO RPT-TOT-ADDS
           MOVE WS-BRN-TOT-SUBS      TO RPT-TOT-SUBS
           MOVE WS-BRN-TOT-ADJ       TO RPT-TOT-ADJ
           MOVE WS-BRN-TOT-XFR-IN    TO RPT-TOT-XFR-IN
           MOVE WS-BRN-TOT-XFR-OUT   TO RPT-TOT-XFR-OUT
           MOVE WS-BRN-TOT-END       TO RPT-TOT-END
           MOVE WS-BRN-TOT-OVERFLOWS TO RPT-TOT-OVERFLOWS
           WRITE REPORT-TOTAL-LINE.
           MOVE SPACES TO REPORT-HEADER-LINE
           STRING "Counter-Id" "  " "Start-Value" "   "
                  "Total-Adds" "   " "Total-Subs" "   "
                  "Total-Adj" "    " "Xfer-In" "    " "Xfer-Out" "   "
                  "End-Value" "    " "Ovfl-Cnt"
                  DELIMITED BY SIZE INTO REPORT-HEADER-LINE
           WRITE REPORT-HEADER-LINE.

                                           TO RPT-TOTAL-SUBS
           MOVE WS-CTR-TOTAL-ADJ(WS-CTR-IDX)
                                           TO RPT-TOTAL-ADJ
           MOVE WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
                                           TO RPT-TOTAL-XFR-IN
           MOVE WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
                                           TO RPT-TOTAL-XFR-OUT
           MOVE WS-CTR-VALUE(WS-CTR-IDX)   TO RPT-END-VALUE
           MOVE WS-CTR-OVERFLOW-COUNT(WS-CTR-IDX)
                                           TO RPT-OVERFLOW-COUNT
           ADD WS-CTR-TOTAL-ADDS(WS-CTR-IDX)  TO WS-BRN-TOT-ADDS
           ADD WS-CTR-TOTAL-SUBS(WS-CTR-IDX)  TO WS-BRN-TOT-SUBS
           ADD WS-CTR-TOTAL-ADJ(WS-CTR-IDX)   TO WS-BRN-TOT-ADJ
           ADD WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
                                              TO WS-BRN-TOT-XFR-IN
           ADD WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
                                              TO WS-BRN-TOT-XFR-OUT
           ADD WS-CTR-VALUE(WS-CTR-IDX)       TO WS-BRN-TOT-END
           ADD WS-CTR-OVERFLOW-COUNT(WS-CTR-IDX)
                                              TO WS-BRN-TOT-OVERFLOWS
           ADD WS-CTR-TOTAL-ADDS(WS-CTR-IDX)  TO WS-GRD-TOT-ADDS
           ADD WS-CTR-TOTAL-SUBS(WS-CTR-IDX)  TO WS-GRD-TOT-SUBS
           ADD WS-CTR-TOTAL-ADJ(WS-CTR-IDX)   TO WS-GRD-TOT-ADJ
           ADD WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
                                              TO WS-GRD-TOT-XFR-IN
           ADD WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
                                              TO WS-GRD-TOT-XFR-OUT
           ADD WS-CTR-VALUE(WS-CTR-IDX)       TO WS-GRD-TOT-END
           ADD WS-CTR-OVERFLOW-COUNT(WS-CTR-IDX)
                                              TO WS-GRD-TOT-OVERFLOWS
               MOVE ZERO TO WS-PRD-ADDS(WS-PRD-IDX)
               MOVE ZERO TO WS-PRD-SUBS(WS-PRD-IDX)
               MOVE ZERO TO WS-PRD-ADJ(WS-PRD-IDX)
               MOVE ZERO TO WS-PRD-XFR-IN(WS-PRD-IDX)
               MOVE ZERO TO WS-PRD-XFR-OUT(WS-PRD-IDX)
               MOVE ZERO TO WS-PRD-END(WS-PRD-IDX)
               MOVE ZERO TO WS-PRD-OVERFLOWS(WS-PRD-IDX)
           END-IF
               TO WS-PRD-SUBS(WS-PRD-IDX)
           ADD WS-CTR-TOTAL-ADJ(WS-CTR-IDX)
               TO WS-PRD-ADJ(WS-PRD-IDX)
           ADD WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
               TO WS-PRD-XFR-IN(WS-PRD-IDX)
           ADD WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
               TO WS-PRD-XFR-OUT(WS-PRD-IDX)
           ADD WS-CTR-VALUE(WS-CTR-IDX)
               TO WS-PRD-END(WS-PRD-IDX)
           ADD WS-CTR-OVERFLOW-COUNT(WS-CTR-IDX)
               MOVE WS-PRD-ADDS(WS-PRD-IDX)   TO RPT-TOT-ADDS
               MOVE WS-PRD-SUBS(WS-PRD-IDX)   TO RPT-TOT-SUBS
               MOVE WS-PRD-ADJ(WS-PRD-IDX)    TO RPT-TOT-ADJ
               MOVE WS-PRD-XFR-IN(WS-PRD-IDX) TO RPT-TOT-XFR-IN
               MOVE WS-PRD-XFR-OUT(WS-PRD-IDX)
                                              TO RPT-TOT-XFR-OUT
               MOVE WS-PRD-END(WS-PRD-IDX)    TO RPT-TOT-END
               MOVE WS-PRD-OVERFLOWS(WS-PRD-IDX)
                                              TO RPT-TOT-OVERFLOWS
           MOVE WS-GRD-TOT-ADDS      TO RPT-TOT-ADDS
           MOVE WS-GRD-TOT-SUBS      TO RPT-TOT-SUBS
           MOVE WS-GRD-TOT-ADJ       TO RPT-TOT-ADJ
           MOVE WS-GRD-TOT-XFR-IN    TO RPT-TOT-XFR-IN
           MOVE WS-GRD-TOT-XFR-OUT   TO RPT-TOT-XFR-OUT
           MOVE WS-GRD-TOT-END       TO RPT-TOT-END
           MOVE WS-GRD-TOT-OVERFLOWS TO RPT-TOT-OVERFLOWS
           WRITE REPORT-TOTAL-LINE.

      *    Suspense movements still held WS-SUS-AGE-LIMIT business
      *    days or more get their own section at the foot of the
      *    balancing report - these are the ones operations must
      *    chase with the counter owner instead of waiting another
      *    night.
       6200-REPORT-STUCK-SUSPENSE.
           MOVE SPACES TO REPORT-HEADER-LINE
           WRITE REPORT-HEADER-LINE

           MOVE SPACES TO REPORT-HEADER-LINE
           STRING "SUSPENSE MOVEMENTS HELD " WS-SUS-AGE-LIMIT
                  " BUSINESS DAYS OR MORE"
                  DELIMITED BY SIZE INTO REPORT-HEADER-LINE
           WRITE REPORT-HEADER-LINE

           MOVE SPACES TO REPORT-HEADER-LINE
           STRING "Tran-Key" "  " "Counter-Id" "  "
                  "First-Held" "  " "Runs-Held" "  " "Bus-Days"
                  DELIMITED BY SIZE INTO REPORT-HEADER-LINE
           WRITE REPORT-HEADER-LINE

               STRING WS-STK-TRAN-KEY(WS-STK-IDX) "  "
                      WS-STK-COUNTER-ID(WS-STK-IDX) "  "
                      WS-STK-FIRST-DATE(WS-STK-IDX) "    "
                      WS-STK-AGE(WS-STK-IDX) "        "
                      WS-STK-BUS-DAYS(WS-STK-IDX)
                      DELIMITED BY SIZE INTO REPORT-HEADER-LINE
               WRITE REPORT-HEADER-LINE
           END-PERFORM.
                  DELIMITED BY SIZE INTO REPORT-HEADER-LINE
           WRITE REPORT-HEADER-LINE.

      *    Reversals that posted this run, each against the
      *    original it undid.  Their amounts are already inside the
      *    Total-Adj column above.
       6350-REPORT-REVERSALS.
           MOVE SPACES TO REPORT-HEADER-LINE
           WRITE REPORT-HEADER-LINE

           MOVE SPACES TO REPORT-HEADER-LINE
           MOVE "REVERSALS POSTED" TO REPORT-HEADER-LINE
           WRITE REPORT-HEADER-LINE

           MOVE SPACES TO REPORT-HEADER-LINE
           STRING "Tran-Key" "  " "Counter-Id" "  "
                  "Orig-Date " "  " "Orig-Key" "  " "Amount"
                  DELIMITED BY SIZE INTO REPORT-HEADER-LINE
           WRITE REPORT-HEADER-LINE

           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               MOVE WS-REV-AMOUNT(WS-REV-IDX) TO WS-RST-AMOUNT-EDIT
               MOVE SPACES TO REPORT-HEADER-LINE
               STRING WS-REV-TRAN-KEY(WS-REV-IDX) "  "
                      WS-REV-COUNTER-ID(WS-REV-IDX) "  "
                      WS-REV-ORIG-DATE(WS-REV-IDX) "  "
                      WS-REV-ORIG-KEY(WS-REV-IDX) "  "
                      WS-RST-AMOUNT-EDIT
                      DELIMITED BY SIZE INTO REPORT-HEADER-LINE
               WRITE REPORT-HEADER-LINE
           END-PERFORM.

      *    This run's movement totals join the period-to-date figures
      *    carried on the counter master, so a period archive cut
      *    tonight includes tonight's activity.  Runs once per
      *    successful run, after the balancing report - on a restart
      *    the checkpoint restored whole-day totals, so the day is
      *    still only counted once.  Transfers in and out are only
      *    split out on the balancing report; the master, archive
      *    and position history carry them in the adds and
      *    subtracts as gross movement.
       6400-ROLL-PERIOD-TOTALS.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-COUNTER-COUNT
               ADD WS-CTR-TOTAL-ADDS(WS-CTR-IDX)
                   WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
                   TO WS-CTR-PTD-ADDS(WS-CTR-IDX)
               ADD WS-CTR-TOTAL-SUBS(WS-CTR-IDX)
                   WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
                   TO WS-CTR-PTD-SUBS(WS-CTR-IDX)
               ADD WS-CTR-TOTAL-ADJ(WS-CTR-IDX)
                   TO WS-CTR-PTD-ADJ(WS-CTR-IDX)
               PERFORM 8300-WARN-SNAPSHOT-FULL
           END-IF.

      *    One journal entry per movement that actually posted,
      *    with the signed effect on the counter.  A reversal points
      *    at the original it undid.
       8150-WRITE-POSTING-JOURNAL.
           MOVE SPACES                   TO POSTING-JOURNAL-RECORD
           MOVE WS-JRN-ORIGIN-DATE       TO JRN-TRAN-DATE
           MOVE TRAN-KEY                 TO JRN-TRAN-KEY
           MOVE WS-CURRENT-DATE-YYYYMMDD TO JRN-POST-DATE
           MOVE WS-RUN-ID                TO JRN-RUN-ID
           MOVE WS-CTR-ID(WS-CTR-IDX)    TO JRN-COUNTER-ID
           MOVE TRAN-OPERATION           TO JRN-OPERATION
           EVALUATE TRUE
               WHEN TRAN-OP-ADD
                   MOVE TRAN-AMOUNT TO JRN-AMOUNT
               WHEN TRAN-OP-SUB
                   COMPUTE JRN-AMOUNT = 0 - TRAN-AMOUNT
               WHEN OTHER
                   MOVE WS-ADJ-SIGNED-AMOUNT TO JRN-AMOUNT
           END-EVALUATE
           MOVE TRAN-SOURCE-SYSTEM       TO JRN-SOURCE-SYSTEM
           MOVE TRAN-EFFECTIVE-DATE      TO JRN-EFFECTIVE-DATE
           SET JRN-POSTED TO TRUE
           IF TRAN-OP-REV
               MOVE TRAN-EFFECTIVE-DATE  TO JRN-REF-DATE
               MOVE TRAN-REV-ORIG-KEY    TO JRN-REF-KEY
           ELSE
               MOVE ZERO                 TO JRN-REF-DATE
               MOVE ZERO                 TO JRN-REF-KEY
           END-IF
           WRITE POSTING-JOURNAL-OUT-RECORD FROM POSTING-JOURNAL-RECORD
           ADD 1 TO WS-JRN-POSTED-COUNT
           IF WS-JRNW-COUNT < 5000
               ADD 1 TO WS-JRNW-COUNT
               MOVE POSTING-JOURNAL-RECORD
                   TO WS-JRNW-IMAGE(WS-JRNW-COUNT)
           ELSE
               PERFORM 8300-WARN-SNAPSHOT-FULL
           END-IF.

      *    Reason-coded adjustments get their own audit trail, separate
      *    from ordinary overflow/underflow incidents, so every manual
      *    correction is traceable by who made it, why, and the
               MOVE WS-CTR-VALUE(WS-CTR-IDX) TO MST-CLOSE-VALUE
               MOVE WS-CURRENT-DATE-YYYYMMDD TO MST-LAST-MAINT-DATE
               ADD WS-CTR-TOTAL-ADDS(WS-CTR-IDX)
                   WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
                   TO WS-CTR-LTD-ADDS(WS-CTR-IDX)
               ADD WS-CTR-TOTAL-SUBS(WS-CTR-IDX)
                   WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
                   TO WS-CTR-LTD-SUBS(WS-CTR-IDX)
               MOVE WS-CTR-LTD-ADDS(WS-CTR-IDX) TO MST-LTD-ADDS
               MOVE WS-CTR-LTD-SUBS(WS-CTR-IDX) TO MST-LTD-SUBS
               END-WRITE
           END-PERFORM
           CLOSE COUNTER-MASTER-OUT
           PERFORM 9100-APPEND-POSITION-HISTORY
           PERFORM 9150-APPEND-HELD-ITEM-HISTORY.

      *    The position history is the cumulative day-by-day record
      *    the master itself cannot be: one record per counter per
               MOVE WS-CTR-ID(WS-CTR-IDX)    TO PHS-COUNTER-ID
               MOVE WS-CTR-START-VALUE(WS-CTR-IDX)
                                             TO PHS-OPEN-VALUE
               COMPUTE PHS-TOTAL-ADDS =
                   WS-CTR-TOTAL-ADDS(WS-CTR-IDX)
                   + WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
               COMPUTE PHS-TOTAL-SUBS =
                   WS-CTR-TOTAL-SUBS(WS-CTR-IDX)
                   + WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
               MOVE WS-CTR-TOTAL-ADJ(WS-CTR-IDX)
                                             TO PHS-TOTAL-ADJ
               MOVE WS-CTR-VALUE(WS-CTR-IDX) TO PHS-CLOSE-VALUE
           END-PERFORM
           CLOSE POSITION-HISTORY-FILE.

      *    SUSFILE and PNDFILE are still the files this run started
      *    from - the scheduler renames SUSNEW and PNDNEW over them
      *    only after a clean end of job, and a restart reads them
      *    afresh - so they are simply copied here, image for image,
      *    under this run's date and id.  The RUN marker goes last:
      *    a history cut short leaves no marker and CNTRBKO will not
      *    back the run out from it.
       9150-APPEND-HELD-ITEM-HISTORY.
           OPEN EXTEND HELD-ITEM-HISTORY
           IF WS-HLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HELD-ITEM-HISTORY
           END-IF
           MOVE "N" TO WS-SUS-EOF-SWITCH
           OPEN INPUT SUSPENSE-IN
           IF WS-SUSIN-FILE-STATUS = "00"
               READ SUSPENSE-IN
                   AT END SET WS-END-OF-SUSPENSE TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-SUSPENSE
                   MOVE SPACES TO HELD-ITEM-HISTORY-RECORD
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO HLD-RUN-DATE
                   MOVE WS-RUN-ID                TO HLD-RUN-ID
                   SET HLD-IS-SUSPENSE TO TRUE
                   MOVE SUSPENSE-RECORD          TO HLD-IMAGE
                   WRITE HELD-ITEM-HISTORY-RECORD
                   ADD 1 TO WS-HLD-SUS-COUNT
                   READ SUSPENSE-IN
                       AT END SET WS-END-OF-SUSPENSE TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-IN
           END-IF
           MOVE "N" TO WS-PND-EOF-SWITCH
           OPEN INPUT PENDING-IN
           IF WS-PNDIN-FILE-STATUS = "00"
               READ PENDING-IN
                   AT END SET WS-END-OF-PENDING TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-PENDING
                   MOVE SPACES TO HELD-ITEM-HISTORY-RECORD
                   MOVE WS-CURRENT-DATE-YYYYMMDD TO HLD-RUN-DATE
                   MOVE WS-RUN-ID                TO HLD-RUN-ID
                   SET HLD-IS-PENDING TO TRUE
                   MOVE PENDING-APPROVAL-RECORD  TO HLD-IMAGE
                   WRITE HELD-ITEM-HISTORY-RECORD
                   ADD 1 TO WS-HLD-PND-COUNT
                   READ PENDING-IN
                       AT END SET WS-END-OF-PENDING TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN
           END-IF
           MOVE SPACES TO HELD-ITEM-HISTORY-RECORD
           MOVE WS-CURRENT-DATE-YYYYMMDD TO HLD-RUN-DATE
           MOVE WS-RUN-ID                TO HLD-RUN-ID
           SET HLD-IS-RUN-MARKER TO TRUE
           MOVE WS-HLD-SUS-COUNT         TO HLD-SUS-COUNT
           MOVE WS-HLD-PND-COUNT         TO HLD-PND-COUNT
           WRITE HELD-ITEM-HISTORY-RECORD
           CLOSE HELD-ITEM-HISTORY.

      *    The journal history follows this run's postings onto
      *    JRNNEW, newest run first.  Each original this run
      *    reversed is marked R on the way through and pointed at
      *    its reversal; one that cannot be found is reported - the
      *    reversal itself has posted and stands on the journal.
       9200-CARRY-JOURNAL-HISTORY.
           OPEN INPUT POSTING-JOURNAL-IN
           IF WS-JRNIN-FILE-STATUS NOT = "00"
               DISPLAY "No posting journal history - journal starts "
                       "with this run"
           ELSE
               READ POSTING-JOURNAL-IN
                   AT END SET WS-END-OF-JOURNAL TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-JOURNAL
                   IF WS-REV-COUNT > 0
                       PERFORM 9250-MARK-IF-REVERSED
                   END-IF
                   WRITE POSTING-JOURNAL-OUT-RECORD
                       FROM POSTING-JOURNAL-RECORD
                   ADD 1 TO WS-JRN-CARRIED-COUNT
                   READ POSTING-JOURNAL-IN
                       AT END SET WS-END-OF-JOURNAL TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL-IN
           END-IF
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-MARKED(WS-REV-IDX) = "N"
                   DISPLAY "Reversed original not on journal history: "
                           WS-REV-ORIG-DATE(WS-REV-IDX) "/"
                           WS-REV-ORIG-KEY(WS-REV-IDX)
               END-IF
           END-PERFORM.

       9250-MARK-IF-REVERSED.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-ORIG-DATE(WS-REV-IDX) = JRN-TRAN-DATE
                  AND WS-REV-ORIG-KEY(WS-REV-IDX) = JRN-TRAN-KEY
                  AND NOT JRN-REVERSED
                   SET JRN-REVERSED TO TRUE
                   MOVE WS-REV-TRAN-DATE(WS-REV-IDX) TO JRN-REF-DATE
                   MOVE WS-REV-TRAN-KEY(WS-REV-IDX)  TO JRN-REF-KEY
                   MOVE "Y" TO WS-REV-MARKED(WS-REV-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    Counts one occurrence of a condition against a counter.
      *    The caller sets WS-8200-COUNTER-ID / WS-8200-CONDITION /
      *    WS-8200-SEVERITY; the job return code ratchets up to the
           MOVE ZERO                   TO CHK-CTR-TOTAL-SUBS
           MOVE ZERO                   TO CHK-CTR-TOTAL-ADJ
           MOVE ZERO                   TO CHK-CTR-OVERFLOW-COUNT
           MOVE ZERO                   TO CHK-CTR-TOTAL-XFR-IN
           MOVE ZERO                   TO CHK-CTR-TOTAL-XFR-OUT
           WRITE CHECKPOINT-RECORD

           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                                           TO CHK-CTR-OVERFLOW-COUNT
               MOVE WS-CTR-NEAR-CAP-FLAG(WS-CTR-IDX)
                                           TO CHK-CTR-NEAR-CAP-FLAG
               MOVE WS-CTR-TOTAL-XFR-IN(WS-CTR-IDX)
                                           TO CHK-CTR-TOTAL-XFR-IN
               MOVE WS-CTR-TOTAL-XFR-OUT(WS-CTR-IDX)
                                           TO CHK-CTR-TOTAL-XFR-OUT
               WRITE CHECKPOINT-RECORD
           END-PERFORM

               WRITE CHECKPOINT-RECORD
           END-PERFORM

           PERFORM VARYING WS-JRNW-IDX FROM 1 BY 1
                   UNTIL WS-JRNW-IDX > WS-JRNW-COUNT
               MOVE "JRN"  TO CHK-REC-TYPE
               MOVE ZERO   TO CHK-LAST-TRAN-KEY
               MOVE SPACES TO CHK-FILE-IMAGE
               MOVE WS-JRNW-IMAGE(WS-JRNW-IDX) TO CHK-IMAGE-DATA
               WRITE CHECKPOINT-RECORD
           END-PERFORM

           CLOSE CHECKPOINT-FILE.

      *    Replaces the periodic HDR/CTR snapshot with a single EOJ
           MOVE ZERO   TO CHK-CTR-TOTAL-ADJ
           MOVE ZERO   TO CHK-CTR-OVERFLOW-COUNT
           MOVE ZERO   TO CHK-CTR-NEAR-CAP-FLAG
           MOVE ZERO   TO CHK-CTR-TOTAL-XFR-IN
           MOVE ZERO   TO CHK-CTR-TOTAL-XFR-OUT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

      *    Business-day test for WS-8700-DATE.  A date listed on the
      *    shop calendar takes its listed type (and period-end mark);
      *    any other date is a business day Monday to Friday.  An
      *    unreadable date is never a business day.
       8700-CLASSIFY-DATE.
           MOVE "W"    TO WS-8700-DAY-TYPE
           MOVE "N"    TO WS-8700-PERIOD-END
           MOVE SPACES TO WS-8700-PERIOD-ID
           IF WS-8700-DATE NOT NUMERIC OR WS-8700-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-8700-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-8700-DATE)
           IF WS-8700-DAY-NUMBER = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAL-FOUND
           IF WS-CAL-COUNT > ZERO
               SEARCH ALL WS-CAL-ENTRY
                   AT END CONTINUE
                   WHEN WS-CAL-DATE(WS-CAL-IDX) = WS-8700-DATE
                       MOVE "Y" TO WS-CAL-FOUND
               END-SEARCH
           END-IF
           IF WS-CAL-FOUND = "Y"
               MOVE WS-CAL-DAY-TYPE(WS-CAL-IDX)   TO WS-8700-DAY-TYPE
               MOVE WS-CAL-PERIOD-END(WS-CAL-IDX)
                   TO WS-8700-PERIOD-END
               MOVE WS-CAL-PERIOD-ID(WS-CAL-IDX)  TO WS-8700-PERIOD-ID
           ELSE
               COMPUTE WS-8700-WEEKDAY =
                   FUNCTION MOD(WS-8700-DAY-NUMBER - 1, 7) + 1
               IF WS-8700-WEEKDAY < 6
                   MOVE "B" TO WS-8700-DAY-TYPE
               END-IF
           END-IF.

      *    Business days after WS-8750-FROM-DATE up to and including
      *    WS-8750-TO-DATE - a movement first held on a Friday is one
      *    business day old on the Monday, not three.  Unreadable
      *    dates, or a from-date on or after the to-date, count zero.
       8750-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-8750-BUSINESS-DAYS
           IF WS-8750-FROM-DATE NOT NUMERIC
              OR WS-8750-FROM-DATE = ZERO
              OR WS-8750-TO-DATE NOT NUMERIC
              OR WS-8750-TO-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-8750-FROM-DAY =
               FUNCTION INTEGER-OF-DATE(WS-8750-FROM-DATE)
           COMPUTE WS-8750-TO-DAY =
               FUNCTION INTEGER-OF-DATE(WS-8750-TO-DATE)
           IF WS-8750-FROM-DAY = ZERO OR WS-8750-TO-DAY = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-8750-DAY FROM WS-8750-FROM-DAY BY 1
                   UNTIL WS-8750-DAY >= WS-8750-TO-DAY
               COMPUTE WS-8700-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-8750-DAY + 1)
               PERFORM 8700-CLASSIFY-DATE
               IF WS-8700-BUSINESS-DAY
                   ADD 1 TO WS-8750-BUSINESS-DAYS
               END-IF
           END-PERFORM.

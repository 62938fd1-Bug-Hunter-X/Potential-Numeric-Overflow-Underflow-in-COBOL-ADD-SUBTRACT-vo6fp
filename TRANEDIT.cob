      *                                                               *
      *  Edits applied to each TRANSACTION-RECORD:                    *
      *    T001  TRAN-COUNTER-ID not defined in CONTROL-FILE          *
      *    T002  TRAN-OPERATION not ADD / SUB / ADJ / REV / XFR       *
      *    T003  TRAN-AMOUNT not numeric                              *
      *    T004  TRAN-KEY not numeric                                 *
      *    T005  TRAN-KEY not strictly ascending (or duplicate)       *
      *    T007  ADJ record with blank TRAN-ADJ-SIGN                  *
      *    T008  ADJ record with blank TRAN-USER-ID                   *
      *    T009  TRAN-EFFECTIVE-DATE not numeric, zero, or after      *
      *          the run date (future-dated movements not accepted),  *
      *          or - other than on a REV, whose date is the original *
      *          run date - a holiday on the shop calendar (CALFILE)  *
      *    T010  ADJ record with a TRAN-REASON-CODE not on the        *
      *          reason-code master                                   *
      *    T011  ADJ record with an inactive TRAN-REASON-CODE         *
      *    T012  REV record naming a run date / key that is not on    *
      *          the posting journal                                  *
      *    T013  REV record whose original is already reversed, or    *
      *          is already named by a held or earlier reversal       *
      *    T014  REV record on a different counter from its original  *
      *    T015  XFR record whose to-counter is blank, not defined in *
      *          CONTROL-FILE, or the same as its from-counter        *
      *    T016  REV record naming a transfer - a transfer is undone  *
      *          by keying the opposite XFR, so both legs move again  *
      *          as one unit                                          *
      *    T017  ADJ record whose TRAN-USER-ID is not an active       *
      *          operator on the user profile file                    *
      *                                                               *
      *  A clean REV goes out carrying the exact inverse of the       *
      *  journal entry it names in TRAN-AMOUNT / TRAN-ADJ-SIGN, so    *
      *  everything downstream treats it as a signed movement.        *
      *                                                               *
      *  A movement naming a counter CNTRCNS has retired is not       *
      *  rejected T001: it is re-routed to the survivor the retired   *
      *  control entry forwards to (counter-id and XFR to-counter     *
      *  alike) before the remaining edits run, and counted.  A       *
      *  journal entry posted under a retired id is matched as if     *
      *  posted under its survivor, so a late REV still proves.       *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FILE-STATUS.

           SELECT USER-PROFILE-FILE ASSIGN TO "USRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USR-FILE-STATUS.

      *    A second pass over the raw input, ahead of the edit, to
      *    collect the postings REV records name.
           SELECT REVERSAL-SCAN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVS-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-FILE-STATUS.

           SELECT POSTING-JOURNAL ASSIGN TO "JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-FILE-STATUS.

           SELECT SHOP-CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-INPUT-FILE
           RECORDING MODE IS F.
           COPY RSNREC.

       FD  USER-PROFILE-FILE
           RECORDING MODE IS F.
           COPY USRREC.

      *    TRANREC positions of the operation and the REV fields.
       FD  REVERSAL-SCAN-FILE
           RECORDING MODE IS F.
       01  REVERSAL-SCAN-RECORD.
           05  FILLER                  PIC X(18).
           05  RVS-OPERATION           PIC X(3).
           05  FILLER                  PIC X(10).
           05  RVS-ORIG-KEY            PIC X(8).
           05  FILLER                  PIC X(3).
           05  RVS-ORIG-DATE           PIC X(8).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY SUSREC.

       FD  POSTING-JOURNAL
           RECORDING MODE IS F.
           COPY JRNREC.

       FD  SHOP-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-COUNTER-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-COUNTER-FOUND            PIC X VALUE "N".
           88  WS-COUNTER-WAS-FOUND         VALUE "Y".

      *    Retired control entries: old id and the survivor its
      *    movements are re-routed to.  Kept apart from the live
      *    table so a retired id can never pass the T001 edit as
      *    itself.  CNTRCNS keeps every pointer single-hop.
       01  WS-FWD-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-FORWARD-TABLE.
           05  WS-FWD-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-FWD-COUNT
                   INDEXED BY WS-FWD-IDX.
               10  WS-FWD-OLD-ID           PIC X(10).
               10  WS-FWD-SURVIVOR-ID      PIC X(10).
       01  WS-FORWARD-FOUND            PIC X VALUE "N".
           88  WS-FORWARD-WAS-FOUND         VALUE "Y".
       01  WS-FORWARD-TO-ID            PIC X(10).
       01  WS-REROUTE-COUNT            PIC 9(8) VALUE ZERO.

       01  WS-SEARCH-KEY               PIC X(10).

       01  WS-CTL-EOF-SWITCH           PIC X VALUE "N".
       01  WS-RSN-FOUND                PIC X.
       01  WS-RSN-ACTIVE-FOUND         PIC X.

      *    Active operator ids from the user profile file, driving
      *    the T017 edit.  A missing file is tolerated the same way
      *    as a missing reason-code master - announced, and the
      *    user-id edit falls back to the blank check only.
       01  WS-USR-FILE-STATUS          PIC XX.
       01  WS-USR-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-USERS              VALUE "Y".
       01  WS-USR-LOADED-SWITCH        PIC X VALUE "N".
           88  WS-USERS-LOADED              VALUE "Y".
       01  WS-USR-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-USER-TABLE.
           05  WS-USR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-USR-COUNT
                   INDEXED BY WS-USR-IDX.
               10  WS-USR-OPERATOR-ID      PIC X(8).
       01  WS-USR-FOUND                PIC X.

      *    Resubmission-match scratch: the slot of the entry a clean
      *    record closes, and the scan subscript behind it.
       01  WS-MATCH-SUB                PIC 9(4).
           05  WS-CURRENT-DATE-YYYYMMDD PIC 9(8).
           05  FILLER                  PIC X(13).

      *    Shop calendar, driving the holiday half of the T009 edit.
      *    A missing calendar is tolerated like a missing reason-code
      *    master - announced, and no date is treated as a holiday.
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

       01  WS-8700-DATE                PIC 9(8).
       01  WS-8700-DAY-NUMBER          PIC 9(8).
       01  WS-8700-WEEKDAY             PIC 9.
       01  WS-8700-DAY-TYPE            PIC X.
           88  WS-8700-BUSINESS-DAY         VALUE "B".
           88  WS-8700-HOLIDAY              VALUE "H".
       01  WS-8700-PERIOD-END          PIC X.
       01  WS-8700-PERIOD-ID           PIC X(6).

      *    Reversal targets.  Every original a REV in tonight's
      *    input names is collected first, then looked up in one
      *    pass of the posting journal, so the journal is never
      *    held in storage.  An original already named by a REV
      *    waiting in suspense, or by an earlier clean REV in this
      *    input, is claimed - a second reversal of it is T013.
       01  WS-RVS-FILE-STATUS          PIC XX.
       01  WS-SUS-FILE-STATUS          PIC XX.
       01  WS-JRN-FILE-STATUS          PIC XX.
       01  WS-RVS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-SCAN               VALUE "Y".
       01  WS-RVT-COUNT                PIC 9(4) VALUE ZERO.
       01  WS-REVERSAL-TARGET-TABLE.
           05  WS-RVT-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-RVT-COUNT
                   INDEXED BY WS-RVT-IDX.
               10  WS-RVT-ORIG-DATE        PIC 9(8).
               10  WS-RVT-ORIG-KEY         PIC 9(8).
               10  WS-RVT-ON-JOURNAL       PIC X.
               10  WS-RVT-COUNTER-ID       PIC X(10).
               10  WS-RVT-AMOUNT           PIC S9(5) COMP-3.
               10  WS-RVT-REVERSED         PIC X.
               10  WS-RVT-CLAIMED          PIC X.
               10  WS-RVT-TRANSFER         PIC X.
       01  WS-RVT-FULL-WARNED          PIC X VALUE "N".
       01  WS-RVT-SEARCH-DATE          PIC 9(8).
       01  WS-RVT-SEARCH-KEY           PIC 9(8).
       01  WS-RVT-MATCH-SUB            PIC 9(4).
       01  WS-RVT-HELD-SWITCH          PIC X.
       01  WS-REV-CLEAN-COUNT          PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
           PERFORM 1100-INITIALIZE
           PERFORM 1150-LOAD-CONTROL-FILE
           PERFORM 1160-LOAD-REJECT-CONTROL
           PERFORM 1170-LOAD-REASON-FILE
           PERFORM 1175-LOAD-USER-PROFILES
           PERFORM 1165-LOAD-SHOP-CALENDAR
           PERFORM 1180-LOAD-REVERSAL-TARGETS
           PERFORM 1400-READ-NEXT-INPUT.

       1150-LOAD-CONTROL-FILE.
               AT END SET WS-END-OF-CONTROL TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-CONTROL
               IF WS-COUNTER-COUNT + WS-FWD-COUNT >= 2000
                   DISPLAY "CONTROL-FILE has more than 2000 counters "
                           "- WS-COUNTER-TABLE cannot hold any more"
                   CLOSE CONTROL-FILE
                   STOP RUN
               END-IF
               IF CTL-RETIRED
                   ADD 1 TO WS-FWD-COUNT
                   MOVE CTL-COUNTER-ID
                       TO WS-FWD-OLD-ID(WS-FWD-COUNT)
                   MOVE CTL-FORWARD-TO-ID
                       TO WS-FWD-SURVIVOR-ID(WS-FWD-COUNT)
               ELSE
                   PERFORM 1152-INSERT-COUNTER-ID
               END-IF
               READ CONTROL-FILE
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
               CLOSE REASON-FILE
           END-IF.

      *    The shop calendar's listed dates, kept in date order so
      *    8700-CLASSIFY-DATE can SEARCH ALL whatever order CALFILE
      *    arrives in.
       1165-LOAD-SHOP-CALENDAR.
           OPEN INPUT SHOP-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "No shop calendar - effective dates not "
                       "checked for holidays"
               EXIT PARAGRAPH
           END-IF
           SET WS-CALENDAR-LOADED TO TRUE
           READ SHOP-CALENDAR-FILE
               AT END SET WS-END-OF-CALENDAR TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-CALENDAR
               PERFORM 1166-INSERT-CALENDAR-ENTRY
               READ SHOP-CALENDAR-FILE
                   AT END SET WS-END-OF-CALENDAR TO TRUE
               END-READ
           END-PERFORM
           CLOSE SHOP-CALENDAR-FILE
           IF WS-CAL-SKIPPED-COUNT > ZERO
               DISPLAY "Shop calendar records skipped: "
                       WS-CAL-SKIPPED-COUNT
           END-IF.

      *    Same acceptance rules as CNTRUPD: a record with an
      *    unreadable date or an unknown day type, a period end that
      *    is not a business day or names no period, or a second
      *    record for a date already held is skipped.
       1166-INSERT-CALENDAR-ENTRY.
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

      *    Only active ids are kept - a revoked id and an unknown
      *    one fail T017 alike.
       1175-LOAD-USER-PROFILES.
           OPEN INPUT USER-PROFILE-FILE
           IF WS-USR-FILE-STATUS NOT = "00"
               DISPLAY "No user profile file - ADJ user-ids "
                       "checked for blank only"
           ELSE
               SET WS-USERS-LOADED TO TRUE
               READ USER-PROFILE-FILE
                   AT END SET WS-END-OF-USERS TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-USERS
                   IF USR-ACTIVE
                       IF WS-USR-COUNT < 2000
                           ADD 1 TO WS-USR-COUNT
                           MOVE USR-OPERATOR-ID
                               TO WS-USR-OPERATOR-ID(WS-USR-COUNT)
                       ELSE
                           DISPLAY "User profile file has more than "
                                   "2000 active ids - remainder not "
                                   "loaded"
                           SET WS-END-OF-USERS TO TRUE
                       END-IF
                   END-IF
                   IF NOT WS-END-OF-USERS
                       READ USER-PROFILE-FILE
                           AT END SET WS-END-OF-USERS TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE USER-PROFILE-FILE
           END-IF.

      *    REV records in the input and those held on the suspense
      *    file name the targets; the journal pass then fills in
      *    what each original posted, where, and whether it has
      *    been reversed.  No REV anywhere means no journal pass.
       1180-LOAD-REVERSAL-TARGETS.
           OPEN INPUT REVERSAL-SCAN-FILE
           IF WS-RVS-FILE-STATUS = "00"
               READ REVERSAL-SCAN-FILE
                   AT END SET WS-END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-SCAN
                   IF RVS-OPERATION = "REV"
                      AND RVS-ORIG-KEY NUMERIC
                      AND RVS-ORIG-DATE NUMERIC
                       MOVE RVS-ORIG-DATE TO WS-RVT-SEARCH-DATE
                       MOVE RVS-ORIG-KEY  TO WS-RVT-SEARCH-KEY
                       MOVE "N" TO WS-RVT-HELD-SWITCH
                       PERFORM 1185-ADD-REVERSAL-TARGET
                   END-IF
                   READ REVERSAL-SCAN-FILE
                       AT END SET WS-END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REVERSAL-SCAN-FILE
           END-IF
           MOVE "N" TO WS-RVS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUS-FILE-STATUS = "00"
               READ SUSPENSE-FILE
                   AT END SET WS-END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-SCAN
                   IF SUS-OPERATION = "REV"
                      AND SUS-REV-ORIG-KEY NUMERIC
                      AND SUS-EFFECTIVE-DATE NUMERIC
                       MOVE SUS-EFFECTIVE-DATE TO WS-RVT-SEARCH-DATE
                       MOVE SUS-REV-ORIG-KEY   TO WS-RVT-SEARCH-KEY
                       MOVE "Y" TO WS-RVT-HELD-SWITCH
                       PERFORM 1185-ADD-REVERSAL-TARGET
                   END-IF
                   READ SUSPENSE-FILE
                       AT END SET WS-END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-RVT-COUNT > 0
               PERFORM 1190-LOOK-UP-JOURNAL
           END-IF.

      *    One table entry per distinct original; a REV held in
      *    suspense claims its original outright.
       1185-ADD-REVERSAL-TARGET.
           PERFORM 3100-FIND-REVERSAL-TARGET
           IF WS-RVT-MATCH-SUB = ZERO
               IF WS-RVT-COUNT >= 500
                   IF WS-RVT-FULL-WARNED = "N"
                       DISPLAY "Reversal target table full - further "
                               "reversals cannot be proved (T012)"
                       MOVE "Y" TO WS-RVT-FULL-WARNED
                   END-IF
               ELSE
                   ADD 1 TO WS-RVT-COUNT
                   MOVE WS-RVT-COUNT TO WS-RVT-MATCH-SUB
                   MOVE WS-RVT-SEARCH-DATE
                       TO WS-RVT-ORIG-DATE(WS-RVT-MATCH-SUB)
                   MOVE WS-RVT-SEARCH-KEY
                       TO WS-RVT-ORIG-KEY(WS-RVT-MATCH-SUB)
                   MOVE "N"    TO WS-RVT-ON-JOURNAL(WS-RVT-MATCH-SUB)
                   MOVE SPACES TO WS-RVT-COUNTER-ID(WS-RVT-MATCH-SUB)
                   MOVE ZERO   TO WS-RVT-AMOUNT(WS-RVT-MATCH-SUB)
                   MOVE "N"    TO WS-RVT-REVERSED(WS-RVT-MATCH-SUB)
                   MOVE "N"    TO WS-RVT-CLAIMED(WS-RVT-MATCH-SUB)
                   MOVE "N"    TO WS-RVT-TRANSFER(WS-RVT-MATCH-SUB)
               END-IF
           END-IF
           IF WS-RVT-MATCH-SUB > ZERO
              AND WS-RVT-HELD-SWITCH = "Y"
               MOVE "Y" TO WS-RVT-CLAIMED(WS-RVT-MATCH-SUB)
           END-IF.

      *    A missing journal is a first run: nothing can be reversed
      *    yet, and every REV fails T012.
       1190-LOOK-UP-JOURNAL.
           OPEN INPUT POSTING-JOURNAL
           IF WS-JRN-FILE-STATUS NOT = "00"
               DISPLAY "No posting journal - reversals cannot be "
                       "proved (T012)"
           ELSE
               MOVE "N" TO WS-RVS-EOF-SWITCH
               READ POSTING-JOURNAL
                   AT END SET WS-END-OF-SCAN TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-SCAN
                   MOVE JRN-TRAN-DATE TO WS-RVT-SEARCH-DATE
                   MOVE JRN-TRAN-KEY  TO WS-RVT-SEARCH-KEY
                   PERFORM 3100-FIND-REVERSAL-TARGET
                   IF WS-RVT-MATCH-SUB > ZERO
                       MOVE "Y" TO WS-RVT-ON-JOURNAL(WS-RVT-MATCH-SUB)
                       MOVE JRN-COUNTER-ID
                           TO WS-RVT-COUNTER-ID(WS-RVT-MATCH-SUB)
                       MOVE JRN-COUNTER-ID TO WS-SEARCH-KEY
                       PERFORM 3200-FIND-FORWARD
                       IF WS-FORWARD-WAS-FOUND
                           MOVE WS-FORWARD-TO-ID
                               TO WS-RVT-COUNTER-ID(WS-RVT-MATCH-SUB)
                       END-IF
                       MOVE JRN-AMOUNT
                           TO WS-RVT-AMOUNT(WS-RVT-MATCH-SUB)
                       IF JRN-REVERSED
                           MOVE "Y"
                               TO WS-RVT-REVERSED(WS-RVT-MATCH-SUB)
                       END-IF
                       IF JRN-OPERATION = "XFR"
                           MOVE "Y"
                               TO WS-RVT-TRANSFER(WS-RVT-MATCH-SUB)
                       END-IF
                   END-IF
                   READ POSTING-JOURNAL
                       AT END SET WS-END-OF-SCAN TO TRUE
                   END-READ
               END-PERFORM
               CLOSE POSTING-JOURNAL
           END-IF.

      *    Every edit runs against every record, so one bad record
      *    with several problems produces one reject line per problem
      *    rather than a resubmit-and-discover-the-next-error loop.
           PERFORM 2100-EDIT-TRAN-KEY
           PERFORM 2200-EDIT-COUNTER-ID
           PERFORM 2300-EDIT-OPERATION
      *        A REV's amount comes from the journal, not the feed.
           IF NOT TRAN-OP-REV
               PERFORM 2400-EDIT-AMOUNT
           END-IF
           PERFORM 2450-EDIT-EFFECTIVE-DATE
           IF TRAN-OP-ADJ
               PERFORM 2500-EDIT-ADJ-FIELDS
           END-IF
           IF TRAN-OP-REV
               PERFORM 2800-EDIT-REVERSAL
           END-IF
           IF TRAN-OP-XFR
               PERFORM 2900-EDIT-TRANSFER
           END-IF
           IF WS-RECORD-IS-CLEAN
               IF TRAN-OP-REV
                   PERFORM 2850-COMPLETE-REVERSAL
               END-IF
               ADD 1 TO WS-CLEAN-COUNT
               MOVE SPACES TO CLEAN-TRANSACTION-RECORD
               WRITE CLEAN-TRANSACTION-RECORD
       2200-EDIT-COUNTER-ID.
           MOVE TRAN-COUNTER-ID TO WS-SEARCH-KEY
           PERFORM 3000-FIND-COUNTER
           IF NOT WS-COUNTER-WAS-FOUND
               PERFORM 3200-FIND-FORWARD
               IF WS-FORWARD-WAS-FOUND
                   DISPLAY "Key " TRAN-KEY " counter " TRAN-COUNTER-ID
                           " retired - re-routed to " WS-FORWARD-TO-ID
                   MOVE WS-FORWARD-TO-ID TO TRAN-COUNTER-ID
                   ADD 1 TO WS-REROUTE-COUNT
               END-IF
           END-IF
           IF NOT WS-COUNTER-WAS-FOUND
               MOVE "T001"             TO REJ-ERROR-CODE
               MOVE "TRAN-COUNTER-ID"  TO REJ-FIELD-NAME

       2300-EDIT-OPERATION.
           IF NOT TRAN-OP-ADD AND NOT TRAN-OP-SUB
              AND NOT TRAN-OP-ADJ AND NOT TRAN-OP-REV
              AND NOT TRAN-OP-XFR
               MOVE "T002"             TO REJ-ERROR-CODE
               MOVE "TRAN-OPERATION"   TO REJ-FIELD-NAME
               PERFORM 8000-WRITE-REJECT-RECORD
      *    header date, so a zero here means the whole envelope had
      *    no usable date - reject rather than guess which day the
      *    movement belongs to.  A future date is refused outright;
      *    CNTRUPD has no forward-posting path.  Nothing moves on a
      *    shop holiday, so a movement dated on one is keyed wrong.
      *    A REV is exempt: its effective date names the run the
      *    original posted in, whatever day that was.
       2450-EDIT-EFFECTIVE-DATE.
           IF TRAN-EFFECTIVE-DATE NOT NUMERIC
              OR TRAN-EFFECTIVE-DATE = ZERO
               MOVE "T009"                TO REJ-ERROR-CODE
               MOVE "TRAN-EFFECT-DATE"    TO REJ-FIELD-NAME
               PERFORM 8000-WRITE-REJECT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-CALENDAR-LOADED AND NOT TRAN-OP-REV
               MOVE TRAN-EFFECTIVE-DATE TO WS-8700-DATE
               PERFORM 8700-CLASSIFY-DATE
               IF WS-8700-HOLIDAY
                   MOVE "T009"                TO REJ-ERROR-CODE
                   MOVE "TRAN-EFFECT-DATE"    TO REJ-FIELD-NAME
                   PERFORM 8000-WRITE-REJECT-RECORD
               END-IF
           END-IF.

       2500-EDIT-ADJ-FIELDS.
               MOVE "T008"              TO REJ-ERROR-CODE
               MOVE "TRAN-USER-ID"      TO REJ-FIELD-NAME
               PERFORM 8000-WRITE-REJECT-RECORD
           ELSE
               IF WS-USERS-LOADED
                   PERFORM 2560-EDIT-USER-ID
               END-IF
           END-IF.

      *    An adjustment keyed under an id that is revoked, or was
      *    never issued, has nobody accountable for it.
       2560-EDIT-USER-ID.
           MOVE "N" TO WS-USR-FOUND
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USR-COUNT
               IF WS-USR-OPERATOR-ID(WS-USR-IDX) = TRAN-USER-ID
                   MOVE "Y" TO WS-USR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USR-FOUND = "N"
               MOVE "T017"              TO REJ-ERROR-CODE
               MOVE "TRAN-USER-ID"      TO REJ-FIELD-NAME
               PERFORM 8000-WRITE-REJECT-RECORD
           END-IF.

      *    A code the master has never heard of means nothing at
                   CONTINUE
           END-EVALUATE.

      *    The original is named by TRAN-EFFECTIVE-DATE (its run
      *    date) and TRAN-REV-ORIG-KEY.  A reason code is optional
      *    on a reversal but must be a live one when given.
       2800-EDIT-REVERSAL.
           MOVE ZERO TO WS-RVT-MATCH-SUB
           IF TRAN-REV-ORIG-KEY NUMERIC
              AND TRAN-EFFECTIVE-DATE NUMERIC
               MOVE TRAN-EFFECTIVE-DATE TO WS-RVT-SEARCH-DATE
               MOVE TRAN-REV-ORIG-KEY   TO WS-RVT-SEARCH-KEY
               PERFORM 3100-FIND-REVERSAL-TARGET
           END-IF
           IF WS-RVT-MATCH-SUB = ZERO
               MOVE "T012"              TO REJ-ERROR-CODE
               MOVE "TRAN-REV-ORIG"     TO REJ-FIELD-NAME
               PERFORM 8000-WRITE-REJECT-RECORD
           ELSE
               IF WS-RVT-ON-JOURNAL(WS-RVT-MATCH-SUB) = "N"
                   MOVE "T012"              TO REJ-ERROR-CODE
                   MOVE "TRAN-REV-ORIG"     TO REJ-FIELD-NAME
                   PERFORM 8000-WRITE-REJECT-RECORD
               ELSE
                   IF WS-RVT-REVERSED(WS-RVT-MATCH-SUB) = "Y"
                      OR WS-RVT-CLAIMED(WS-RVT-MATCH-SUB) = "Y"
                       MOVE "T013"              TO REJ-ERROR-CODE
                       MOVE "TRAN-REV-ORIG"     TO REJ-FIELD-NAME
                       PERFORM 8000-WRITE-REJECT-RECORD
                   END-IF
                   IF WS-RVT-TRANSFER(WS-RVT-MATCH-SUB) = "Y"
                       MOVE "T016"              TO REJ-ERROR-CODE
                       MOVE "TRAN-REV-ORIG"     TO REJ-FIELD-NAME
                       PERFORM 8000-WRITE-REJECT-RECORD
                   ELSE
                       IF WS-RVT-COUNTER-ID(WS-RVT-MATCH-SUB)
                              NOT = TRAN-COUNTER-ID
                           MOVE "T014"            TO REJ-ERROR-CODE
                           MOVE "TRAN-COUNTER-ID" TO REJ-FIELD-NAME
                           PERFORM 8000-WRITE-REJECT-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF TRAN-REASON-CODE NOT = SPACES
              AND WS-REASONS-LOADED
               PERFORM 2550-EDIT-REASON-CODE
           END-IF.

      *    The clean REV takes the exact inverse of the original's
      *    signed posting and claims the original, so a second REV
      *    for it later in the same input fails T013.
       2850-COMPLETE-REVERSAL.
           ADD 1 TO WS-REV-CLEAN-COUNT
           IF WS-RVT-AMOUNT(WS-RVT-MATCH-SUB) < ZERO
               COMPUTE TRAN-AMOUNT =
                   0 - WS-RVT-AMOUNT(WS-RVT-MATCH-SUB)
               MOVE "+" TO TRAN-ADJ-SIGN
           ELSE
               MOVE WS-RVT-AMOUNT(WS-RVT-MATCH-SUB) TO TRAN-AMOUNT
               MOVE "-" TO TRAN-ADJ-SIGN
           END-IF
           MOVE "Y" TO WS-RVT-CLAIMED(WS-RVT-MATCH-SUB).

      *    Both legs must be live counters, and different ones.
      *    The from-counter is TRAN-COUNTER-ID, already proved by
      *    2200-EDIT-COUNTER-ID.  A retired to-counter is re-routed
      *    first, so a transfer between two merged counters fails
      *    the same-counter test rather than posting to itself.
       2900-EDIT-TRANSFER.
           MOVE TRAN-XFR-TO-COUNTER TO WS-SEARCH-KEY
           PERFORM 3200-FIND-FORWARD
           IF WS-FORWARD-WAS-FOUND
               DISPLAY "Key " TRAN-KEY " to-counter "
                       TRAN-XFR-TO-COUNTER " retired - re-routed to "
                       WS-FORWARD-TO-ID
               MOVE WS-FORWARD-TO-ID TO TRAN-XFR-TO-COUNTER
               ADD 1 TO WS-REROUTE-COUNT
           END-IF
           MOVE "N" TO WS-COUNTER-FOUND
           IF TRAN-XFR-TO-COUNTER NOT = SPACES
              AND TRAN-XFR-TO-COUNTER NOT = TRAN-COUNTER-ID
               MOVE TRAN-XFR-TO-COUNTER TO WS-SEARCH-KEY
               PERFORM 3000-FIND-COUNTER
           END-IF
           IF NOT WS-COUNTER-WAS-FOUND
               MOVE "T015"             TO REJ-ERROR-CODE
               MOVE "TRAN-XFR-TO-CTR"  TO REJ-FIELD-NAME
               PERFORM 8000-WRITE-REJECT-RECORD
           END-IF.

       3000-FIND-COUNTER.
           MOVE "N" TO WS-COUNTER-FOUND
           IF WS-COUNTER-COUNT > ZERO
               END-SEARCH
           END-IF.

      *    Sets WS-COUNTER-FOUND as well when the survivor is a
      *    live counter, so a re-routed id passes the T001 edit and
      *    a pointer to a counter since removed still fails it.
       3200-FIND-FORWARD.
           MOVE "N" TO WS-FORWARD-FOUND
           PERFORM VARYING WS-FWD-IDX FROM 1 BY 1
                   UNTIL WS-FWD-IDX > WS-FWD-COUNT
               IF WS-FWD-OLD-ID(WS-FWD-IDX) = WS-SEARCH-KEY
                   MOVE WS-FWD-SURVIVOR-ID(WS-FWD-IDX)
                       TO WS-FORWARD-TO-ID
                   MOVE WS-FORWARD-TO-ID TO WS-SEARCH-KEY
                   PERFORM 3000-FIND-COUNTER
                   IF WS-COUNTER-WAS-FOUND
                       MOVE "Y" TO WS-FORWARD-FOUND
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3100-FIND-REVERSAL-TARGET.
           MOVE ZERO TO WS-RVT-MATCH-SUB
           PERFORM VARYING WS-RVT-IDX FROM 1 BY 1
                   UNTIL WS-RVT-IDX > WS-RVT-COUNT
               IF WS-RVT-ORIG-DATE(WS-RVT-IDX) = WS-RVT-SEARCH-DATE
                  AND WS-RVT-ORIG-KEY(WS-RVT-IDX) = WS-RVT-SEARCH-KEY
                   SET WS-RVT-MATCH-SUB TO WS-RVT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1400-READ-NEXT-INPUT.
           READ EDIT-INPUT-FILE
               AT END SET WS-END-OF-INPUT TO TRUE
           END-PERFORM
           CLOSE REJECT-CONTROL-OUT.

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

       1300-TERMINATE.
           PERFORM 8400-WRITE-REJECT-CONTROL
           DISPLAY "TRANEDIT complete - records read: " WS-READ-COUNT
           DISPLAY "  clean records written:  " WS-CLEAN-COUNT
           DISPLAY "  edit failures written:  " WS-REJECT-COUNT
           DISPLAY "  reversals proved:       " WS-REV-CLEAN-COUNT
           DISPLAY "  re-routed to survivors: " WS-REROUTE-COUNT
           DISPLAY "  rejects carried open:   " WS-RJC-CARRIED-COUNT
           DISPLAY "  rejects newly opened:   " WS-RJC-NEW-COUNT
           DISPLAY "  rejects closed:         " WS-RJC-CLOSED-COUNT

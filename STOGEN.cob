       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOGEN.
       AUTHOR. OPERATIONS-BATCH.
      *****************************************************************
      *  STOGEN                                                       *
      *  Standing-instruction generator.  Runs ahead of TRANMRG and   *
      *  turns the recurring movements on the standing-instruction    *
      *  master (STOFILE) - the daily fee accruals and month-end      *
      *  sweeps the back office used to key into BKOFIN by hand -     *
      *  into a feed of their own, STOIN, under source-system code    *
      *  STO, with the same header and trailer envelope as the        *
      *  teller, ATM and back-office feeds.  TRANMRG merges and       *
      *  proves it like any other feed and SRCBAL balances it under   *
      *  its own source.                                              *
      *  Each active instruction generates every occurrence that      *
      *  falls due after its last-generated date, from its start      *
      *  date, up to the run date or its end date if that is sooner,  *
      *  one detail per occurrence with the occurrence's own date as  *
      *  the effective date.  The last-generated date then moves up   *
      *  to the run date on STONEW, which the scheduler renames over  *
      *  STOFILE with the rest of the night's new files.  A night     *
      *  the job did not run is therefore caught up, each movement    *
      *  dated the day it belonged to, and a rerun before the rename  *
      *  regenerates exactly the same feed, while a rerun after it    *
      *  finds nothing left to generate.  Suspended instructions are  *
      *  carried through untouched.  An instruction too damaged to    *
      *  read is carried through ungenerated and listed on STORPT,    *
      *  and the job ends with return code 4 for it to be put right   *
      *  through CNTRMNT.  A missing master still writes an empty     *
      *  feed, so TRANMRG does not flag the feed as missing.          *
      *  Daily means every calendar day - an accrual accrues over a   *
      *  weekend or a holiday like any other day - but TRANEDIT       *
      *  refuses a movement dated on a shop holiday, so an            *
      *  occurrence falling on a holiday on the shop calendar         *
      *  (CALFILE) is dated the next day that is not a holiday, never *
      *  later than the run date.                                     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-INSTR-FILE ASSIGN TO "STOFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STO-FILE-STATUS.

           SELECT STANDING-INSTR-OUT ASSIGN TO "STONEW"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STANDING-FEED ASSIGN TO "STOIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHOP-CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STORPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-INSTR-FILE
           RECORDING MODE IS F.
           COPY STOREC.

      *    Every instruction, last-generated dates moved up; the
      *    scheduler renames STONEW to STOFILE with the rest of the
      *    night's new files.
       FD  STANDING-INSTR-OUT
           RECORDING MODE IS F.
       01  STANDING-INSTR-OUT-RECORD   PIC X(67).

       FD  STANDING-FEED
           RECORDING MODE IS F.
       01  STANDING-FEED-RECORD        PIC X(42).

       FD  SHOP-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-STO-FILE-STATUS          PIC XX.
       01  WS-STO-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-INSTRUCTIONS       VALUE "Y".

      *    The feed record is built here and written FROM, the same
      *    view TRANMRG reads every feed INTO.
           COPY FEEDREC.

       01  WS-SOURCE-SYSTEM            PIC X(3) VALUE "STO".

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-DATE-YYYYMMDD PIC 9(8).
           05  FILLER                  PIC X(13).
       01  WS-RUN-DAY                  PIC 9(8).

      *    The span of days one instruction is scanned over, as
      *    integer day numbers, and the occurrence date in hand.
      *    Day 1 (1 January 1601) was a Monday, so day-of-week 1
      *    through 7 is Monday through Sunday.
       01  WS-FIRST-DAY                PIC 9(8).
       01  WS-LAST-DAY                 PIC 9(8).
       01  WS-END-DAY                  PIC 9(8).
       01  WS-GEN-DAY                  PIC 9(8).
       01  WS-GEN-DATE                 PIC 9(8).
       01  WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
           05  WS-GEN-YYYYMM           PIC 9(6).
           05  WS-GEN-DD               PIC 9(2).
       01  WS-NEXT-DATE                PIC 9(8).
       01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYYMM          PIC 9(6).
           05  WS-NEXT-DD              PIC 9(2).
       01  WS-DAY-OF-WEEK              PIC 9.
       01  WS-WORK-DAYS                PIC 9(8).

      *    The effective date the occurrence goes out under - its
      *    due date, unless that is a shop holiday.
       01  WS-EFF-DAY                  PIC 9(8).
       01  WS-EFF-DATE                 PIC 9(8).
       01  WS-HOLIDAY-MOVED-COUNT      PIC 9(8) VALUE ZERO.

      *    Shop calendar, for the holiday test only.
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

       01  WS-DUE-SWITCH               PIC X.
           88  WS-OCCURRENCE-DUE            VALUE "Y".
       01  WS-READABLE-SWITCH          PIC X.
           88  WS-INSTRUCTION-READABLE      VALUE "Y".

      *    Feed control totals, written to the trailer TRANMRG
      *    proves the details against.
       01  WS-FEED-DTL-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-FEED-ADD-TOTAL           PIC 9(10) VALUE ZERO.
       01  WS-FEED-SUB-TOTAL           PIC 9(10) VALUE ZERO.
       01  WS-FEED-ADJ-NET             PIC S9(10) VALUE ZERO.

       01  WS-READ-COUNT               PIC 9(8) VALUE ZERO.
       01  WS-GENERATING-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-CAUGHT-UP-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-SUSPENDED-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-ENDED-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-UNREADABLE-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-INSTR-GEN-COUNT          PIC 9(8).
       01  WS-COUNT-EDIT               PIC ZZZZZZZ9.
       01  WS-AMOUNT-EDIT              PIC -(10)9.

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.
           PERFORM 1100-INITIALIZE
           PERFORM 2000-GENERATE-INSTRUCTIONS
           PERFORM 1300-TERMINATE
           STOP RUN.

       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-RUN-DAY =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-YYYYMMDD)
           OPEN OUTPUT STANDING-INSTR-OUT
           OPEN OUTPUT STANDING-FEED
           OPEN OUTPUT REPORT-FILE
           PERFORM 1150-LOAD-SHOP-CALENDAR
           MOVE SPACES                   TO FEED-RECORD
           MOVE "HDR"                    TO FEED-REC-TYPE
           MOVE WS-SOURCE-SYSTEM         TO FEED-SOURCE-SYSTEM
           MOVE WS-CURRENT-DATE-YYYYMMDD TO FEED-DATE
           WRITE STANDING-FEED-RECORD FROM FEED-RECORD
           PERFORM 6000-WRITE-REPORT-HEADING.

      *    The shop calendar's listed dates, kept in date order so
      *    8700-CLASSIFY-DATE can SEARCH ALL whatever order CALFILE
      *    arrives in.
       1150-LOAD-SHOP-CALENDAR.
           OPEN INPUT SHOP-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "No shop calendar - occurrences dated the "
                       "day they fall due"
               EXIT PARAGRAPH
           END-IF
           SET WS-CALENDAR-LOADED TO TRUE
           READ SHOP-CALENDAR-FILE
               AT END SET WS-END-OF-CALENDAR TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-CALENDAR
               PERFORM 1152-INSERT-CALENDAR-ENTRY
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
       1152-INSERT-CALENDAR-ENTRY.
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

      *    Every instruction read is carried to STONEW, generated or
      *    not, so nothing drops off the master.
       2000-GENERATE-INSTRUCTIONS.
           OPEN INPUT STANDING-INSTR-FILE
           IF WS-STO-FILE-STATUS NOT = "00"
               DISPLAY "No standing-instruction master - empty "
                       "STO feed written"
           ELSE
               READ STANDING-INSTR-FILE
                   AT END SET WS-END-OF-INSTRUCTIONS TO TRUE
               END-READ
               PERFORM UNTIL WS-END-OF-INSTRUCTIONS
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-PROCESS-ONE-INSTRUCTION
                   WRITE STANDING-INSTR-OUT-RECORD
                       FROM STANDING-INSTRUCTION-RECORD
                   READ STANDING-INSTR-FILE
                       AT END SET WS-END-OF-INSTRUCTIONS TO TRUE
                   END-READ
               END-PERFORM
               CLOSE STANDING-INSTR-FILE
           END-IF.

       2100-PROCESS-ONE-INSTRUCTION.
           IF STO-SUSPENDED
               ADD 1 TO WS-SUSPENDED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2150-CHECK-INSTRUCTION
           IF NOT WS-INSTRUCTION-READABLE
               ADD 1 TO WS-UNREADABLE-COUNT
               PERFORM 6200-REPORT-UNREADABLE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-SET-GENERATION-SPAN
           MOVE ZERO TO WS-INSTR-GEN-COUNT
           PERFORM VARYING WS-GEN-DAY FROM WS-FIRST-DAY BY 1
                   UNTIL WS-GEN-DAY > WS-LAST-DAY
               PERFORM 2300-CHECK-OCCURRENCE-DUE
               IF WS-OCCURRENCE-DUE
                   PERFORM 2400-WRITE-OCCURRENCE
               END-IF
           END-PERFORM
           IF WS-INSTR-GEN-COUNT > ZERO
               ADD 1 TO WS-GENERATING-COUNT
           END-IF
           IF STO-END-DATE > ZERO
              AND WS-END-DAY < WS-RUN-DAY
               ADD 1 TO WS-ENDED-COUNT
           END-IF
           IF WS-CURRENT-DATE-YYYYMMDD > STO-LAST-GENERATED
               MOVE WS-CURRENT-DATE-YYYYMMDD TO STO-LAST-GENERATED
           END-IF.

      *    CNTRMNT validates every field it stores; this catches a
      *    master edited by hand.  A date that is not a real date
      *    converts to day zero.
       2150-CHECK-INSTRUCTION.
           MOVE "Y" TO WS-READABLE-SWITCH
           MOVE ZERO TO WS-END-DAY
           IF STO-START-DATE NOT NUMERIC
              OR STO-END-DATE NOT NUMERIC
              OR STO-LAST-GENERATED NOT NUMERIC
              OR STO-AMOUNT NOT NUMERIC
              OR STO-FREQ-DAY NOT NUMERIC
               MOVE "N" TO WS-READABLE-SWITCH
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION INTEGER-OF-DATE(STO-START-DATE) = ZERO
               MOVE "N" TO WS-READABLE-SWITCH
           END-IF
           IF STO-END-DATE > ZERO
               COMPUTE WS-END-DAY =
                   FUNCTION INTEGER-OF-DATE(STO-END-DATE)
               IF WS-END-DAY = ZERO
                   MOVE "N" TO WS-READABLE-SWITCH
               END-IF
           END-IF
           IF STO-LAST-GENERATED > ZERO
              AND FUNCTION INTEGER-OF-DATE(STO-LAST-GENERATED)
                  = ZERO
               MOVE "N" TO WS-READABLE-SWITCH
           END-IF
           IF STO-OPERATION NOT = "ADD"
              AND STO-OPERATION NOT = "SUB"
              AND STO-OPERATION NOT = "ADJ"
               MOVE "N" TO WS-READABLE-SWITCH
           END-IF
           EVALUATE TRUE
               WHEN STO-DAILY
               WHEN STO-MONTH-END
                   CONTINUE
               WHEN STO-WEEKLY
                   IF STO-FREQ-DAY < 1 OR STO-FREQ-DAY > 7
                       MOVE "N" TO WS-READABLE-SWITCH
                   END-IF
               WHEN STO-DAY-OF-MONTH
                   IF STO-FREQ-DAY < 1 OR STO-FREQ-DAY > 31
                       MOVE "N" TO WS-READABLE-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-READABLE-SWITCH
           END-EVALUATE.

      *    From the day after the last one generated, or the start
      *    date if later, through the run date or the end date if
      *    sooner.  An instruction not yet started, or already
      *    generated through tonight, scans nothing.
       2200-SET-GENERATION-SPAN.
           COMPUTE WS-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(STO-START-DATE)
           IF STO-LAST-GENERATED > ZERO
               COMPUTE WS-WORK-DAYS =
                   FUNCTION INTEGER-OF-DATE(STO-LAST-GENERATED) + 1
               IF WS-WORK-DAYS > WS-FIRST-DAY
                   MOVE WS-WORK-DAYS TO WS-FIRST-DAY
               END-IF
           END-IF
           MOVE WS-RUN-DAY TO WS-LAST-DAY
           IF STO-END-DATE > ZERO
              AND WS-END-DAY < WS-LAST-DAY
               MOVE WS-END-DAY TO WS-LAST-DAY
           END-IF.

       2300-CHECK-OCCURRENCE-DUE.
           MOVE "N" TO WS-DUE-SWITCH
           COMPUTE WS-GEN-DATE = FUNCTION DATE-OF-INTEGER(WS-GEN-DAY)
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-GEN-DAY + 1)
           EVALUATE TRUE
               WHEN STO-DAILY
                   MOVE "Y" TO WS-DUE-SWITCH
               WHEN STO-WEEKLY
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD(WS-GEN-DAY - 1, 7) + 1
                   IF WS-DAY-OF-WEEK = STO-FREQ-DAY
                       MOVE "Y" TO WS-DUE-SWITCH
                   END-IF
               WHEN STO-MONTH-END
                   IF WS-NEXT-YYYYMM NOT = WS-GEN-YYYYMM
                       MOVE "Y" TO WS-DUE-SWITCH
                   END-IF
               WHEN STO-DAY-OF-MONTH
                   IF WS-GEN-DD = STO-FREQ-DAY
                       MOVE "Y" TO WS-DUE-SWITCH
                   END-IF
                   IF WS-NEXT-YYYYMM NOT = WS-GEN-YYYYMM
                      AND STO-FREQ-DAY > WS-GEN-DD
                       MOVE "Y" TO WS-DUE-SWITCH
                   END-IF
           END-EVALUATE.

      *    The next day that is not a holiday, stopping at the run
      *    date - on a run made on a holiday under the calendar
      *    override the occurrence can only go out dated tonight.
       2350-SET-EFFECTIVE-DATE.
           MOVE WS-GEN-DATE TO WS-EFF-DATE
           MOVE WS-GEN-DATE TO WS-8700-DATE
           PERFORM 8700-CLASSIFY-DATE
           IF NOT WS-8700-HOLIDAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-DAY TO WS-EFF-DAY
           PERFORM UNTIL NOT WS-8700-HOLIDAY
                      OR WS-EFF-DAY >= WS-RUN-DAY
               ADD 1 TO WS-EFF-DAY
               COMPUTE WS-8700-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-EFF-DAY)
               PERFORM 8700-CLASSIFY-DATE
           END-PERFORM
           MOVE WS-8700-DATE TO WS-EFF-DATE
           IF WS-EFF-DATE NOT = WS-GEN-DATE
               ADD 1 TO WS-HOLIDAY-MOVED-COUNT
           END-IF.

      *    The movement goes out exactly as the back office would
      *    have keyed it, dated the day it fell due (or the first day
      *    after it that is not a holiday) and carrying the id of the
      *    operator who set the instruction up.
       2400-WRITE-OCCURRENCE.
           PERFORM 2350-SET-EFFECTIVE-DATE
           MOVE SPACES               TO FEED-RECORD
           MOVE "DTL"                TO FEED-REC-TYPE
           MOVE STO-COUNTER-ID       TO FEED-COUNTER-ID
           MOVE STO-OPERATION        TO FEED-OPERATION
           MOVE STO-AMOUNT           TO FEED-AMOUNT
           MOVE STO-REASON-CODE      TO FEED-REASON-CODE
           MOVE STO-ADJ-SIGN         TO FEED-ADJ-SIGN
           MOVE STO-SET-UP-BY        TO FEED-USER-ID
           MOVE WS-EFF-DATE          TO FEED-EFFECTIVE-DATE
           WRITE STANDING-FEED-RECORD FROM FEED-RECORD
           ADD 1 TO WS-FEED-DTL-COUNT
           ADD 1 TO WS-INSTR-GEN-COUNT
           IF WS-INSTR-GEN-COUNT = 2
               ADD 1 TO WS-CAUGHT-UP-COUNT
           END-IF
           EVALUATE STO-OPERATION
               WHEN "ADD"
                   ADD STO-AMOUNT TO WS-FEED-ADD-TOTAL
               WHEN "SUB"
                   ADD STO-AMOUNT TO WS-FEED-SUB-TOTAL
               WHEN "ADJ"
                   IF STO-ADJ-SIGN = "-"
                       SUBTRACT STO-AMOUNT FROM WS-FEED-ADJ-NET
                   ELSE
                       ADD STO-AMOUNT TO WS-FEED-ADJ-NET
                   END-IF
           END-EVALUATE
           PERFORM 6100-REPORT-OCCURRENCE.

       6000-WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           MOVE "STANDING-INSTRUCTION MOVEMENTS GENERATED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Run date " WS-CURRENT-DATE-YYYYMMDD
                  "   source " WS-SOURCE-SYSTEM
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Instr-Id  " "Counter-Id  " "Op   " "Amount "
                  "Rsn   " "S  " "Freq " "User-Id   " "Eff-Date"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       6100-REPORT-OCCURRENCE.
           MOVE SPACES TO REPORT-LINE
           STRING STO-INSTRUCTION-ID "  "
                  STO-COUNTER-ID "  "
                  STO-OPERATION "  "
                  STO-AMOUNT "  "
                  STO-REASON-CODE "  "
                  STO-ADJ-SIGN "  "
                  STO-FREQUENCY STO-FREQ-DAY "  "
                  STO-SET-UP-BY "  "
                  WS-EFF-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-EFF-DATE NOT = WS-GEN-DATE
               STRING "  (due " WS-GEN-DATE ", a holiday)"
                      DELIMITED BY SIZE INTO REPORT-LINE(73:28)
           END-IF
           WRITE REPORT-LINE.

       6200-REPORT-UNREADABLE.
           MOVE SPACES TO REPORT-LINE
           STRING STO-INSTRUCTION-ID "  "
                  STO-COUNTER-ID "  "
                  "** UNREADABLE - NOT GENERATED, CORRECT IN CNTRMNT"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Standing instruction " STO-INSTRUCTION-ID
                   " unreadable - not generated".

       6300-REPORT-TOTALS.
           IF WS-FEED-DTL-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               MOVE "  (nothing due tonight)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Instructions on file        " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GENERATING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Generating tonight          " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CAUGHT-UP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  with missed days caught up" WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HOLIDAY-MOVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Dated past a holiday        " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SUSPENDED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Suspended                   " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ENDED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Past their end date         " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNREADABLE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Unreadable, not generated   " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEED-DTL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Movements written to STOIN  " WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEED-ADD-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  add total              " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEED-SUB-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  subtract total         " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FEED-ADJ-NET TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  adjustment net         " WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

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

      *    The trailer claims exactly what was written, for TRANMRG
      *    to prove the same way it proves the other feeds.
       1300-TERMINATE.
           MOVE SPACES            TO FEED-RECORD
           MOVE "TRL"             TO FEED-REC-TYPE
           MOVE WS-FEED-DTL-COUNT TO FEED-RECORD-COUNT
           MOVE WS-FEED-ADD-TOTAL TO FEED-ADD-TOTAL
           MOVE WS-FEED-SUB-TOTAL TO FEED-SUB-TOTAL
           MOVE WS-FEED-ADJ-NET   TO FEED-ADJ-NET
           WRITE STANDING-FEED-RECORD FROM FEED-RECORD
           PERFORM 6300-REPORT-TOTALS
           CLOSE STANDING-INSTR-OUT
           CLOSE STANDING-FEED
           CLOSE REPORT-FILE
           DISPLAY "STOGEN complete - movements generated: "
                   WS-FEED-DTL-COUNT
           DISPLAY "  instructions read: " WS-READ-COUNT
                   "  suspended: " WS-SUSPENDED-COUNT
                   "  unreadable: " WS-UNREADABLE-COUNT
           IF WS-UNREADABLE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *  Outstanding-rejects aging report over the reject control     *
      *  file TRANEDIT maintains (RJCFILE).  Every entry still open   *
      *  is listed with its error code, source system, movement and   *
      *  business days outstanding (counted on the shop calendar,     *
      *  CALFILE, so a weekend or a holiday does not age an item),    *
      *  oldest first, followed by rollup counts by error code and    *
      *  by source system, so operations can chase the teller, ATM    *
      *  and back-office areas on specific aged items instead of      *
      *  discovering unposted corrections at month end.  Entries      *
      *  closed on the latest run are listed in their own section as  *
      *  confirmation the resubmission posted.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RJC-FILE-STATUS.

           SELECT SHOP-CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REJAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
           COPY RJCREC.

       FD  SHOP-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(96).
           05  WS-CURRENT-DATE-YYYYMMDD PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-DAYS-OUT                 PIC 9(5).

      *    Shop calendar for the business-day ages.  Without one,
      *    Monday to Friday are the business days.
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

       01  WS-8750-FROM-DATE           PIC 9(8).
       01  WS-8750-TO-DATE             PIC 9(8).
       01  WS-8750-FROM-DAY            PIC 9(8).
       01  WS-8750-TO-DAY              PIC 9(8).
       01  WS-8750-DAY                 PIC 9(8).
       01  WS-8750-BUSINESS-DAYS       PIC 9(5).

      *    Insertion point scratch for the oldest-first ordering.
       01  WS-INS-SUB                  PIC 9(4).
       01  WS-SHIFT-SUB                PIC 9(4).

       1100-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1150-LOAD-SHOP-CALENDAR
           OPEN OUTPUT REPORT-FILE.

      *    The shop calendar's listed dates, kept in date order so
      *    8700-CLASSIFY-DATE can SEARCH ALL whatever order CALFILE
      *    arrives in.
       1150-LOAD-SHOP-CALENDAR.
           OPEN INPUT SHOP-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "No shop calendar - ages count Monday to "
                       "Friday as business days"
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

      *    Open entries are aged against today and slotted into the
      *    table oldest first; entries the latest run closed are
      *    held aside for the confirmation section at the foot of
               PERFORM 2500-ROLL-UP-SOURCE
           END-IF.

      *    Business days since the entry was first held - a reject
      *    opened on Friday is one day old on Monday.  An unreadable
      *    first-held date ages as zero days rather than abending the
      *    chase report over one mangled entry.
       2200-COMPUTE-DAYS-OUT.
           MOVE RJC-FIRST-DATE           TO WS-8750-FROM-DATE
           MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-8750-TO-DATE
           PERFORM 8750-COUNT-BUSINESS-DAYS
           MOVE WS-8750-BUSINESS-DAYS TO WS-DAYS-OUT.

      *    Oldest first: the entry is appended and bubbled back over
      *    any younger neighbours, so the chase list leads with what

           MOVE SPACES TO REPORT-LINE
           STRING "As of " WS-CURRENT-DATE-YYYYMMDD
                  " - ages in business days"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

               WRITE REPORT-LINE
           END-IF.

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

       1300-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY "REJAGE complete - open rejects: " WS-OPEN-COUNT

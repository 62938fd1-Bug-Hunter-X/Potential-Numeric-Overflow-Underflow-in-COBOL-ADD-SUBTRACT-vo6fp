      *  weeks ahead instead of reacting to suspense.  A counter      *
      *  whose rate is flat, shrinking or unknown (no runs behind     *
      *  the period figures yet) reports with no horizon.             *
      *  There is one run per business day, so the rate is per        *
      *  business day and so are the horizons; the shop calendar      *
      *  (CALFILE) turns the capacity horizon into the business date  *
      *  it falls on, and gives the business days left before the     *
      *  period end.  A reset counter (CTL-ROLLOVER-RULE R) that      *
      *  would not reach its threshold before the period end resets   *
      *  first, so it reports with no horizon.                        *
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIR-FILE-STATUS.

           SELECT SHOP-CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           RECORDING MODE IS F.
           COPY HIRREC.

       FD  SHOP-CALENDAR-FILE
           RECORDING MODE IS F.
           COPY CALREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-LINE                 PIC X(132).
               10  WS-CTR-PCT-OF-CAP        PIC 9(5).
               10  WS-CTR-DAYS-TO-WARN      PIC 9(5).
               10  WS-CTR-DAYS-TO-CAP       PIC 9(5).
               10  WS-CTR-ROLLOVER-RULE     PIC X.
               10  WS-CTR-CAP-DATE          PIC 9(8).
               10  WS-CTR-RESETS-FIRST      PIC X.

       01  WS-COUNTER-FOUND            PIC X VALUE "N".
           88  WS-COUNTER-WAS-FOUND         VALUE "Y".

      *    Worst-first ordering scratch - the counter nearest its
      *    hard capacity leads the report.  The hold area is sized
      *    to WS-CTR-ENTRY (77 bytes) so a future field added to
      *    the entry cannot silently truncate on the swap-back.
       01  WS-INS-SUB                  PIC 9(4).
       01  WS-SHIFT-SUB                PIC 9(4).
       01  WS-BUBBLE-DONE              PIC X.
       01  WS-HOLD-ENTRY               PIC X(77).

       01  WS-CURRENT-DATE.
           05  WS-CURRENT-DATE-YYYYMMDD PIC 9(8).
           05  FILLER                  PIC X(13).

      *    The period the forecast runs in: the first calendar period
      *    end on or after today, and the business days left before
      *    it closes (WS-NO-HORIZON when the calendar has none).  A
      *    capacity date is only worked out for horizons up to
      *    WS-MAX-DATED-DAYS business days; beyond that it is blank.
       01  WS-PERIOD-END-DATE          PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END-ID            PIC X(6) VALUE SPACES.
       01  WS-DAYS-LEFT                PIC 9(5).
       01  WS-MAX-DATED-DAYS           PIC 9(5) VALUE 1000.
       01  WS-RESETS-FIRST-COUNT       PIC 9(4) VALUE ZERO.

      *    Shop calendar.  Without one, Monday to Friday are the
      *    business days and no period end is known.
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

       01  WS-8800-FROM-DATE           PIC 9(8).
       01  WS-8800-DAYS                PIC 9(5).
       01  WS-8800-RESULT-DATE         PIC 9(8).
       01  WS-8800-DAY                 PIC 9(8).
       01  WS-8800-COUNTED             PIC 9(5).

       01  WS-MASTERS-READ             PIC 9(8) VALUE ZERO.
       01  WS-ORPHAN-MASTERS           PIC 9(8) VALUE ZERO.
       01  WS-WARN-EDIT                PIC ZZZZ9.
       01  WS-DAYS-EDIT                PIC ZZZZ9.
       01  WS-RISK-EDIT                PIC ZZZ9.
       01  WS-CAP-DATE-EDIT            PIC X(8).

       PROCEDURE DIVISION.
       1000-MAIN-PROCESS.

       1100-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM 1158-LOAD-SHOP-CALENDAR
           PERFORM 1160-FIND-PERIOD-END
           PERFORM 1150-LOAD-CONTROL-FILE
           PERFORM 1156-LOAD-HIERARCHY.

      *    The shop calendar's listed dates, kept in date order so
      *    8700-CLASSIFY-DATE can SEARCH ALL whatever order CALFILE
      *    arrives in.
       1158-LOAD-SHOP-CALENDAR.
           OPEN INPUT SHOP-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "No shop calendar - no period limit on the "
                       "horizons, weekdays are business days"
               EXIT PARAGRAPH
           END-IF
           SET WS-CALENDAR-LOADED TO TRUE
           READ SHOP-CALENDAR-FILE
               AT END SET WS-END-OF-CALENDAR TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-CALENDAR
               PERFORM 1159-INSERT-CALENDAR-ENTRY
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
       1159-INSERT-CALENDAR-ENTRY.
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

      *    Business days left runs from tomorrow up to and including
      *    the period-end date - nothing is left on the close itself.
       1160-FIND-PERIOD-END.
           MOVE WS-NO-HORIZON TO WS-DAYS-LEFT
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-PERIOD-END(WS-CAL-IDX) = "Y"
                  AND WS-CAL-DATE(WS-CAL-IDX)
                      NOT < WS-CURRENT-DATE-YYYYMMDD
                   MOVE WS-CAL-DATE(WS-CAL-IDX) TO WS-PERIOD-END-DATE
                   MOVE WS-CAL-PERIOD-ID(WS-CAL-IDX)
                       TO WS-PERIOD-END-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PERIOD-END-DATE > ZERO
               MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-8750-FROM-DATE
               MOVE WS-PERIOD-END-DATE       TO WS-8750-TO-DATE
               PERFORM 8750-COUNT-BUSINESS-DAYS
               MOVE WS-8750-BUSINESS-DAYS TO WS-DAYS-LEFT
           END-IF.

       1150-LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
      *        A retired counter has nothing left to forecast - its
      *        close now sits on the survivor's master record.
               IF NOT CTL-RETIRED
                   ADD 1 TO WS-COUNTER-COUNT
                   MOVE CTL-COUNTER-ID TO WS-CTR-ID(WS-COUNTER-COUNT)
                   MOVE CTL-CAPACITY
                       TO WS-CTR-CAPACITY(WS-COUNTER-COUNT)
                   MOVE CTL-ROLLOVER-RULE
                       TO WS-CTR-ROLLOVER-RULE(WS-COUNTER-COUNT)
                   MOVE ZERO TO WS-CTR-CAP-DATE(WS-COUNTER-COUNT)
                   MOVE "N"  TO WS-CTR-RESETS-FIRST(WS-COUNTER-COUNT)
                   MOVE "*NONE" TO WS-CTR-BRANCH(WS-COUNTER-COUNT)
                   MOVE "*NONE" TO WS-CTR-PRODUCT(WS-COUNTER-COUNT)
                   MOVE ZERO TO WS-CTR-CLOSE(WS-COUNTER-COUNT)
                   MOVE ZERO TO WS-CTR-RATE(WS-COUNTER-COUNT)
                   MOVE "N"  TO WS-CTR-RATE-KNOWN(WS-COUNTER-COUNT)
                   MOVE ZERO TO WS-CTR-PCT-OF-CAP(WS-COUNTER-COUNT)
                   MOVE WS-NO-HORIZON
                       TO WS-CTR-DAYS-TO-WARN(WS-COUNTER-COUNT)
                   MOVE WS-NO-HORIZON
                       TO WS-CTR-DAYS-TO-CAP(WS-COUNTER-COUNT)
               END-IF
               READ CONTROL-FILE
                   AT END SET WS-END-OF-CONTROL TO TRUE
               END-READ
                   PERFORM 2700-DAYS-FROM-HEADROOM
                   MOVE WS-DAYS-WORK
                       TO WS-CTR-DAYS-TO-CAP(WS-CTR-IDX)
                   PERFORM 2750-APPLY-PERIOD-LIMIT
               END-IF
           END-IF.

      *    A reset counter goes back to zero at the period end, so a
      *    threshold it would only reach after that never arrives.
      *    Any horizon still standing gets its business date.
       2750-APPLY-PERIOD-LIMIT.
           IF WS-CTR-ROLLOVER-RULE(WS-CTR-IDX) = "R"
              AND WS-DAYS-LEFT < WS-NO-HORIZON
               IF WS-CTR-DAYS-TO-WARN(WS-CTR-IDX) > WS-DAYS-LEFT
                   MOVE WS-NO-HORIZON
                       TO WS-CTR-DAYS-TO-WARN(WS-CTR-IDX)
               END-IF
               IF WS-CTR-DAYS-TO-CAP(WS-CTR-IDX) > WS-DAYS-LEFT
                  AND WS-CTR-DAYS-TO-CAP(WS-CTR-IDX) < WS-NO-HORIZON
                   MOVE WS-NO-HORIZON
                       TO WS-CTR-DAYS-TO-CAP(WS-CTR-IDX)
                   MOVE "Y" TO WS-CTR-RESETS-FIRST(WS-CTR-IDX)
                   ADD 1 TO WS-RESETS-FIRST-COUNT
               END-IF
           END-IF
           IF WS-CTR-DAYS-TO-CAP(WS-CTR-IDX) NOT > WS-MAX-DATED-DAYS
               MOVE WS-CURRENT-DATE-YYYYMMDD TO WS-8800-FROM-DATE
               MOVE WS-CTR-DAYS-TO-CAP(WS-CTR-IDX) TO WS-8800-DAYS
               PERFORM 8800-ADD-BUSINESS-DAYS
               MOVE WS-8800-RESULT-DATE TO WS-CTR-CAP-DATE(WS-CTR-IDX)
           END-IF.

       2700-DAYS-FROM-HEADROOM.
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-PERIOD-END-DATE > ZERO
               MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
               STRING "Days are business days; period "
                      WS-PERIOD-END-ID " closes " WS-PERIOD-END-DATE
                      ", " FUNCTION TRIM(WS-DAYS-EDIT)
                      " business day(s) left"
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Days are business days; no period end on the "
                      "shop calendar - reset counters projected with "
                      "no period limit"
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "Counter-Id  " "Brnch " "Prod  "
                  "          Close " "       Capacity "
                  "PCT   " "       Rate/Day " "ToWarn " "ToCap  "
                  "Cap-Date"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-CTR-PCT-OF-CAP(WS-CTR-IDX) TO WS-PCT-EDIT
           MOVE WS-CTR-DAYS-TO-WARN(WS-CTR-IDX) TO WS-WARN-EDIT
           MOVE WS-CTR-DAYS-TO-CAP(WS-CTR-IDX)  TO WS-DAYS-EDIT
           MOVE SPACES TO WS-CAP-DATE-EDIT
           IF WS-CTR-CAP-DATE(WS-CTR-IDX) > ZERO
               MOVE WS-CTR-CAP-DATE(WS-CTR-IDX) TO WS-CAP-DATE-EDIT
           END-IF
           IF WS-CTR-RATE-KNOWN(WS-CTR-IDX) = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING WS-CTR-ID(WS-CTR-IDX) "  "
                      WS-CTR-PRODUCT(WS-CTR-IDX) " "
                      WS-CLOSE-EDIT " " WS-CAP-EDIT " "
                      WS-PCT-EDIT " " WS-RATE-EDIT " "
                      WS-WARN-EDIT "  " WS-DAYS-EDIT "  "
                      WS-CAP-DATE-EDIT
                      DELIMITED BY SIZE INTO REPORT-LINE
               IF WS-CTR-RESETS-FIRST(WS-CTR-IDX) = "Y"
                   MOVE "resets at period end first"
                       TO REPORT-LINE(105:26)
               END-IF
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING WS-CTR-ID(WS-CTR-IDX) "  "
           END-IF
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

      *    The business date WS-8800-DAYS business days after
      *    WS-8800-FROM-DATE (the from-date itself for zero days).
       8800-ADD-BUSINESS-DAYS.
           MOVE WS-8800-FROM-DATE TO WS-8800-RESULT-DATE
           COMPUTE WS-8800-DAY =
               FUNCTION INTEGER-OF-DATE(WS-8800-FROM-DATE)
           MOVE ZERO TO WS-8800-COUNTED
           PERFORM UNTIL WS-8800-COUNTED >= WS-8800-DAYS
               ADD 1 TO WS-8800-DAY
               COMPUTE WS-8700-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-8800-DAY)
               PERFORM 8700-CLASSIFY-DATE
               IF WS-8700-BUSINESS-DAY
                   ADD 1 TO WS-8800-COUNTED
               END-IF
           END-PERFORM
           IF WS-8800-DAYS > ZERO
               MOVE WS-8700-DATE TO WS-8800-RESULT-DATE
           END-IF.

       1300-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY "CAPFCST complete - counters forecast: "
           DISPLAY "  master records read: " WS-MASTERS-READ
           IF WS-ORPHAN-MASTERS > ZERO
               DISPLAY "  orphan master records: " WS-ORPHAN-MASTERS
           END-IF
           IF WS-RESETS-FIRST-COUNT > ZERO
               DISPLAY "  resetting before capacity: "
                       WS-RESETS-FIRST-COUNT
           END-IF.
